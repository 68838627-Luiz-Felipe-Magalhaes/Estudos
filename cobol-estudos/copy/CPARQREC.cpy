      *****************************************************************
      * CPARQREC - LAYOUT DO ARQUIVO DE INTERFACE COMO CHEGA DE FORA
      *            (RCBANCO, RCCARTAO, RCFATFRE, RCTARIFA, RCENTRAD),
      *            ANTES DA RECEPCAO. PRIMEIRA LINHA = HEADER (TIPO H:
      *            INTERFACE, REMETENTE, DATA DO ARQUIVO E NUMERO DE
      *            SEQUENCIA DO REMETENTE), LINHAS DE DETALHE (TIPO D,
      *            COM O REGISTRO DA INTERFACE NO LAYOUT DE SEMPRE
      *            LOGO APOS O TIPO) E ULTIMA LINHA = TRAILER (TIPO T:
      *            QUANTIDADE DE DETALHES E TOTAL DE CONTROLE DO CAMPO
      *            DE VALOR DOS DETALHES, COM 4 DECIMAIS)
      *****************************************************************
       01  ARQR-REGISTRO.
           05  ARQR-TIPO                 PIC X(01).
               88  ARQR-HEADER               VALUE 'H'.
               88  ARQR-DETALHE              VALUE 'D'.
               88  ARQR-TRAILER              VALUE 'T'.
           05  ARQR-CONTEUDO             PIC X(80).
           05  ARQR-DADOS-HEADER REDEFINES ARQR-CONTEUDO.
               10  ARQR-INTERFACE        PIC X(08).
               10  ARQR-REMETENTE        PIC X(10).
               10  ARQR-DATA-ARQUIVO     PIC 9(08).
               10  ARQR-SEQUENCIA        PIC 9(06).
               10  FILLER                PIC X(48).
           05  ARQR-DADOS-TRAILER REDEFINES ARQR-CONTEUDO.
               10  ARQR-QTDE-REGISTROS   PIC 9(07).
               10  ARQR-TOTAL-HASH       PIC 9(11)V9(04).
               10  FILLER                PIC X(58).
