      *****************************************************************
      * CPLANCM - LAYOUT DO LANCAMENTO CONTABIL MANUAL RETIDO PARA
      *           DUPLO CONTROLE (LANCMAN) - O CONTADOR DIGITA O
      *           LANCAMENTO NO PROGCOB52L (DATA, HISTORICO E ATE 10
      *           LINHAS DE CONTA/DEBITO-CREDITO/VALOR), QUE SO E
      *           ACEITO COM DEBITOS IGUAIS AOS CREDITOS E TODA LINHA
      *           VALIDADA PELO PROGCOB19R; O LANCAMENTO FICA AQUI ATE
      *           UM SEGUNDO OPERADOR, DIFERENTE DO SOLICITANTE,
      *           APROVAR NO PROGCOB52A, QUE GRAVA AS LINHAS NO
      *           RAZAOEXT COM ORIGEM 'MANUAL'
      * CHAVE     = LANCM-NUMERO (NUMERADO PELO CHECKLM)
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  LANCM-REGISTRO.
           05  LANCM-NUMERO              PIC 9(06).
           05  LANCM-DATA                PIC 9(08).
           05  LANCM-HISTORICO           PIC X(21).
           05  LANCM-QTDE-LINHAS         PIC 9(02).
           05  LANCM-LINHAS.
               10  LANCM-LINHA OCCURS 10 TIMES.
                   15  LANCM-CONTA           PIC 9(06).
                   15  LANCM-TIPO            PIC X(01).
                       88  LANCM-TIPO-DEBITO     VALUE 'D'.
                       88  LANCM-TIPO-CREDITO    VALUE 'C'.
                   15  LANCM-VALOR           PIC 9(09)V99.
           05  LANCM-TOTAL               PIC 9(09)V99.
           05  LANCM-SOLICITANTE         PIC X(08).
           05  LANCM-DATA-DIGITACAO      PIC 9(08).
           05  LANCM-APROVADOR           PIC X(08).
           05  LANCM-DATA-APROVACAO      PIC 9(08).
           05  LANCM-STATUS              PIC X(01).
               88  LANCM-STATUS-PENDENTE     VALUE 'P'.
               88  LANCM-STATUS-LANCADO      VALUE 'L'.
               88  LANCM-STATUS-REJEITADO    VALUE 'R'.
