      *****************************************************************
      * CPNFEREM - LAYOUT DO ARQUIVO DE REMESSA DAS NOTAS FISCAIS
      *            ELETRONICAS AO GATEWAY FISCAL DA SEFAZ (NFEREMES),
      *            GRAVADO PELO PROGCOB09N. CADA NOTA SAI COMO UM
      *            GRUPO DE REGISTROS NA ORDEM E (EMITENTE),
      *            D (DESTINATARIO), I (UM POR ITEM) E T (TOTAIS), COM
      *            O NUMERO DA NOTA EM TODOS ELES
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  NFER-REGISTRO.
           05  NFER-TIPO                 PIC X(01).
               88  NFER-TIPO-EMITENTE        VALUE 'E'.
               88  NFER-TIPO-DESTINATARIO    VALUE 'D'.
               88  NFER-TIPO-ITEM            VALUE 'I'.
               88  NFER-TIPO-TOTAL           VALUE 'T'.
           05  NFER-NOTAFISCAL           PIC 9(08).
           05  NFER-DADOS                PIC X(131).
           05  NFER-EMITENTE REDEFINES NFER-DADOS.
               10  NFER-EMI-DATA-EMISSAO PIC 9(08).
               10  NFER-EMI-FILIAL       PIC X(04).
               10  NFER-EMI-UF           PIC X(02).
               10  NFER-EMI-VENDEDOR     PIC X(10).
               10  NFER-EMI-FORMA-PAGTO  PIC X(01).
               10  FILLER                PIC X(106).
           05  NFER-DESTINATARIO REDEFINES NFER-DADOS.
               10  NFER-DEST-CPF         PIC X(11).
               10  NFER-DEST-NOME        PIC X(40).
               10  NFER-DEST-ENDERECO    PIC X(40).
               10  NFER-DEST-CIDADE      PIC X(20).
               10  NFER-DEST-UF          PIC X(02).
               10  FILLER                PIC X(18).
           05  NFER-ITEM REDEFINES NFER-DADOS.
               10  NFER-ITEM-PRODUTO     PIC X(10).
               10  NFER-ITEM-DESCRICAO   PIC X(20).
               10  NFER-ITEM-QUANTIDADE  PIC 9(05).
               10  NFER-ITEM-VALOR       PIC 9(07)V99.
               10  NFER-ITEM-DESCONTO    PIC 9(07)V99.
               10  NFER-ITEM-ALIQUOTA    PIC 9V9(04).
               10  NFER-ITEM-ICMS        PIC 9(07)V99.
               10  FILLER                PIC X(64).
           05  NFER-TOTAL REDEFINES NFER-DADOS.
               10  NFER-TOT-QTDE-ITENS   PIC 9(03).
               10  NFER-TOT-VALOR        PIC 9(09)V99.
               10  NFER-TOT-DESCONTO     PIC 9(09)V99.
               10  NFER-TOT-BASE-ICMS    PIC 9(09)V99.
               10  NFER-TOT-ICMS         PIC 9(09)V99.
               10  FILLER                PIC X(84).
