      *****************************************************************
      * CPCATARQ - LAYOUT DO REGISTRO DO CATALOGO DE GERACOES DE
      *            ARQUIVAMENTO (CATARQ), UM POR ARQUIVO DATADO GRAVADO
      *            PELO EXPURGO (PROGCOBA): O TIPO DO ARQUIVO DE
      *            ORIGEM, O DSN DA GERACAO ALOCADA PELA JCL (EX.:
      *            COB.AUDARQ.D20260815), A MENOR E A MAIOR DATA DOS
      *            REGISTROS ARQUIVADOS E A QUANTIDADE DE REGISTROS.
      *            LIDO PELA CONSULTA AOS ARQUIVADOS (PROGCOBH), QUE
      *            LISTA AS GERACOES CUJA FAIXA DE DATAS ALCANCA O
      *            PERIODO PEDIDO, PARA A JCL CONCATENA-LAS NA DD DO
      *            TIPO
      *****************************************************************
       01  CATARQ-REGISTRO.
           05  CATARQ-TIPO               PIC X(08).
               88  CATARQ-TIPO-AUDITLOG      VALUE 'AUDITLOG'.
               88  CATARQ-TIPO-REJEITOS      VALUE 'REJEITOS'.
               88  CATARQ-TIPO-HISTVEND      VALUE 'HISTVEND'.
               88  CATARQ-TIPO-HISTREAJ      VALUE 'HISTREAJ'.
           05  CATARQ-GERACAO            PIC X(20).
           05  CATARQ-DATA-CORTE         PIC 9(08).
           05  CATARQ-DATA-INICIAL       PIC 9(08).
           05  CATARQ-DATA-FINAL         PIC 9(08).
           05  CATARQ-QTDE-REGISTROS     PIC 9(07).
           05  CATARQ-DATA-GRAVACAO      PIC 9(08).
