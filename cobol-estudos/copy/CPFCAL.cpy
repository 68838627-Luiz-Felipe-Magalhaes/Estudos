      *                 (FCAL-DATA-PROMESSA), CALCULADA PELO
      *                 PROGCOB12B EM DIAS UTEIS PELO PRAZO DA
      *                 TRANSPORTADORA ESCOLHIDA
      * 15/10/2026 FM - INCLUIDOS A FILIAL DE EMBARQUE (FCAL-FILIAL), A
      *                 CIDADE DE ENTREGA (FCAL-CIDADE), O PESO REAL
      *                 (FCAL-PESO) E A QUANTIDADE DE VOLUMES DA NOTA
      *                 (FCAL-VOLUMES), PARA O ROMANEIO DE CARGA POR
      *                 TRANSPORTADORA E FILIAL (PROGCOB12M)
      *****************************************************************
       01  FCAL-REGISTRO.
           05  FCAL-NUMERO            PIC 9(06).
           05  FCAL-CENTRO-CUSTO      PIC X(04).
           05  FCAL-NOTAFISCAL        PIC 9(08).
           05  FCAL-DATA-PROMESSA     PIC 9(08).
           05  FCAL-FILIAL            PIC X(04).
           05  FCAL-CIDADE            PIC X(20).
           05  FCAL-PESO              PIC 9(05)V99.
           05  FCAL-VOLUMES           PIC 9(03).
