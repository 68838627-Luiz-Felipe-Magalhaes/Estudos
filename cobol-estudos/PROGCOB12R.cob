      *                 TAMBEM A NOTA FISCAL DO PEDIDO
      *                 (FCAL-NOTAFISCAL), PARA A VARIACAO APONTAR
      *                 DIRETO PARA A VENDA E NAO SO PARA O PEDIDO
      * 15/10/2026 FM - REGISTRO DA ORDENACAO DO FRETECAL
      *                 (FCALO-REGISTRO) ACOMPANHA O CPFCAL ATE O FIM
      *                 (FILIAL, CIDADE, PESO E VOLUMES), PARA O SORT
      *                 QUE REGRAVA O ARQUIVO NAO CORTAR ESSES CAMPOS
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FCALO-CENTRO-CUSTO      PIC X(04).
           05  FCALO-NOTAFISCAL       PIC 9(08).
           05  FCALO-DATA-PROMESSA    PIC 9(08).
           05  FCALO-FILIAL           PIC X(04).
           05  FCALO-CIDADE           PIC X(20).
           05  FCALO-PESO             PIC 9(05)V99.
           05  FCALO-VOLUMES          PIC 9(03).
       FD  FATURA-TRANSP.
       01  FAT-REGISTRO.
           05  FAT-NUMERO             PIC 9(06).
