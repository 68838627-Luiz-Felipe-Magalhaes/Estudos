      *                 INCLUSAO DO PEDIDO, PARA O ACOMPANHAMENTO E O
      *                 RELATORIO DE ATRASOS (PROGCOB12T) SINALIZAREM
      *                 ENTREGA VENCIDA
      * 15/10/2026 FM - INCLUIDO O NOME DE QUEM RECEBEU A MERCADORIA
      *                 (ENTREGA-RECEBEDOR), GRAVADO PELA IMPORTACAO DO
      *                 COMPROVANTE DE ENTREGA DA TRANSPORTADORA
      *                 (PROGCOB12P); A DATA DO ULTIMO STATUS PASSA A
      *                 SER A DATA REAL DO EVENTO INFORMADA PELA
      *                 TRANSPORTADORA
      *****************************************************************
       01  ENTREGA-REGISTRO.
           05  ENTREGA-NUMERO          PIC 9(06).
               10  ENTREGA-DATA-ANO            PIC 9(04).
               10  ENTREGA-DATA-MES            PIC 9(02).
               10  ENTREGA-DATA-DIA            PIC 9(02).
           05  ENTREGA-RECEBEDOR       PIC X(30).
