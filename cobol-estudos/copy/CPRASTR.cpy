      *****************************************************************
      * CPRASTR - LAYOUT DO REGISTRO DO ARQUIVO DE RASTREAMENTO E
      *           COMPROVANTE DE ENTREGA DAS TRANSPORTADORAS
      *           (RASTREIO), COM OS ARQUIVOS DE TODAS AS
      *           TRANSPORTADORAS DO DIA EM SEQUENCIA, IMPORTADO TODA
      *           NOITE PELO PROGCOB12P PARA AVANCAR O STATUS DE
      *           ENTREGA (ENTREGA-MASTER). O PEDIDO PODE VIR ZERADO
      *           QUANDO A TRANSPORTADORA SO CONHECE A NOTA FISCAL
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  RAST-REGISTRO.
           05  RAST-TRANSPORTADORA       PIC X(10).
           05  RAST-PEDIDO               PIC 9(06).
           05  RAST-NOTAFISCAL           PIC 9(08).
           05  RAST-EVENTO               PIC X(02).
               88  RAST-EVENTO-COLETA        VALUE 'CO'.
               88  RAST-EVENTO-TRANSITO      VALUE 'TR'.
               88  RAST-EVENTO-ENTREGA       VALUE 'EN'.
           05  RAST-DATA                 PIC 9(08).
           05  RAST-RECEBEDOR            PIC X(30).
