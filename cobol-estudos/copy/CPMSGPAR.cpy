      *****************************************************************
      * CPMSGPAR - LAYOUT DA LINHA DO ARQUIVO DE PARAMETROS DO FEED DE
      *            AVISOS AO CLIENTE (MSGPAR), NA MESMA CONVENCAO DO
      *            REPOSPAR: DIAS DE ANTECEDENCIA DO AVISO DE PARCELA A
      *            VENCER, DE COTACAO PERTO DA VALIDADE E DE PONTOS
      *            PERTO DE EXPIRAR, DIAS MAXIMOS DE ATRASO DA PARCELA
      *            VENCIDA AVISADA E DIAS PARA TRAS EM QUE UMA MUDANCA
      *            DE STATUS DE ENTREGA AINDA E AVISADA
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  MSGPAR-REGISTRO.
           05  MSGPAR-DIAS-PARCELA       PIC 9(03).
           05  MSGPAR-DIAS-COTACAO       PIC 9(03).
           05  MSGPAR-DIAS-PONTOS        PIC 9(03).
           05  MSGPAR-DIAS-ATRASO        PIC 9(03).
           05  MSGPAR-DIAS-ENTREGA       PIC 9(03).
