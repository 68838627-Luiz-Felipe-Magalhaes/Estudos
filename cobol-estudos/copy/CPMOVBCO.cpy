      *****************************************************************
      * CPMOVBCO - LAYOUT DA LINHA DO REGISTRO DE MOVIMENTOS POR CONTA
      *            BANCARIA (MOVBANCO) - ENTRADAS E SAIDAS DE CADA
      *            CONTA DO BANCOMST, CAPTURADAS DOS ARQUIVOS DO BANCO
      *            PELO PROGCOB55C E DAS TRANSFERENCIAS ENTRE CONTAS
      *            PELO PROGCOB55T; BASE DA CONCILIACAO (PROGCOB55R) E
      *            DA POSICAO DIARIA DE CAIXA (PROGCOB55P)
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      * 15/10/2026 FM - GRAVADO TAMBEM PELA ANTECIPACAO DE RECEBIVEIS
      *                 (PROGCOB56A), COM A ORIGEM ANTECIPAC E O LIQUIDO
      *                 RECEBIDO DO BANCO
      *****************************************************************
       01  MOVB-REGISTRO.
           05  MOVB-CONTA                PIC X(04).
           05  MOVB-DATA                 PIC 9(08).
           05  MOVB-TIPO                 PIC X(01).
               88  MOVB-ENTRADA              VALUE 'E'.
               88  MOVB-SAIDA                VALUE 'S'.
           05  MOVB-ORIGEM               PIC X(10).
           05  MOVB-DOCUMENTO            PIC X(10).
           05  MOVB-VALOR                PIC 9(09)V99.
           05  MOVB-HISTORICO            PIC X(30).
