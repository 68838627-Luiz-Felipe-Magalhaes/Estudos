      *****************************************************************
      * CPANTEC - LAYOUT DA LINHA DO REGISTRO DE ANTECIPACOES DE
      *           RECEBIVEIS (ANTECIPA) - UMA LINHA POR PARCELA DO
      *           CONTAS A RECEBER OU POR VENDA EM CARTAO (NOTA FISCAL)
      *           DESCONTADA NO BANCO PELO PROGCOB56A, COM O VALOR DE
      *           FACE, A TAXA MENSAL, O VALOR PRESENTE E O DESCONTO;
      *           CONSULTADO PELA CONCILIACAO DE CARTAO (PROGCOB28)
      *           PARA NAO COBRAR DA ADQUIRENTE A LIQUIDACAO DE VENDA
      *           JA ANTECIPADA
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  ANTC-REGISTRO.
           05  ANTC-DATA                 PIC 9(08).
           05  ANTC-TIPO                 PIC X(01).
               88  ANTC-TIPO-PARCELA         VALUE 'P'.
               88  ANTC-TIPO-CARTAO          VALUE 'C'.
      * ANTC-DOCUMENTO - CTAR-NUMERO (PARCELA) OU NOTA FISCAL (CARTAO)
           05  ANTC-DOCUMENTO            PIC 9(08).
           05  ANTC-CPF                  PIC X(11).
           05  ANTC-VENCIMENTO           PIC 9(08).
           05  ANTC-DIAS                 PIC 9(04).
           05  ANTC-VALOR-FACE           PIC 9(09)V99.
           05  ANTC-TAXA-MES             PIC 9V9(04).
           05  ANTC-VALOR-PRESENTE       PIC 9(09)V99.
           05  ANTC-DESCONTO             PIC 9(09)V99.
           05  ANTC-CONTA-BANCO          PIC X(04).
           05  ANTC-OPERADOR             PIC X(08).
