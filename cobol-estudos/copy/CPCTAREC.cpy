      *****************************************************************
      * CPCTAREC - LAYOUT DO REGISTRO DO CONTAS A RECEBER EM ABERTO
      *            (CONTAS-RECEBER), GERADO PELO PROGCOB23G (PARCELAS
      *            MENSAIS DA PARTE EM CREDIARIO DE CADA NOTA DO
      *            FECHAMENTO, A PRIMEIRA EM 30 DIAS, COM O NUMERO DA
      *            NOTA FISCAL COMO DOCUMENTO) E LIDO PELA
      *            PROJECAO DE CAIXA (PROGCOB23)
      * CHAVE    = CTAR-NUMERO
      * HISTORICO DE ALTERACOES
      *                 PARCELA EM ABERTO DA NOTA CANCELADA - A
      *                 PARCELA SAI DO AGING E DA COBRANCA SEM SER
      *                 CONFUNDIDA COM PAGAMENTO
      * 15/10/2026 FM - O PROGCOB23G PASSA A GERAR SO A PARTE EM
      *                 CREDIARIO DA NOTA, EM UMA OU MAIS PARCELAS
      *                 MENSAIS COM A MESMA NOTA FISCAL
      * 15/10/2026 FM - INCLUIDOS O NOSSO NUMERO, A SITUACAO DO
      *                 REGISTRO DO BOLETO NO BANCO E O VENCIMENTO
      *                 REGISTRADO, MANTIDOS PELA REMESSA DE COBRANCA
      *                 (PROGCOB49B)
      * 15/10/2026 FM - INCLUIDO O STATUS BAIXADO COMO PERDA ('B'),
      *                 GRAVADO PELA BAIXA DE CREDITO INCOBRAVEL
      *                 (PROGCOB50P) CONTRA A PROVISAO PARA DEVEDORES
      *                 DUVIDOSOS; PAGAMENTO POSTERIOR VIRA RECEITA DE
      *                 RECUPERACAO NO PROGCOB30B
      * 15/10/2026 FM - INCLUIDO O STATUS ANTECIPADO ('D'), GRAVADO PELA
      *                 ANTECIPACAO DE RECEBIVEIS (PROGCOB56A) NA
      *                 PARCELA DESCONTADA NO BANCO; A PARCELA SAI DA
      *                 COBRANCA E DA PROJECAO DE CAIXA, E O CREDITO QUE
      *                 AINDA CHEGAR NO RETORNO PERTENCE AO BANCO
      *****************************************************************
       01  CTAR-REGISTRO.
           05  CTAR-NUMERO               PIC 9(06).
               88  CTAR-STATUS-ABERTO        VALUE 'A'.
               88  CTAR-STATUS-PAGO          VALUE 'P'.
               88  CTAR-STATUS-CANCELADO     VALUE 'C'.
               88  CTAR-STATUS-BAIXADO       VALUE 'B'.
               88  CTAR-STATUS-ANTECIPADO    VALUE 'D'.
      * CTAR-NOSSO-NUMERO - ATRIBUIDO NA PRIMEIRA REMESSA (CHECKNN)
           05  CTAR-NOSSO-NUMERO         PIC 9(10).
           05  CTAR-SITUACAO-BANCO       PIC X(01).
               88  CTAR-BANCO-NAO-REGISTRADO VALUE SPACE.
               88  CTAR-BANCO-REGISTRADO     VALUE 'R'.
               88  CTAR-BANCO-BAIXADO        VALUE 'B'.
           05  CTAR-VENC-REGISTRADO      PIC 9(08).
