      *****************************************************************
      * CPACOMEN - LAYOUT DA PARCELA DO ACORDO DE PARCELAMENTO DE
      *            MENSALIDADES VENCIDAS (ACORDO-MENSALIDADE), UM
      *            REGISTRO POR PARCELA. O ACORDO E FEITO PELO
      *            PROGCOB36N PARA O RESPONSAVEL (CADASTRO RESPONSA),
      *            CONSOLIDANDO AS MENSALIDADES VENCIDAS DOS SEUS
      *            ALUNOS COM MULTA E JUROS, QUE FICAM COM STATUS 'R'
      *            E O NUMERO DO ACORDO NA MENSALID. A PARCELA E
      *            BAIXADA PELO PROGCOB36P; O ACORDO ESTA EM DIA
      *            ENQUANTO NAO HOUVER PARCELA ABERTA VENCIDA
      *            (PROGCOBD), CONDICAO PARA A TRAVA DE INADIMPLENCIA
      *            DO BOLETIM (PROGCOB16B) E DO TRANSCRIPT (PROGCOB16T)
      *            NAO CONSIDERAR AS MENSALIDADES RENEGOCIADAS
      * CHAVE    = ACOM-CHAVE (NUMERO DO ACORDO + PARCELA)
      *****************************************************************
       01  ACOM-REGISTRO.
           05  ACOM-CHAVE.
               10  ACOM-NUMERO           PIC 9(06).
               10  ACOM-PARCELA          PIC 9(02).
           05  ACOM-RESPONSAVEL          PIC X(20).
           05  ACOM-QTDE-PARCELAS        PIC 9(02).
           05  ACOM-VALOR-TOTAL          PIC 9(07)V99.
           05  ACOM-DATA-ACORDO          PIC 9(08).
           05  ACOM-VALOR-PARCELA        PIC 9(06)V99.
           05  ACOM-DATA-VENCIMENTO      PIC 9(08).
           05  ACOM-STATUS               PIC X(01).
               88  ACOM-STATUS-ABERTA        VALUE 'A'.
               88  ACOM-STATUS-PAGA          VALUE 'P'.
           05  ACOM-DATA-PAGAMENTO       PIC 9(08).
           05  ACOM-MULTA                PIC 9(05)V99.
           05  ACOM-JUROS                PIC 9(05)V99.
           05  ACOM-VALOR-PAGO           PIC 9(07)V99.
           05  ACOM-OPERADOR             PIC X(08).
