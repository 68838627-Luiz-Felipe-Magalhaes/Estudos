      *                 DO HISTORICO ANTIGO VALE DINHEIRO), USADA PELA
      *                 CONCILIACAO DA ADQUIRENTE DE CARTAO
      *                 (PROGCOB28)
      * 15/10/2026 FM - INCLUIDA A LISTA DE FORMAS DE PAGAMENTO DA
      *                 LINHA (HV-PAGTO, ATE 5 FORMAS COM VALOR E
      *                 PARCELAS: D=DINHEIRO C=CARTAO R=CREDIARIO
      *                 P=PONTOS), PARA A VENDA PAGA EM MAIS DE UMA
      *                 FORMA; A SOMA DE D, C E R E O HV-VALOR, E O
      *                 RESGATE DE PONTOS (P) FICA FORA DELE, COMO JA
      *                 ERA. HV-FORMA-PAGTO PASSA A TRAZER M=MISTO
      *                 QUANDO HOUVER MAIS DE UMA FORMA. LINHA ANTIGA,
      *                 SEM A LISTA, VALE HV-FORMA-PAGTO PELO VALOR
      *                 TODO
      * 15/10/2026 FM - INCLUIDA A FORMA L=CREDITO DE LOJA (SALDO DO
      *                 CLIENTE NO CREDITO-LOJA), QUE ENTRA NA SOMA DO
      *                 HV-VALOR COMO D, C E R
      * 15/10/2026 FM - INCLUIDO O NUMERO DO ENDERECO DE ENTREGA DO
      *                 CLIENTE USADO NA VENDA (HV-ENDERECO, ZERO =
      *                 PADRAO), PARA O ICMS E A NF-E USAREM A UF DO
      *                 ENDERECO DA VENDA
      *****************************************************************
       01  HV-REGISTRO.
           05  HV-VENDEDOR           PIC X(10).
           05  HV-FORMA-PAGTO        PIC X(01).
               88  HV-PAGTO-DINHEIRO     VALUES 'D' SPACE.
               88  HV-PAGTO-CARTAO       VALUE 'C'.
               88  HV-PAGTO-CREDIARIO    VALUE 'R'.
               88  HV-PAGTO-MISTO        VALUE 'M'.
               88  HV-PAGTO-CREDITO-LOJA VALUE 'L'.
           05  HV-PAGAMENTOS.
               10  HV-PAGTO OCCURS 5 TIMES.
                   15  HV-PAG-FORMA          PIC X(01).
                       88  HV-PAG-VAZIO          VALUE SPACE.
                       88  HV-PAG-DINHEIRO       VALUE 'D'.
                       88  HV-PAG-CARTAO         VALUE 'C'.
                       88  HV-PAG-CREDIARIO      VALUE 'R'.
                       88  HV-PAG-PONTOS         VALUE 'P'.
                       88  HV-PAG-CREDITO-LOJA   VALUE 'L'.
                   15  HV-PAG-VALOR          PIC 9(07)V99.
                   15  HV-PAG-PARCELAS       PIC 9(02).
           05  HV-ENDERECO           PIC 9(02).
