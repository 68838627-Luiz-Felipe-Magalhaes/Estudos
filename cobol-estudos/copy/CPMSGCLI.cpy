      *****************************************************************
      * CPMSGCLI - LAYOUT DO FEED DE AVISOS AO CLIENTE (MSGCLI), UMA
      *            MENSAGEM POR EVENTO, GRAVADO TODA NOITE PELO
      *            PROGCOB57N E RECOLHIDO PELO GATEWAY DE SMS/E-MAIL.
      *            O GATEWAY MONTA O TEXTO PELO CODIGO DO MODELO
      *            (MSGC-MODELO) COM OS CAMPOS VARIAVEIS:
      *            ENTCOL/ENTTRA/ENTENT - ENTREGA COLETADA, EM
      *                     TRANSITO OU ENTREGUE: REFERENCIA = PEDIDO,
      *                     DATA = PROMESSA, TEXTO = RECEBEDOR
      *            PARVEN - PARCELA A VENCER E PARATR - PARCELA
      *                     VENCIDA: REFERENCIA = PARCELA (8) E NOTA
      *                     FISCAL (8), DATA = VENCIMENTO, VALOR =
      *                     VALOR DA PARCELA
      *            COTVAL - COTACAO PERTO DE EXPIRAR: REFERENCIA =
      *                     COTACAO, DATA = VALIDADE, VALOR = TOTAL,
      *                     TEXTO = PRODUTO
      *            PTSEXP - PONTOS DE FIDELIDADE PERTO DE EXPIRAR:
      *                     REFERENCIA = CPF E DATA DO ULTIMO
      *                     ACUMULO, DATA = LIMITE DO AVISO, VALOR =
      *                     SALDO DE PONTOS
      *            CANAL: E = E-MAIL (QUANDO O CLIENTE TEM E-MAIL NO
      *            CLIEND), S = SMS NO TELEFONE
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      * 15/10/2026 FM - MODELOS COTVAL E PTSEXP SAO MARKETING E SO SAEM
      *                 PARA CLIENTE COM CONSENTIMENTO NO CANAL
      *                 (CONSENT-MASTER, CPCONSEN)
      *****************************************************************
       01  MSGC-REGISTRO.
           05  MSGC-MODELO               PIC X(06).
           05  MSGC-CPF                  PIC X(11).
           05  MSGC-CANAL                PIC X(01).
               88  MSGC-CANAL-EMAIL          VALUE 'E'.
               88  MSGC-CANAL-SMS            VALUE 'S'.
           05  MSGC-TELEFONE             PIC X(15).
           05  MSGC-EMAIL                PIC X(40).
           05  MSGC-REFERENCIA           PIC X(20).
           05  MSGC-DATA-REF             PIC 9(08).
           05  MSGC-VALOR                PIC 9(09)V99.
           05  MSGC-TEXTO                PIC X(30).
           05  MSGC-DATA-GERACAO         PIC 9(08).
