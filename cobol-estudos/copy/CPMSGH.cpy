      *****************************************************************
      * CPMSGH - LAYOUT DO HISTORICO DE AVISOS JA ENVIADOS AO CLIENTE
      *          (MSGHIST), GRAVADO PELO PROGCOB57N A CADA MENSAGEM DO
      *          FEED MSGCLI; EVENTO JA PRESENTE NO HISTORICO NAO GERA
      *          NOVA MENSAGEM, PARA O CLIENTE RECEBER NO MAXIMO UM
      *          AVISO POR EVENTO
      * CHAVE    = MSGH-CHAVE (MODELO + REFERENCIA DO EVENTO)
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  MSGH-REGISTRO.
           05  MSGH-CHAVE.
               10  MSGH-MODELO           PIC X(06).
               10  MSGH-REFERENCIA       PIC X(20).
           05  MSGH-CPF                  PIC X(11).
           05  MSGH-DATA-ENVIO           PIC 9(08).
