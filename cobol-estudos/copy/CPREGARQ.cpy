      *****************************************************************
      * CPREGARQ - LAYOUT DO REGISTRO DE ARQUIVOS RECEBIDOS (REGARQ),
      *            UMA LINHA POR ARQUIVO DE INTERFACE ACEITO NA
      *            RECEPCAO (RETBANCO, CARTLIQ, FATURAFRE, TARIFIMP E
      *            ENTRADAS), COM OS DADOS DO HEADER E DO TRAILER DO
      *            ARQUIVO. CONSULTADO E GRAVADO SO PELA ROTINA
      *            PROGCOBK, PARA RECUSAR ARQUIVO JA PROCESSADO OU
      *            FORA DE SEQUENCIA DO MESMO REMETENTE
      * CHAVE    = RARQ-CHAVE (INTERFACE + REMETENTE + SEQUENCIA)
      *****************************************************************
       01  RARQ-REGISTRO.
           05  RARQ-CHAVE.
               10  RARQ-INTERFACE        PIC X(08).
               10  RARQ-REMETENTE        PIC X(10).
               10  RARQ-SEQUENCIA        PIC 9(06).
           05  RARQ-DATA-ARQUIVO         PIC 9(08).
           05  RARQ-QTDE-REGISTROS       PIC 9(07).
           05  RARQ-TOTAL-HASH           PIC 9(11)V9(04).
           05  RARQ-DATA-PROC            PIC 9(08).
           05  RARQ-HORA-PROC            PIC 9(08).
           05  RARQ-PROGRAMA             PIC X(10).
