      *****************************************************************
      * CPNFERET - LAYOUT DO ARQUIVO DE RETORNO DO GATEWAY FISCAL DA
      *            SEFAZ (NFERETOR), COM UM EVENTO POR NOTA: A =
      *            AUTORIZADA (COM O PROTOCOLO), R = REJEITADA (COM O
      *            MOTIVO) OU C = CANCELAMENTO HOMOLOGADO, IMPORTADO
      *            TODA NOITE PELO PROGCOB09U
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  NFERET-REGISTRO.
           05  NFERET-NOTAFISCAL         PIC 9(08).
           05  NFERET-EVENTO             PIC X(01).
               88  NFERET-AUTORIZADA         VALUE 'A'.
               88  NFERET-REJEITADA          VALUE 'R'.
               88  NFERET-CANCELADA          VALUE 'C'.
           05  NFERET-PROTOCOLO          PIC X(15).
           05  NFERET-DATA               PIC 9(08).
           05  NFERET-MOTIVO             PIC X(40).
