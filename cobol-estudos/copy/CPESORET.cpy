      *****************************************************************
      * CPESORET - LAYOUT DO ARQUIVO DE RETORNO DO ESOCIAL (ESOCRET),
      *            COM UMA LINHA POR EVENTO PROCESSADO PELO GOVERNO:
      *            A = ACEITO (COM O NUMERO DO RECIBO) OU R = REJEITADO
      *            (COM O MOTIVO), IMPORTADO PELO PROGCOB31U
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  ESORET-REGISTRO.
           05  ESORET-ID-EVENTO          PIC X(15).
           05  ESORET-SITUACAO           PIC X(01).
               88  ESORET-ACEITO             VALUE 'A'.
               88  ESORET-REJEITADO          VALUE 'R'.
           05  ESORET-RECIBO             PIC X(20).
           05  ESORET-DATA               PIC 9(08).
           05  ESORET-MOTIVO             PIC X(40).
