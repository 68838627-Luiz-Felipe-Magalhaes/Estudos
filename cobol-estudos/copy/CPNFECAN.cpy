      *****************************************************************
      * CPNFECAN - LAYOUT DO ARQUIVO DE EVENTOS DE CANCELAMENTO DAS
      *            NOTAS FISCAIS ELETRONICAS JA AUTORIZADAS (NFECANC),
      *            GRAVADO PELO CANCELAMENTO DE VENDA (PROGCOB09X) E
      *            ENVIADO AO GATEWAY FISCAL DA SEFAZ COM O PROTOCOLO
      *            DE AUTORIZACAO DA NOTA
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  NFECAN-REGISTRO.
           05  NFECAN-NOTAFISCAL         PIC 9(08).
           05  NFECAN-PROTOCOLO          PIC X(15).
           05  NFECAN-DATA               PIC 9(08).
           05  NFECAN-MOTIVO             PIC X(30).
           05  NFECAN-OPERADOR           PIC X(08).
