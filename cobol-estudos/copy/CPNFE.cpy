      *****************************************************************
      * CPNFE   - LAYOUT DO REGISTRO DO MASTER DE AUTORIZACAO DAS
      *           NOTAS FISCAIS ELETRONICAS (NFE-MASTER), UMA LINHA POR
      *           NOTA ENVIADA AO GATEWAY FISCAL DA SEFAZ. GRAVADO
      *           PENDENTE PELO PROGCOB09N NO ENVIO, ATUALIZADO PELO
      *           RETORNO DO GATEWAY (PROGCOB09U) E PELO CANCELAMENTO
      *           DA VENDA (PROGCOB09X); CONSULTADO PELO PROGCOB12B,
      *           QUE SO EMBARCA NOTA AUTORIZADA
      * CHAVE    = NFE-NOTAFISCAL
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  NFE-REGISTRO.
           05  NFE-NOTAFISCAL            PIC 9(08).
           05  NFE-DATA-EMISSAO          PIC 9(08).
           05  NFE-CPF                   PIC X(11).
           05  NFE-FILIAL                PIC X(04).
           05  NFE-VALOR                 PIC 9(09)V99.
           05  NFE-ICMS                  PIC 9(09)V99.
           05  NFE-STATUS                PIC X(01).
               88  NFE-STATUS-PENDENTE       VALUE 'P'.
               88  NFE-STATUS-AUTORIZADA     VALUE 'A'.
               88  NFE-STATUS-REJEITADA      VALUE 'R'.
               88  NFE-STATUS-CANC-SOLICIT   VALUE 'X'.
               88  NFE-STATUS-CANCELADA      VALUE 'C'.
           05  NFE-PROTOCOLO             PIC X(15).
           05  NFE-DATA-RETORNO          PIC 9(08).
           05  NFE-MOTIVO                PIC X(40).
           05  NFE-DATA-CANCELAMENTO     PIC 9(08).
