      *****************************************************************
      * CPROMAN - LAYOUT DO REGISTRO DO ROMANEIO DE CARGA
      *           (ROMANEIO-MASTER), UMA LINHA POR PEDIDO DE CADA
      *           ROMANEIO POR TRANSPORTADORA E FILIAL DE EMBARQUE,
      *           GRAVADO PELO PROGCOB12M E BAIXADO NA CONFIRMACAO DA
      *           COLETA (PROGCOB12K)
      * CHAVE    = ROM-CHAVE (NUMERO DO ROMANEIO + PEDIDO)
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  ROM-REGISTRO.
           05  ROM-CHAVE.
               10  ROM-NUMERO            PIC 9(06).
               10  ROM-PEDIDO            PIC 9(06).
           05  ROM-TRANSPORTADORA        PIC X(10).
           05  ROM-FILIAL                PIC X(04).
           05  ROM-NOTAFISCAL            PIC 9(08).
           05  ROM-DATA-PROMESSA         PIC 9(08).
           05  ROM-DATA-EMISSAO          PIC 9(08).
           05  ROM-DATA-COLETA           PIC 9(08).
           05  ROM-STATUS                PIC X(01).
               88  ROM-STATUS-PENDENTE       VALUE 'P'.
               88  ROM-STATUS-COLETADO       VALUE 'C'.
               88  ROM-STATUS-FALTANTE       VALUE 'F'.
