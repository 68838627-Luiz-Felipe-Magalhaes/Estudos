      *****************************************************************
      * CPDESPES - LAYOUT DO REGISTRO DO MASTER DE PEDIDOS DE
      *            REEMBOLSO DE DESPESAS (DESPESA-MASTER), MANTIDO
      *            PELO PROGCOB58 - LANCAMENTO DO PEDIDO COM O
      *            COMPROVANTE E FILA DE APROVACAO DO GERENTE DO
      *            DEPARTAMENTO (DEPTO-GERENTE-MATRICULA) - E PAGO
      *            PELO LOTE PROGCOB58P, QUE GRAVA O MOVIMENTO TIPO E
      *            NO FOLHAEXT DA PROXIMA FOLHA E LANCA NO RAZAO
      * CHAVE    = DESP-NUMERO
      *****************************************************************
       01  DESP-REGISTRO.
           05  DESP-NUMERO               PIC 9(06).
           05  DESP-MATRICULA            PIC 9(06).
           05  DESP-DEPARTAMENTO         PIC X(04).
           05  DESP-DATA                 PIC 9(08).
           05  DESP-CATEGORIA            PIC X(01).
               88  DESP-CAT-VIAGEM           VALUE 'V'.
               88  DESP-CAT-TRANSPORTE       VALUE 'T'.
               88  DESP-CAT-ALIMENTACAO      VALUE 'A'.
               88  DESP-CAT-MATERIAL         VALUE 'M'.
               88  DESP-CAT-OUTROS           VALUE 'O'.
               88  DESP-CATEGORIA-VALIDA     VALUES 'V' 'T' 'A'
                                                    'M' 'O'.
           05  DESP-VALOR                PIC 9(06)V99.
           05  DESP-COMPROVANTE          PIC X(15).
           05  DESP-DATA-LANCAMENTO      PIC 9(08).
           05  DESP-OPERADOR             PIC X(08).
           05  DESP-STATUS               PIC X(01).
               88  DESP-STATUS-PENDENTE      VALUE 'P'.
               88  DESP-STATUS-APROVADA      VALUE 'A'.
               88  DESP-STATUS-RECUSADA      VALUE 'R'.
               88  DESP-STATUS-PAGA          VALUE 'G'.
           05  DESP-APROVADOR            PIC 9(06).
           05  DESP-DATA-DECISAO         PIC 9(08).
           05  DESP-MOTIVO-RECUSA        PIC X(30).
           05  DESP-ANOMES-FOLHA         PIC 9(06).
