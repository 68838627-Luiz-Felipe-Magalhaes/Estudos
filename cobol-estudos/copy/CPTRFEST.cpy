      *****************************************************************
      * CPTRFEST - LAYOUT DO REGISTRO DO MASTER DE TRANSFERENCIAS DE
      *            ESTOQUE ENTRE FILIAIS (TRANSF-ESTOQUE) - GRAVADO
      *            PELO EMBARQUE (PROGCOB44T), QUE BAIXA O SALDO DA
      *            FILIAL DE ORIGEM E DEIXA A QUANTIDADE EM TRANSITO
      *            NESTE REGISTRO, COM O FRETE COTADO NA MATRIZ UF
      *            ORIGEM X UF DESTINO (FRETETAB); BAIXADO PELA
      *            CONFIRMACAO DE RECEBIMENTO (PROGCOB44R), QUE CREDITA
      *            A FILIAL DE DESTINO, E LISTADO PELO RELATORIO DE
      *            ENVELHECIMENTO DAS TRANSFERENCIAS EM TRANSITO
      *            (PROGCOB44A). NUMERADO PELO PONTO DE CONTROLE
      *            CHECKTR (MESMA CONVENCAO DO CHECKPC)
      * CHAVE    = TRF-NUMERO
      *****************************************************************
       01  TRF-REGISTRO.
           05  TRF-NUMERO                PIC 9(06).
           05  TRF-PRODUTO               PIC X(10).
           05  TRF-FILIAL-ORIGEM         PIC X(04).
           05  TRF-FILIAL-DESTINO        PIC X(04).
           05  TRF-QUANTIDADE            PIC 9(05).
           05  TRF-QTDE-RECEBIDA         PIC 9(05).
           05  TRF-DATA-ENVIO            PIC 9(08).
           05  TRF-DATA-RECEBIMENTO      PIC 9(08).
           05  TRF-TRANSPORTADORA        PIC X(10).
           05  TRF-FRETE                 PIC 9(06)V99.
      * TRF-PRAZO-DIAS - PRAZO DA TRANSPORTADORA NA FRETETAB
           05  TRF-PRAZO-DIAS            PIC 9(03).
           05  TRF-STATUS                PIC X(01).
               88  TRF-STATUS-EM-TRANSITO    VALUE 'T'.
               88  TRF-STATUS-RECEBIDA       VALUE 'R'.
