      *****************************************************************
      * CPESOCEV - LAYOUT DO REGISTRO DO MASTER DE EVENTOS TRABALHISTAS
      *            DO ESOCIAL (ESOCMAST), UMA LINHA POR EVENTO GERADO
      *            PELO EXTRATO MENSAL (PROGCOB31S): ADMISSAO (S-2200),
      *            DESLIGAMENTO (S-2299) E ALTERACAO CONTRATUAL
      *            (S-2206 - REAJUSTE, PROMOCAO OU TRANSFERENCIA).
      *            GRAVADO PENDENTE NA GERACAO, ATUALIZADO PELA
      *            IMPORTACAO DO RETORNO DO GOVERNO (PROGCOB31U) E
      *            LISTADO PELO RELATORIO DE PENDENCIAS (PROGCOB31Q)
      * CHAVE    = ESOCEV-ID (ORIGEM + MATRICULA + DATA DO EVENTO),
      *            QUE E TAMBEM O IDENTIFICADOR ENVIADO AO GOVERNO
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  ESOCEV-REGISTRO.
           05  ESOCEV-ID.
               10  ESOCEV-ORIGEM         PIC X(01).
                   88  ESOCEV-ORIGEM-ADMISSAO    VALUE 'A'.
                   88  ESOCEV-ORIGEM-DESLIGAM    VALUE 'D'.
                   88  ESOCEV-ORIGEM-REAJUSTE    VALUE 'R'.
                   88  ESOCEV-ORIGEM-PROMOCAO    VALUE 'P'.
                   88  ESOCEV-ORIGEM-TRANSFER    VALUE 'T'.
               10  ESOCEV-MATRICULA      PIC 9(06).
               10  ESOCEV-DATA-EVENTO    PIC 9(08).
           05  ESOCEV-TIPO-EVENTO        PIC X(06).
           05  ESOCEV-COMPETENCIA        PIC 9(06).
           05  ESOCEV-PRAZO              PIC 9(08).
           05  ESOCEV-STATUS             PIC X(01).
               88  ESOCEV-STATUS-PENDENTE    VALUE 'P'.
               88  ESOCEV-STATUS-ACEITO      VALUE 'A'.
               88  ESOCEV-STATUS-REJEITADO   VALUE 'R'.
           05  ESOCEV-DATA-GERACAO       PIC 9(08).
           05  ESOCEV-RECIBO             PIC X(20).
           05  ESOCEV-DATA-RETORNO       PIC 9(08).
           05  ESOCEV-MOTIVO             PIC X(40).
