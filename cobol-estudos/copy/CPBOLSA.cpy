      *****************************************************************
      * CPBOLSA - LAYOUT DO REGISTRO DO CADASTRO DE BOLSAS DE ESTUDO
      *           POR ALUNO (BOLSA-MASTER), MANTIDO PELO PROGCOB36C -
      *           PERCENTUAL OU VALOR FIXO, TIPO, VIGENCIA E MEDIA
      *           MINIMA EXIGIDA -, APLICADO PELA GERACAO DA
      *           MENSALIDADE (PROGCOB36B) NOS MESES DA VIGENCIA E
      *           CONFERIDO NA REVISAO ANUAL (PROGCOB36R) CONTRA O
      *           HISTORICO DE MEDIAS (HISTGPA)
      * CHAVE   = BOLSA-ALUNO
      *****************************************************************
       01  BOLSA-REGISTRO.
           05  BOLSA-ALUNO               PIC X(20).
           05  BOLSA-TURMA               PIC X(20).
           05  BOLSA-TIPO                PIC X(01).
               88  BOLSA-TIPO-MERITO         VALUE 'M'.
               88  BOLSA-TIPO-SOCIAL         VALUE 'S'.
               88  BOLSA-TIPO-ESPORTIVA      VALUE 'E'.
               88  BOLSA-TIPO-CONVENIO       VALUE 'C'.
               88  BOLSA-TIPO-VALIDO         VALUES 'M' 'S' 'E' 'C'.
           05  BOLSA-MODALIDADE          PIC X(01).
               88  BOLSA-MODAL-PERCENTUAL    VALUE 'P'.
               88  BOLSA-MODAL-VALOR         VALUE 'V'.
           05  BOLSA-PERCENTUAL          PIC 9(03)V99.
           05  BOLSA-VALOR               PIC 9(05)V99.
           05  BOLSA-DATA-INICIO         PIC 9(08).
           05  BOLSA-DATA-FIM            PIC 9(08).
           05  BOLSA-MEDIA-MINIMA        PIC 9(02)V9.
           05  BOLSA-STATUS              PIC X(01).
               88  BOLSA-STATUS-ATIVA        VALUE 'A'.
               88  BOLSA-STATUS-CANCELADA    VALUE 'C'.
           05  BOLSA-DATA-CONCESSAO      PIC 9(08).
           05  BOLSA-OPERADOR            PIC X(08).
           05  BOLSA-DATA-REVISAO        PIC 9(08).
           05  BOLSA-MEDIA-REVISAO       PIC 9(02)V9.
           05  BOLSA-PARECER             PIC X(01).
               88  BOLSA-PARECER-RENOVAR     VALUE 'R'.
               88  BOLSA-PARECER-REDUZIR     VALUE 'D'.
               88  BOLSA-PARECER-CANCELAR    VALUE 'C'.
               88  BOLSA-PARECER-SEM-MEDIA   VALUE 'S'.
