      *****************************************************************
      * CPFALTA - LAYOUT DO REGISTRO DE FALTA DE PROFESSOR E DA
      *           SUBSTITUICAO (FALTAPRF), UM REGISTRO POR AULA DO
      *           QUADRO (TURMA/DIA/PERIODO) PERDIDA NA DATA DA FALTA.
      *           GRAVADO PELO LANCAMENTO DE FALTA (PROGCOB37F) E LIDO
      *           PELO PAGAMENTO DE HORAS-AULA (PROGCOB38B), QUE
      *           DESCONTA A AULA DO PROFESSOR AUSENTE E PAGA A AULA
      *           AO SUBSTITUTO; SEM SUBSTITUTO A MATRICULA FICA ZERO
      *****************************************************************
       01  FALTA-REGISTRO.
           05  FALTA-DATA.
               10  FALTA-DATA-ANO        PIC 9(04).
               10  FALTA-DATA-MES        PIC 9(02).
               10  FALTA-DATA-DIA        PIC 9(02).
           05  FALTA-DIA-SEMANA          PIC 9(01).
           05  FALTA-PERIODO             PIC 9(01).
           05  FALTA-TURMA               PIC X(20).
           05  FALTA-DISCIPLINA          PIC X(20).
           05  FALTA-MATRICULA           PIC 9(06).
           05  FALTA-NOME                PIC X(20).
           05  FALTA-SUBST-MATRICULA     PIC 9(06).
           05  FALTA-SUBST-NOME          PIC X(20).
           05  FALTA-STATUS              PIC X(01).
               88  FALTA-COBERTA             VALUE 'C'.
               88  FALTA-DESCOBERTA          VALUE 'D'.
           05  FALTA-OPERADOR            PIC X(08).
