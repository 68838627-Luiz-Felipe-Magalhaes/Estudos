      *****************************************************************
      * CPCENSO - LAYOUT FIXO DO ARQUIVO DE EXPORTACAO DO CENSO
      *           ESCOLAR ANUAL (CENSOESC), GERADO PELO PROGCOB16C
      *           PARA CADA TURMA: UM REGISTRO 20 COM A COMPOSICAO E
      *           O MOVIMENTO DA TURMA NO ANO, UM REGISTRO 30 POR
      *           ATRIBUICAO DE DOCENTE NO QUADRO PROFTURM E UM
      *           REGISTRO 40 POR ALUNO MATRICULADO NO ANO, COM A
      *           SITUACAO FINAL. O DETALHE DE CADA TIPO E UMA VISAO
      *           (REDEFINES) DA MESMA AREA DE 80 POSICOES
      *****************************************************************
       01  CENSO-REGISTRO.
           05  CENSO-TIPO                PIC X(02).
               88  CENSO-TIPO-TURMA          VALUE '20'.
               88  CENSO-TIPO-DOCENTE        VALUE '30'.
               88  CENSO-TIPO-ALUNO          VALUE '40'.
           05  CENSO-ANO-BASE            PIC 9(04).
           05  CENSO-TURMA               PIC X(20).
           05  CENSO-DETALHE             PIC X(80).
           05  CENSO-DET-TURMA REDEFINES CENSO-DETALHE.
               10  CENSO-TUR-CAPACIDADE  PIC 9(03).
               10  CENSO-TUR-MATRICULAS  PIC 9(04).
               10  CENSO-TUR-CURSANDO    PIC 9(04).
               10  CENSO-TUR-PROMOVIDOS  PIC 9(04).
               10  CENSO-TUR-RETIDOS     PIC 9(04).
               10  CENSO-TUR-TRANSFERIDOS PIC 9(04).
               10  CENSO-TUR-EVADIDOS    PIC 9(04).
               10  CENSO-TUR-ATRIBUICOES PIC 9(02).
               10  FILLER                PIC X(51).
           05  CENSO-DET-DOCENTE REDEFINES CENSO-DETALHE.
               10  CENSO-DOC-MATRICULA   PIC 9(06).
               10  CENSO-DOC-NOME        PIC X(20).
               10  CENSO-DOC-DISCIPLINA  PIC X(20).
               10  CENSO-DOC-ADMISSAO    PIC 9(08).
               10  FILLER                PIC X(26).
           05  CENSO-DET-ALUNO REDEFINES CENSO-DETALHE.
               10  CENSO-ALU-NOME        PIC X(20).
               10  CENSO-ALU-MATRICULA   PIC 9(08).
               10  CENSO-ALU-SITUACAO    PIC X(01).
                   88  CENSO-ALU-CURSANDO     VALUE 'C'.
                   88  CENSO-ALU-PROMOVIDO    VALUE 'P'.
                   88  CENSO-ALU-RETIDO       VALUE 'R'.
                   88  CENSO-ALU-TRANSFERIDO  VALUE 'T'.
                   88  CENSO-ALU-EVADIDO      VALUE 'E'.
               10  CENSO-ALU-DATA-SAIDA  PIC 9(08).
               10  CENSO-ALU-TURMA-DESTINO PIC X(20).
               10  CENSO-ALU-RESPONSAVEL PIC X(20).
               10  FILLER                PIC X(03).
