       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB37F.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: LANCAMENTO DE FALTA DE PROFESSOR E ESCOLHA DO
      *           SUBSTITUTO - PARA O PROFESSOR, A DATA E OS PERIODOS
      *           DA FALTA, LOCALIZA NO QUADRO (PROFESSOR-TURMA) CADA
      *           AULA ATINGIDA E LISTA OS PROFESSORES LIVRES NAQUELE
      *           DIA/PERIODO PELA MESMA REGRA DE CHOQUE DO PROGCOB37
      *           (SEM OUTRA TURMA NO HORARIO), DESCONTANDO QUEM JA
      *           ESTA SUBSTITUINDO NA MESMA DATA E PERIODO. O
      *           SUBSTITUTO ESCOLHIDO (OU A AULA SEM SUBSTITUTO) E
      *           GRAVADO NO FALTAPRF, QUE O PROGCOB38B USA PARA PAGAR
      *           AS AULAS DE FATO DADAS
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESSOR-TURMA ASSIGN TO 'PROFTURM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFT.
           SELECT FALTA-PROFESSOR ASSIGN TO 'FALTAPRF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FALTA.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  PROFESSOR-TURMA.
           COPY CPPROFT.
       FD  FALTA-PROFESSOR.
           COPY CPFALTA.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-PROFT              PIC X(02) VALUE '00'.
       77  WRK-FS-FALTA              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-MATRICULA             PIC 9(06) VALUE ZERO.
       77  WRK-DATA-FALTA            PIC 9(08) VALUE ZERO.
       77  WRK-DIAS-EPOCA            PIC 9(08) VALUE ZERO.
       77  WRK-DIA-SEMANA            PIC 9(01) VALUE ZERO.
       77  WRK-PERIODO-INICIAL       PIC 9(01) VALUE ZERO.
       77  WRK-PERIODO-FINAL         PIC 9(01) VALUE ZERO.
       77  WRK-PERIODO               PIC 9(01) VALUE ZERO.
       77  WRK-SUBSTITUTO            PIC 9(06) VALUE ZERO.
       77  WRK-SUBST-NOME            PIC X(20) VALUE SPACES.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-ACHOU-SW              PIC X(01) VALUE 'N'.
           88  WRK-ACHOU                 VALUE 'S'.
       77  WRK-OCUPADO-SW            PIC X(01) VALUE 'N'.
           88  WRK-OCUPADO               VALUE 'S'.
       77  WRK-ESCOLHA-SW            PIC X(01) VALUE 'N'.
           88  WRK-ESCOLHA-VALIDA        VALUE 'S'.
       77  WRK-QTDE-AULAS            PIC 9(03) VALUE ZERO.
       77  WRK-QTDE-COBERTAS         PIC 9(03) VALUE ZERO.
       77  WRK-QTDE-DESCOBERTAS      PIC 9(03) VALUE ZERO.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
      ******************************* QUADRO DE PROFESSORES EM MEMORIA
       77  WRK-QTDE-QUADRO           PIC 9(03) VALUE ZERO.
       77  WRK-QD-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-QD-AULA               PIC 9(03) VALUE ZERO.
       01  WRK-TABELA-QUADRO.
           05  WRK-QUADRO OCCURS 1 TO 300 TIMES
                          DEPENDING ON WRK-QTDE-QUADRO.
               10  WRK-QD-TURMA          PIC X(20).
               10  WRK-QD-DISCIPLINA     PIC X(20).
               10  WRK-QD-MATRICULA      PIC 9(06).
               10  WRK-QD-NOME           PIC X(20).
               10  WRK-QD-DIA-SEMANA     PIC 9(01).
               10  WRK-QD-PERIODO        PIC 9(01).
      ******************************* PROFESSORES DISTINTOS DO QUADRO
       77  WRK-QTDE-PROFESSORES      PIC 9(03) VALUE ZERO.
       77  WRK-PR-IDX                PIC 9(03) VALUE ZERO.
       01  WRK-TABELA-PROFESSORES.
           05  WRK-PROFESSOR OCCURS 1 TO 100 TIMES
                             DEPENDING ON WRK-QTDE-PROFESSORES.
               10  WRK-PR-MATRICULA      PIC 9(06).
               10  WRK-PR-NOME           PIC X(20).
      ******************************* FALTAS JA LANCADAS NA DATA
       77  WRK-QTDE-FALTAS           PIC 9(03) VALUE ZERO.
       77  WRK-FT-IDX                PIC 9(03) VALUE ZERO.
       01  WRK-TABELA-FALTAS.
           05  WRK-FALTA OCCURS 1 TO 200 TIMES
                         DEPENDING ON WRK-QTDE-FALTAS.
               10  WRK-FT-PERIODO        PIC 9(01).
               10  WRK-FT-TURMA          PIC X(20).
               10  WRK-FT-MATRICULA      PIC 9(06).
               10  WRK-FT-SUBSTITUTO     PIC 9(06).
      ******************************* PROFESSORES LIVRES NA AULA
       77  WRK-QTDE-LIVRES           PIC 9(03) VALUE ZERO.
       77  WRK-LV-IDX                PIC 9(03) VALUE ZERO.
       01  WRK-TABELA-LIVRES.
           05  WRK-LIVRE OCCURS 1 TO 100 TIMES
                         DEPENDING ON WRK-QTDE-LIVRES.
               10  WRK-LV-MATRICULA      PIC 9(06).
               10  WRK-LV-NOME           PIC X(20).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           DISPLAY 'ID DO OPERADOR..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'MATRICULA DO PROFESSOR AUSENTE..'.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           DISPLAY 'DATA DA FALTA (AAAAMMDD)..'.
           ACCEPT WRK-DATA-FALTA FROM CONSOLE.
           DISPLAY 'PRIMEIRO PERIODO DA FALTA (1 A 6)..'.
           ACCEPT WRK-PERIODO-INICIAL FROM CONSOLE.
           DISPLAY 'ULTIMO PERIODO DA FALTA (1 A 6)..'.
           ACCEPT WRK-PERIODO-FINAL FROM CONSOLE.

       0200-PROCESSAR.
           IF WRK-PERIODO-INICIAL < 1 OR WRK-PERIODO-FINAL > 6
              OR WRK-PERIODO-INICIAL > WRK-PERIODO-FINAL
               DISPLAY 'PERIODOS INVALIDOS - FALTA RECUSADA'
               MOVE 'PERIODO INVALIDO' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE WRK-DIAS-EPOCA =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-FALTA)
               COMPUTE WRK-DIA-SEMANA =
                   FUNCTION MOD (WRK-DIAS-EPOCA, 7)
               IF WRK-DIA-SEMANA = 0
                   DISPLAY 'DATA CAI NO DOMINGO - SEM AULA NO QUADRO'
                   MOVE 'DATA SEM AULA' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0210-CARREGAR-QUADRO
                   PERFORM 0220-CARREGAR-FALTAS
                   PERFORM 0230-TRATAR-PERIODO
                       VARYING WRK-PERIODO FROM WRK-PERIODO-INICIAL
                       BY 1 UNTIL WRK-PERIODO > WRK-PERIODO-FINAL
                   PERFORM 0290-RESUMIR
               END-IF
           END-IF.

      ******************************* CARGA DO QUADRO E DA LISTA DE
      ******************************* PROFESSORES QUE NELE APARECEM
       0210-CARREGAR-QUADRO.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT PROFESSOR-TURMA.
           IF WRK-FS-PROFT = '00'
               PERFORM 0211-LER-ATRIBUICAO
               PERFORM 0212-GUARDAR-ATRIBUICAO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE PROFESSOR-TURMA
           END-IF.

       0211-LER-ATRIBUICAO.
           READ PROFESSOR-TURMA
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0212-GUARDAR-ATRIBUICAO.
           IF WRK-QTDE-QUADRO < 300
               ADD 1 TO WRK-QTDE-QUADRO
               MOVE PROFT-TURMA TO WRK-QD-TURMA (WRK-QTDE-QUADRO)
               MOVE PROFT-DISCIPLINA
                   TO WRK-QD-DISCIPLINA (WRK-QTDE-QUADRO)
               MOVE PROFT-MATRICULA
                   TO WRK-QD-MATRICULA (WRK-QTDE-QUADRO)
               MOVE PROFT-NOME TO WRK-QD-NOME (WRK-QTDE-QUADRO)
               MOVE PROFT-DIA-SEMANA
                   TO WRK-QD-DIA-SEMANA (WRK-QTDE-QUADRO)
               MOVE PROFT-PERIODO TO WRK-QD-PERIODO (WRK-QTDE-QUADRO)
           END-IF.
           MOVE 'N' TO WRK-ACHOU-SW.
           PERFORM 0213-COMPARAR-PROFESSOR
               VARYING WRK-PR-IDX FROM 1 BY 1
               UNTIL WRK-PR-IDX > WRK-QTDE-PROFESSORES OR WRK-ACHOU.
           IF NOT WRK-ACHOU AND WRK-QTDE-PROFESSORES < 100
               ADD 1 TO WRK-QTDE-PROFESSORES
               MOVE PROFT-MATRICULA
                   TO WRK-PR-MATRICULA (WRK-QTDE-PROFESSORES)
               MOVE PROFT-NOME TO WRK-PR-NOME (WRK-QTDE-PROFESSORES)
           END-IF.
           PERFORM 0211-LER-ATRIBUICAO.

       0213-COMPARAR-PROFESSOR.
           IF WRK-PR-MATRICULA (WRK-PR-IDX) = PROFT-MATRICULA
               SET WRK-ACHOU TO TRUE
           END-IF.

      ******************************* FALTAS E SUBSTITUICOES JA
      ******************************* LANCADAS PARA A MESMA DATA
       0220-CARREGAR-FALTAS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT FALTA-PROFESSOR.
           IF WRK-FS-FALTA = '00'
               PERFORM 0221-LER-FALTA
               PERFORM 0222-GUARDAR-FALTA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE FALTA-PROFESSOR
           END-IF.

       0221-LER-FALTA.
           READ FALTA-PROFESSOR
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0222-GUARDAR-FALTA.
           IF FALTA-DATA = WRK-DATA-FALTA
              AND WRK-QTDE-FALTAS < 200
               ADD 1 TO WRK-QTDE-FALTAS
               MOVE FALTA-PERIODO TO WRK-FT-PERIODO (WRK-QTDE-FALTAS)
               MOVE FALTA-TURMA   TO WRK-FT-TURMA (WRK-QTDE-FALTAS)
               MOVE FALTA-MATRICULA
                   TO WRK-FT-MATRICULA (WRK-QTDE-FALTAS)
               MOVE FALTA-SUBST-MATRICULA
                   TO WRK-FT-SUBSTITUTO (WRK-QTDE-FALTAS)
           END-IF.
           PERFORM 0221-LER-FALTA.

      ******************************* AULAS DO PROFESSOR AUSENTE NO
      ******************************* DIA DA SEMANA E PERIODO
       0230-TRATAR-PERIODO.
           PERFORM 0231-PROCURAR-AULA
               VARYING WRK-QD-AULA FROM 1 BY 1
               UNTIL WRK-QD-AULA > WRK-QTDE-QUADRO.

       0231-PROCURAR-AULA.
           IF WRK-QD-MATRICULA (WRK-QD-AULA) = WRK-MATRICULA
              AND WRK-QD-DIA-SEMANA (WRK-QD-AULA) = WRK-DIA-SEMANA
              AND WRK-QD-PERIODO (WRK-QD-AULA) = WRK-PERIODO
               ADD 1 TO WRK-QTDE-AULAS
               PERFORM 0240-TRATAR-AULA
           END-IF.

      ******************************* AULA JA LANCADA E IGNORADA;
      ******************************* SENAO LISTA OS LIVRES E GRAVA A
      ******************************* ESCOLHA DO COORDENADOR
       0240-TRATAR-AULA.
           MOVE 'N' TO WRK-ACHOU-SW.
           PERFORM 0241-COMPARAR-FALTA
               VARYING WRK-FT-IDX FROM 1 BY 1
               UNTIL WRK-FT-IDX > WRK-QTDE-FALTAS OR WRK-ACHOU.
           IF WRK-ACHOU
               DISPLAY 'PERIODO ' WRK-PERIODO ' TURMA '
                       WRK-QD-TURMA (WRK-QD-AULA)
                       ' - FALTA JA LANCADA NESTA DATA'
           ELSE
               DISPLAY '----------------'
               DISPLAY 'PERIODO ' WRK-PERIODO ' TURMA '
                       WRK-QD-TURMA (WRK-QD-AULA) ' DISCIPLINA '
                       WRK-QD-DISCIPLINA (WRK-QD-AULA)
               MOVE ZERO TO WRK-QTDE-LIVRES
               PERFORM 0250-VERIFICAR-LIVRE
                   VARYING WRK-PR-IDX FROM 1 BY 1
                   UNTIL WRK-PR-IDX > WRK-QTDE-PROFESSORES
               MOVE ZERO TO WRK-SUBSTITUTO
               MOVE SPACES TO WRK-SUBST-NOME
               IF WRK-QTDE-LIVRES = ZERO
                   DISPLAY 'NENHUM PROFESSOR LIVRE NESTE HORARIO'
               ELSE
                   MOVE 'N' TO WRK-ESCOLHA-SW
                   PERFORM 0260-ESCOLHER-SUBSTITUTO
                       UNTIL WRK-ESCOLHA-VALIDA
               END-IF
               PERFORM 0270-GRAVAR-FALTA
           END-IF.

       0241-COMPARAR-FALTA.
           IF WRK-FT-MATRICULA (WRK-FT-IDX) = WRK-MATRICULA
              AND WRK-FT-PERIODO (WRK-FT-IDX) = WRK-PERIODO
              AND WRK-FT-TURMA (WRK-FT-IDX) = WRK-QD-TURMA (WRK-QD-AULA)
               SET WRK-ACHOU TO TRUE
           END-IF.

      ******************************* LIVRE = SEM TURMA NO MESMO DIA/
      ******************************* PERIODO (REGRA DO PROGCOB37) E
      ******************************* SEM OUTRA SUBSTITUICAO NA DATA
       0250-VERIFICAR-LIVRE.
           MOVE 'N' TO WRK-OCUPADO-SW.
           IF WRK-PR-MATRICULA (WRK-PR-IDX) = WRK-MATRICULA
               SET WRK-OCUPADO TO TRUE
           END-IF.
           PERFORM 0251-COMPARAR-HORARIO
               VARYING WRK-QD-IDX FROM 1 BY 1
               UNTIL WRK-QD-IDX > WRK-QTDE-QUADRO OR WRK-OCUPADO.
           PERFORM 0252-COMPARAR-SUBSTITUICAO
               VARYING WRK-FT-IDX FROM 1 BY 1
               UNTIL WRK-FT-IDX > WRK-QTDE-FALTAS OR WRK-OCUPADO.
           IF NOT WRK-OCUPADO AND WRK-QTDE-LIVRES < 100
               ADD 1 TO WRK-QTDE-LIVRES
               MOVE WRK-PR-MATRICULA (WRK-PR-IDX)
                   TO WRK-LV-MATRICULA (WRK-QTDE-LIVRES)
               MOVE WRK-PR-NOME (WRK-PR-IDX)
                   TO WRK-LV-NOME (WRK-QTDE-LIVRES)
               DISPLAY '   LIVRE: ' WRK-PR-MATRICULA (WRK-PR-IDX)
                       ' ' WRK-PR-NOME (WRK-PR-IDX)
           END-IF.

       0251-COMPARAR-HORARIO.
           IF WRK-QD-MATRICULA (WRK-QD-IDX) =
              WRK-PR-MATRICULA (WRK-PR-IDX)
              AND WRK-QD-DIA-SEMANA (WRK-QD-IDX) = WRK-DIA-SEMANA
              AND WRK-QD-PERIODO (WRK-QD-IDX) = WRK-PERIODO
               SET WRK-OCUPADO TO TRUE
           END-IF.

       0252-COMPARAR-SUBSTITUICAO.
           IF WRK-FT-SUBSTITUTO (WRK-FT-IDX) =
              WRK-PR-MATRICULA (WRK-PR-IDX)
              AND WRK-FT-PERIODO (WRK-FT-IDX) = WRK-PERIODO
               SET WRK-OCUPADO TO TRUE
           END-IF.

      ******************************* O SUBSTITUTO PRECISA ESTAR NA
      ******************************* LISTA DE LIVRES; ZERO DEIXA A
      ******************************* AULA SEM SUBSTITUTO
       0260-ESCOLHER-SUBSTITUTO.
           DISPLAY 'MATRICULA DO SUBSTITUTO (ZERO = SEM SUBSTITUTO)..'.
           ACCEPT WRK-SUBSTITUTO FROM CONSOLE.
           IF WRK-SUBSTITUTO = ZERO
               SET WRK-ESCOLHA-VALIDA TO TRUE
           ELSE
               PERFORM 0261-COMPARAR-LIVRE
                   VARYING WRK-LV-IDX FROM 1 BY 1
                   UNTIL WRK-LV-IDX > WRK-QTDE-LIVRES
                      OR WRK-ESCOLHA-VALIDA
               IF NOT WRK-ESCOLHA-VALIDA
                   DISPLAY 'PROFESSOR FORA DA LISTA DE LIVRES'
               END-IF
           END-IF.

       0261-COMPARAR-LIVRE.
           IF WRK-LV-MATRICULA (WRK-LV-IDX) = WRK-SUBSTITUTO
               SET WRK-ESCOLHA-VALIDA TO TRUE
               MOVE WRK-LV-NOME (WRK-LV-IDX) TO WRK-SUBST-NOME
           END-IF.

      ******************************* GRAVA A AULA PERDIDA E GUARDA A
      ******************************* SUBSTITUICAO PARA O PROXIMO
      ******************************* HORARIO DO MESMO LANCAMENTO
       0270-GRAVAR-FALTA.
           OPEN EXTEND FALTA-PROFESSOR.
           IF WRK-FS-FALTA = '35'
               OPEN OUTPUT FALTA-PROFESSOR
               CLOSE FALTA-PROFESSOR
               OPEN EXTEND FALTA-PROFESSOR
           END-IF.
           INITIALIZE FALTA-REGISTRO.
           MOVE WRK-DATA-FALTA             TO FALTA-DATA.
           MOVE WRK-DIA-SEMANA             TO FALTA-DIA-SEMANA.
           MOVE WRK-PERIODO                TO FALTA-PERIODO.
           MOVE WRK-QD-TURMA (WRK-QD-AULA) TO FALTA-TURMA.
           MOVE WRK-QD-DISCIPLINA (WRK-QD-AULA) TO FALTA-DISCIPLINA.
           MOVE WRK-MATRICULA              TO FALTA-MATRICULA.
           MOVE WRK-QD-NOME (WRK-QD-AULA)  TO FALTA-NOME.
           MOVE WRK-SUBSTITUTO             TO FALTA-SUBST-MATRICULA.
           MOVE WRK-SUBST-NOME             TO FALTA-SUBST-NOME.
           MOVE WRK-OPERADOR               TO FALTA-OPERADOR.
           IF WRK-SUBSTITUTO = ZERO
               SET FALTA-DESCOBERTA TO TRUE
               ADD 1 TO WRK-QTDE-DESCOBERTAS
               DISPLAY 'AULA GRAVADA SEM SUBSTITUTO'
           ELSE
               SET FALTA-COBERTA TO TRUE
               ADD 1 TO WRK-QTDE-COBERTAS
               DISPLAY 'SUBSTITUTO GRAVADO: ' WRK-SUBST-NOME
           END-IF.
           WRITE FALTA-REGISTRO.
           CLOSE FALTA-PROFESSOR.
           IF WRK-QTDE-FALTAS < 200
               ADD 1 TO WRK-QTDE-FALTAS
               MOVE WRK-PERIODO TO WRK-FT-PERIODO (WRK-QTDE-FALTAS)
               MOVE WRK-QD-TURMA (WRK-QD-AULA)
                   TO WRK-FT-TURMA (WRK-QTDE-FALTAS)
               MOVE WRK-MATRICULA TO WRK-FT-MATRICULA (WRK-QTDE-FALTAS)
               MOVE WRK-SUBSTITUTO
                   TO WRK-FT-SUBSTITUTO (WRK-QTDE-FALTAS)
           END-IF.

       0290-RESUMIR.
           IF WRK-QTDE-AULAS = ZERO
               DISPLAY 'PROFESSOR SEM AULA NO QUADRO NESSE DIA/PERIODO'
               MOVE 'SEM AULA NO HORARIO' TO WRK-AUDIT-RESULTADO
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WRK-QTDE-DESCOBERTAS > ZERO
                   MOVE 'FALTA COM AULA DESCOBERTA'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 'FALTA LANCADA' TO WRK-AUDIT-RESULTADO
               END-IF
           END-IF.

       0300-FINALIZAR.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - AULAS: ' WRK-QTDE-AULAS
                   ' COBERTAS: ' WRK-QTDE-COBERTAS
                   ' SEM SUBSTITUTO: ' WRK-QTDE-DESCOBERTAS.

      ******************************* GRAVA A TRILHA DE AUDITORIA
       0310-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITORIA-LOG.
           IF WRK-FS-AUDIT = '35'
               OPEN OUTPUT AUDITORIA-LOG
               CLOSE AUDITORIA-LOG
               OPEN EXTEND AUDITORIA-LOG
           END-IF.
           INITIALIZE AUDIT-REGISTRO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE 'PROGCOB37F' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-MATRICULA TO AUDIT-ENTRADA-CHAVE (01:06).
           MOVE WRK-DATA-FALTA TO AUDIT-ENTRADA-CHAVE (08:08).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
