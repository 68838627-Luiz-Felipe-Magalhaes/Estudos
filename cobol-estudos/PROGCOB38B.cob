      *                 O TIPO DE MOVIMENTO (HORAS-AULA), PARA A FOLHA
      *                 LIQUIDA DISTINGUIR REAJUSTE (JA DENTRO DO
      *                 SALARIO) DOS DEMAIS MOVIMENTOS
      * 15/10/2026 FM - PASSA A PAGAR AS AULAS DE FATO DADAS: DA
      *                 PROJECAO DE 4 SEMANAS SAI CADA AULA PERDIDA PELO
      *                 PROFESSOR E ENTRA CADA AULA COBERTA COMO
      *                 SUBSTITUTO (FALTAPRF, PROGCOB37F), PELO VALOR DA
      *                 HORA-AULA DO PROPRIO SUBSTITUTO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TABELA-HORA-AULA ASSIGN TO 'PROFPAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAY.
           SELECT FALTA-PROFESSOR ASSIGN TO 'FALTAPRF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FALTA.
           SELECT FUNCIONARIOS-MASTER ASSIGN TO 'FUNCIONARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       01  PAY-REGISTRO.
           05  PAY-MATRICULA          PIC 9(06).
           05  PAY-VALOR-HORA         PIC 9(03)V99.
       FD  FALTA-PROFESSOR.
           COPY CPFALTA.
       FD  FUNCIONARIOS-MASTER.
           COPY CPFUNC.
       FD  FOLHA-EXTRATO.
       77  WRK-FS-PROFT               PIC X(02) VALUE '00'.
       77  WRK-FS-TRAB                PIC X(02) VALUE '00'.
       77  WRK-FS-PAY                 PIC X(02) VALUE '00'.
       77  WRK-FS-FALTA               PIC X(02) VALUE '00'.
       77  WRK-FS-FUNC                PIC X(02) VALUE '00'.
       77  WRK-FS-FOLHA               PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT               PIC X(02) VALUE '00'.
       77  WRK-NOME-ANTERIOR          PIC X(20) VALUE SPACES.
       77  WRK-AULAS-SEMANA           PIC 9(03) VALUE ZERO.
       77  WRK-HORAS-MES              PIC 9(04) VALUE ZERO.
       77  WRK-HORAS-SALDO            PIC S9(04) VALUE ZERO.
       77  WRK-AULAS-FALTADAS         PIC 9(03) VALUE ZERO.
       77  WRK-AULAS-SUBSTITUIDAS     PIC 9(03) VALUE ZERO.
       77  WRK-TOTAL-FALTADAS         PIC 9(05) VALUE ZERO.
       77  WRK-TOTAL-SUBSTITUIDAS     PIC 9(05) VALUE ZERO.
       77  WRK-EOF-FALTA-SW           PIC X(01) VALUE 'N'.
           88  WRK-FIM-FALTAS             VALUE 'S'.
       77  WRK-VALOR-HORA             PIC 9(03)V99 VALUE ZERO.
       77  WRK-VALOR-PAGO             PIC 9(06)V99 VALUE ZERO.
       77  WRK-TOTAL-PAGO             PIC 9(09)V99 VALUE ZERO.
                             DEPENDING ON WRK-QTDE-PAY.
               10  WRK-PAY-MATRICULA      PIC 9(06).
               10  WRK-PAY-VALOR          PIC 9(03)V99.
      ******************************* AULAS PERDIDAS E SUBSTITUIDAS
      ******************************* NO MES DE COMPETENCIA
       77  WRK-QTDE-FALTAS            PIC 9(03) VALUE ZERO.
       77  WRK-FT-IDX                 PIC 9(03) VALUE ZERO.
       77  WRK-FT-AVULSO              PIC 9(03) VALUE ZERO.
       01  WRK-TABELA-FALTAS.
           05  WRK-FALTA OCCURS 1 TO 500 TIMES
                         DEPENDING ON WRK-QTDE-FALTAS.
               10  WRK-FT-MATRICULA       PIC 9(06).
               10  WRK-FT-SUBSTITUTO      PIC 9(06).
               10  WRK-FT-SUBST-NOME      PIC X(20).
               10  WRK-FT-PAGO-SW         PIC X(01).
                   88  WRK-FT-SUBST-PAGO      VALUE 'S'.
       01  REL-CABECALHO.
           05  FILLER                 PIC X(55) VALUE
               'PAGAMENTO DE HORAS-AULA - PROFESSORES SEM CASAMENTO'.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR
               UNTIL WRK-FIM-ARQUIVO.
           IF RETURN-CODE = 0
               PERFORM 0250-PAGAR-SUBST-AVULSO
                   VARYING WRK-FT-AVULSO FROM 1 BY 1
                   UNTIL WRK-FT-AVULSO > WRK-QTDE-FALTAS
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

           DISPLAY 'MES DE COMPETENCIA (AAAAMM)..'.
           ACCEPT WRK-ANOMES FROM CONSOLE.
           PERFORM 0120-CARREGAR-HORA-AULA.
           PERFORM 0130-CARREGAR-FALTAS.
           SORT GRADE-ORDENADA
               ON ASCENDING KEY GO-MATRICULA
               USING PROFESSOR-TURMA
           END-IF.
           PERFORM 0121-LER-HORA-AULA.

      ******************************* CARGA DAS FALTAS DE PROFESSOR
      ******************************* (PROGCOB37F) DO MES; SEM O
      ******************************* ARQUIVO PAGA A PROJECAO CHEIA
       0130-CARREGAR-FALTAS.
           OPEN INPUT FALTA-PROFESSOR.
           IF WRK-FS-FALTA NOT = '00'
               SET WRK-FIM-FALTAS TO TRUE
           ELSE
               PERFORM 0131-LER-FALTA
               PERFORM 0132-GUARDAR-FALTA
                   UNTIL WRK-FIM-FALTAS
               CLOSE FALTA-PROFESSOR
           END-IF.

       0131-LER-FALTA.
           READ FALTA-PROFESSOR
               AT END SET WRK-FIM-FALTAS TO TRUE
           END-READ.

       0132-GUARDAR-FALTA.
           IF FALTA-DATA (1:6) = WRK-ANOMES
              AND WRK-QTDE-FALTAS < 500
               ADD 1 TO WRK-QTDE-FALTAS
               MOVE FALTA-MATRICULA
                   TO WRK-FT-MATRICULA (WRK-QTDE-FALTAS)
               MOVE FALTA-SUBST-MATRICULA
                   TO WRK-FT-SUBSTITUTO (WRK-QTDE-FALTAS)
               MOVE FALTA-SUBST-NOME
                   TO WRK-FT-SUBST-NOME (WRK-QTDE-FALTAS)
               MOVE 'N' TO WRK-FT-PAGO-SW (WRK-QTDE-FALTAS)
           END-IF.
           PERFORM 0131-LER-FALTA.

      ******************************* QUEBRA DE CONTROLE POR PROFESSOR
      ******************************* CONTANDO AS AULAS SEMANAIS
       0200-PROCESSAR.
      ******************************* HORA-AULA E GRAVA O MOVIMENTO
       0220-FECHAR-PROFESSOR.
           ADD 1 TO WRK-QTDE-PROFESSORES.
           MOVE ZERO TO WRK-AULAS-FALTADAS.
           MOVE ZERO TO WRK-AULAS-SUBSTITUIDAS.
           PERFORM 0225-CONTAR-FALTAS
               VARYING WRK-FT-IDX FROM 1 BY 1
               UNTIL WRK-FT-IDX > WRK-QTDE-FALTAS.
           COMPUTE WRK-HORAS-SALDO =
               WRK-AULAS-SEMANA * WRK-SEMANAS-MES
               - WRK-AULAS-FALTADAS + WRK-AULAS-SUBSTITUIDAS.
           IF WRK-HORAS-SALDO < ZERO
               MOVE ZERO TO WRK-HORAS-SALDO
           END-IF.
           MOVE WRK-HORAS-SALDO TO WRK-HORAS-MES.
           MOVE WRK-MATRICULA-ANTERIOR TO FUNC-MATRICULA.
           READ FUNCIONARIOS-MASTER
               INVALID KEY
           END-READ.
           MOVE ZERO TO WRK-AULAS-SEMANA.

      ******************************* AULA PERDIDA PELO PROFESSOR SAI
      ******************************* DA PROJECAO; AULA DADA COMO
      ******************************* SUBSTITUTO ENTRA NA SUA CONTA
       0225-CONTAR-FALTAS.
           IF WRK-FT-MATRICULA (WRK-FT-IDX) = WRK-MATRICULA-ANTERIOR
               ADD 1 TO WRK-AULAS-FALTADAS
               ADD 1 TO WRK-TOTAL-FALTADAS
           END-IF.
           IF WRK-FT-SUBSTITUTO (WRK-FT-IDX) = WRK-MATRICULA-ANTERIOR
              AND WRK-FT-SUBSTITUTO (WRK-FT-IDX) > ZERO
              AND NOT WRK-FT-SUBST-PAGO (WRK-FT-IDX)
               ADD 1 TO WRK-AULAS-SUBSTITUIDAS
               ADD 1 TO WRK-TOTAL-SUBSTITUIDAS
               SET WRK-FT-SUBST-PAGO (WRK-FT-IDX) TO TRUE
           END-IF.

       0230-GRAVAR-SEM-CASAMENTO.
           ADD 1 TO WRK-QTDE-SEM-CASAMENTO.
           MOVE WRK-MATRICULA-ANTERIOR TO REL-DET-MATRICULA.
               MOVE WRK-PAY-VALOR (WRK-PY-IDX) TO WRK-VALOR-HORA
           END-IF.

      ******************************* SUBSTITUTO QUE NAO TEM MAIS
      ******************************* TURMA NO QUADRO RECEBE SO AS
      ******************************* AULAS QUE COBRIU NO MES
       0250-PAGAR-SUBST-AVULSO.
           IF WRK-FT-SUBSTITUTO (WRK-FT-AVULSO) > ZERO
              AND NOT WRK-FT-SUBST-PAGO (WRK-FT-AVULSO)
               MOVE WRK-FT-SUBSTITUTO (WRK-FT-AVULSO)
                   TO WRK-MATRICULA-ANTERIOR
               MOVE WRK-FT-SUBST-NOME (WRK-FT-AVULSO)
                   TO WRK-NOME-ANTERIOR
               MOVE ZERO TO WRK-AULAS-SEMANA
               PERFORM 0220-FECHAR-PROFESSOR
           END-IF.

       0300-FINALIZAR.
           IF WRK-FS-TRAB = '00' OR WRK-FS-TRAB = '10'
               CLOSE GRADE-TRABALHO
                   WRK-QTDE-PROFESSORES ' SEM CASAMENTO: '
                   WRK-QTDE-SEM-CASAMENTO ' TOTAL PAGO: '
                   WRK-TOTAL-PAGO-ED.
           DISPLAY 'AULAS PERDIDAS: ' WRK-TOTAL-FALTADAS
                   ' AULAS SUBSTITUIDAS: ' WRK-TOTAL-SUBSTITUIDAS.

      ******************************* GRAVA A TRILHA DE AUDITORIA
       0310-GRAVAR-AUDITORIA.
