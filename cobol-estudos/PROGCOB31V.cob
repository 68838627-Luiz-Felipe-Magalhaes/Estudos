      *                 CONTAS E O PERIODO NAO FECHADO; LANCAMENTO
      *                 RECUSADO NAO E GRAVADO E SAI NO CONSOLE COM O
      *                 MOTIVO
      * 15/10/2026 FM - A PROVISAO DE FERIAS DO MES PASSA A EXCLUIR, NA
      *                 PROPORCAO DE 30 DIAS, OS DIAS QUE NAO CONTAM
      *                 PARA O PERIODO AQUISITIVO NO CADASTRO DE
      *                 AFASTAMENTOS (LICENCAS, ROTINA PROGCOBL)
      * 15/10/2026 FM - DENTRO DO FLUXO DE FECHAMENTO MENSAL (PROGCOBS)
      *                 RODA NO MODO PROVISIONAR COM O MES DO PARAMETRO
      *                 MESFECHA, PELA ROTINA PROGCOBU, SEM PERGUNTAR
      *                 NADA NO CONSOLE
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88  WRK-MODO-PROVISIONAR      VALUE 'P'.
           88  WRK-MODO-BAIXA            VALUE 'B'.
       77  WRK-ANOMES                PIC 9(06) VALUE ZEROS.
       77  WRK-FLUXO-SW              PIC X(01) VALUE 'N'.
           88  WRK-FLUXO-MENSAL          VALUE 'S'.
       77  WRK-FLUXO-OPERADOR        PIC X(08) VALUE SPACES.
       77  WRK-FLUXO-ARGUMENTO       PIC X(20) VALUE SPACES.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
           88  WRK-BAIXA-DECIMO          VALUE 'D'.
       77  WRK-VALOR-BAIXA           PIC 9(08)V99 VALUE ZERO.
       77  WRK-TERCO-FERIAS          PIC 9V9(04) VALUE 1,3333.
       77  WRK-DIAS-EPOCA            PIC 9(07) VALUE ZERO.
       77  WRK-DIAS-MES              PIC 9(02) VALUE ZERO.
       77  WRK-DIAS-COMERCIAIS       PIC 9(02) VALUE 30.
       77  WRK-DIAS-SEM-FERIAS       PIC 9(05) VALUE ZERO.
       01  WRK-DATA-PROX-MES         PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-PROX-MES-R REDEFINES WRK-DATA-PROX-MES.
           05  WRK-PROX-ANO          PIC 9(04).
           05  WRK-PROX-MES          PIC 9(02).
           05  WRK-PROX-DIA          PIC 9(02).
           COPY CPLICPER.
      *********************************
      * PLANO DE CONTAS - CONSTANTES FIXAS, NA MESMA CONVENCAO DO
      * PROGCOB19G
       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           CALL 'PROGCOBU' USING WRK-ANOMES WRK-FLUXO-OPERADOR
                                 WRK-FLUXO-ARGUMENTO WRK-FLUXO-SW.
           IF WRK-FLUXO-MENSAL
               SET WRK-MODO-PROVISIONAR TO TRUE
           ELSE
               DISPLAY 'MODO (P=PROVISIONAR MES / B=BAIXA POR '
                       'PAGAMENTO)..'
               ACCEPT WRK-MODO-SW FROM CONSOLE
           END-IF.
           OPEN I-O PROVISAO-MASTER.
           IF WRK-FS-PROVIS = '35'
               OPEN OUTPUT PROVISAO-MASTER
               OPEN I-O PROVISAO-MASTER
           END-IF.
           IF WRK-MODO-PROVISIONAR
               IF NOT WRK-FLUXO-MENSAL
                   DISPLAY 'MES DE COMPETENCIA (AAAAMM)..'
                   ACCEPT WRK-ANOMES FROM CONSOLE
               END-IF
               PERFORM 0140-MONTAR-PERIODO
               OPEN INPUT FUNCIONARIOS-MASTER
               IF WRK-FS-FUNC NOT = '00'
                   DISPLAY 'MASTER DE FUNCIONARIOS INDISPONIVEL'
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* PRIMEIRO E ULTIMO DIA DO MES DE
      ******************************* COMPETENCIA, PARA A APURACAO DOS
      ******************************* AFASTAMENTOS PELO PROGCOBL
       0140-MONTAR-PERIODO.
           COMPUTE LICPER-DATA-INICIAL = WRK-ANOMES * 100 + 1.
           MOVE LICPER-DATA-INICIAL TO WRK-DATA-PROX-MES.
           ADD 1 TO WRK-PROX-MES.
           IF WRK-PROX-MES > 12
               MOVE 1 TO WRK-PROX-MES
               ADD 1 TO WRK-PROX-ANO
           END-IF.
           COMPUTE WRK-DIAS-EPOCA = FUNCTION
               INTEGER-OF-DATE (WRK-DATA-PROX-MES) - 1.
           COMPUTE LICPER-DATA-FINAL = FUNCTION
               DATE-OF-INTEGER (WRK-DIAS-EPOCA).
           MOVE LICPER-DATA-FINAL (7:2) TO WRK-DIAS-MES.

      ******************************* ACUMULA A PROVISAO DO MES DE
      ******************************* CADA ATIVO, SEM PROVISIONAR O
      ******************************* MESMO MES DUAS VEZES
           END-IF.
           PERFORM 0110-LER-FUNCIONARIO.

      ******************************* DIAS AFASTADOS QUE NAO CONTAM
      ******************************* PARA O PERIODO AQUISITIVO
      ******************************* (DOENCA PELO INSS OU NAO
      ******************************* REMUNERADO) REDUZEM A PROVISAO
      ******************************* DE FERIAS NA PROPORCAO DE 30 DIAS
       0210-ACUMULAR-PROVISAO.
           MOVE FUNC-MATRICULA TO LICPER-MATRICULA.
           CALL 'PROGCOBL' USING LICPER-REGISTRO.
           MOVE LICPER-DIAS-SEM-FERIAS TO WRK-DIAS-SEM-FERIAS.
           IF WRK-DIAS-SEM-FERIAS >= WRK-DIAS-MES
              OR WRK-DIAS-SEM-FERIAS > WRK-DIAS-COMERCIAIS
               MOVE WRK-DIAS-COMERCIAIS TO WRK-DIAS-SEM-FERIAS
           END-IF.
           COMPUTE WRK-PROVISAO-FERIAS ROUNDED =
               (FUNC-SALARIO / 12) * WRK-TERCO-FERIAS
               * (WRK-DIAS-COMERCIAIS - WRK-DIAS-SEM-FERIAS)
               / WRK-DIAS-COMERCIAIS.
           COMPUTE WRK-PROVISAO-DECIMO ROUNDED =
               FUNC-SALARIO / 12.
           MOVE FUNC-MATRICULA TO PROVIS-MATRICULA.
