      *           TABELAS PROGRESSIVAS (CONSTANTES INTERNAS, NA MESMA
      *           CONVENCAO DO PLANO DE CONTAS DO PROGCOB19G), GRAVA O
      *           DEMONSTRATIVO (LIQFOLHA) E A REMESSA BANCARIA
      *           (REMFOLPD, RETIDA ATE A LIBERACAO DO PROGCOB31K NO
      *           REMBANCO) COM O LIQUIDO DE CADA FUNCIONARIO
      * DATA   = 02/09/2026
      * HISTORICO DE ALTERACOES
      * 02/09/2026 FM - PROGRAMA CRIADO
      *                 O TIPO DE MOVIMENTO (EXCLUI REAJUSTES), PARA A FOLHA
      *                 LIQUIDA DISTINGUIR REAJUSTE (JA DENTRO DO
      *                 SALARIO) DOS DEMAIS MOVIMENTOS
      * 15/10/2026 FM - A FOLHA PASSA A DESCONTAR O VALE-TRANSPORTE E O
      *                 VALE-REFEICAO DO MES CALCULADOS PELO LOTE DE
      *                 BENEFICIOS (PROGCOB31T, ARQUIVO BENEFMES),
      *                 GRAVADOS EM CAMPOS PROPRIOS DO LIQFOLHA
      * 15/10/2026 FM - O SALARIO BASE PASSA A SER PROPORCIONAL AOS DIAS
      *                 DO MES SEM SALARIO PAGO PELA EMPRESA NO CADASTRO
      *                 DE AFASTAMENTOS (LICENCAS, ROTINA PROGCOBL), COM
      *                 OS DIAS AFASTADOS E O DESCONTO GRAVADOS NO
      *                 LIQFOLHA
      * 15/10/2026 FM - A PLR (TIPO L DO FOLHAEXT, LOTE PROGCOB31R) FICA
      *                 FORA DO BRUTO E DA BASE DE INSS/IRRF MENSAL E
      *                 ENTRA NO LIQUIDO DESCONTADA DO IRRF EXCLUSIVO DA
      *                 PLR (ROTINA PROGCOBI); O DESLIGADO COM PLR NO
      *                 MES RECEBE SO A PLR
      * 15/10/2026 FM - O DESCONTO DE FALTAS NAO ABONADAS E DSR (TIPO F
      *                 DO FOLHAEXT, FECHAMENTO PROGCOB31M) E SUBTRAIDO
      *                 DO BRUTO, LIMITADO AO SALARIO DO MES, E GRAVADO
      *                 NO LIQFOLHA
      * 15/10/2026 FM - A REMESSA DA FOLHA PASSA A SER GRAVADA RETIDA NO
      *                 REMFOLPD E O REMBANCO E ESVAZIADO; SO A
      *                 CONFERENCIA DE VARIACAO (PROGCOB31K), COM A
      *                 LIBERACAO DO SUPERVISOR DA FOLHA, GRAVA O
      *                 REMBANCO. O LIQFOLHA DO MES ANTERIOR E GUARDADO
      *                 NO LIQFOLAN ANTES DE SER REGRAVADO
      * 15/10/2026 FM - O REEMBOLSO DE DESPESAS APROVADO (TIPO E DO
      *                 FOLHAEXT, LOTE PROGCOB58P) FICA FORA DO BRUTO E
      *                 DA BASE DE INSS/IRRF, ENTRA NO LIQUIDO E E
      *                 GRAVADO NO LIQFOLHA; O DESLIGADO COM REEMBOLSO
      *                 NO MES TAMBEM O RECEBE
      * 15/10/2026 FM - DENTRO DO FLUXO DE FECHAMENTO MENSAL (PROGCOBS)
      *                 O MES DE COMPETENCIA VEM DO PARAMETRO MESFECHA,
      *                 PELA ROTINA PROGCOBU, EM VEZ DE SER DIGITADO NO
      *                 CONSOLE
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPRE-CHAVE
               FILE STATUS IS WRK-FS-EMPRE.
           SELECT BENEFICIOS-MES ASSIGN TO 'BENEFMES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BENMES.
           SELECT FOLHA-LIQUIDA ASSIGN TO 'LIQFOLHA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIQ.
           SELECT FOLHA-ANTERIOR ASSIGN TO 'LIQFOLAN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMESSA-BANCARIA ASSIGN TO 'REMFOLPD'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMESSA-LIBERADA ASSIGN TO 'REMBANCO'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
           COPY CPDEPEND.
       FD  EMPRESTIMO-MASTER.
           COPY CPEMPRE.
       FD  BENEFICIOS-MES.
           COPY CPBENMES.
       FD  FOLHA-LIQUIDA.
           COPY CPLIQFOL.
       FD  FOLHA-ANTERIOR.
       01  LIQANT-LINHA              PIC X(200).
       FD  REMESSA-BANCARIA.
       01  REMB-REGISTRO.
           05  REMB-MATRICULA        PIC 9(06).
           05  REMB-NOME             PIC X(20).
           05  REMB-VALOR            PIC 9(07)V99.
           05  REMB-DATA             PIC 9(08).
       FD  REMESSA-LIBERADA.
       01  REMLIB-LINHA              PIC X(43).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-LIQ                PIC X(02) VALUE '00'.
       77  WRK-FS-EMPRE              PIC X(02) VALUE '00'.
       77  WRK-FS-DEPEND             PIC X(02) VALUE '00'.
       77  WRK-FS-BENMES             PIC X(02) VALUE '00'.
       77  WRK-EOF-BENMES-SW         PIC X(01) VALUE 'N'.
           88  WRK-FIM-BENEFMES          VALUE 'S'.
       77  WRK-DESCONTO-VT           PIC 9(05)V99 VALUE ZERO.
       77  WRK-DESCONTO-VR           PIC 9(05)V99 VALUE ZERO.
       77  WRK-BN-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-BN-SW                 PIC X(01) VALUE 'N'.
           88  WRK-BN-ACHOU              VALUE 'S'.
       77  WRK-QTDE-BENEFICIOS       PIC 9(04) VALUE ZERO.
       01  WRK-TABELA-BENEFICIOS.
           05  WRK-BENEFICIO OCCURS 1 TO 2000 TIMES
                             DEPENDING ON WRK-QTDE-BENEFICIOS.
               10  WRK-BN-MATRICULA      PIC 9(06).
               10  WRK-BN-DESCONTO-VT    PIC 9(05)V99.
               10  WRK-BN-DESCONTO-VR    PIC 9(05)V99.
       77  WRK-DIAS-EPOCA            PIC 9(07) VALUE ZERO.
       77  WRK-DIAS-MES              PIC 9(02) VALUE ZERO.
       77  WRK-DIAS-COMERCIAIS       PIC 9(02) VALUE 30.
       77  WRK-DIAS-SEM-SALARIO      PIC 9(05) VALUE ZERO.
       77  WRK-DESCONTO-AFASTAMENTO  PIC 9(06)V99 VALUE ZERO.
       77  WRK-DESCONTO-FALTAS       PIC 9(07)V99 VALUE ZERO.
       01  WRK-DATA-PROX-MES         PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-PROX-MES-R REDEFINES WRK-DATA-PROX-MES.
           05  WRK-PROX-ANO          PIC 9(04).
           05  WRK-PROX-MES          PIC 9(02).
           05  WRK-PROX-DIA          PIC 9(02).
           COPY CPLICPER.
       77  WRK-QTDE-DEPENDENTES      PIC 9(02) VALUE ZERO.
       77  WRK-QTDE-FILHOS-ELEGIVEIS PIC 9(02) VALUE ZERO.
       77  WRK-SALARIO-FAMILIA       PIC 9(05)V99 VALUE ZERO.
       77  WRK-SEQ-IDX               PIC 9(02) VALUE ZERO.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-ANOMES                PIC 9(06) VALUE ZEROS.
       77  WRK-FLUXO-SW              PIC X(01) VALUE 'N'.
           88  WRK-FLUXO-MENSAL          VALUE 'S'.
       77  WRK-FLUXO-OPERADOR        PIC X(08) VALUE SPACES.
       77  WRK-FLUXO-ARGUMENTO       PIC X(20) VALUE SPACES.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-BASE-IRRF             PIC 9(07)V99 VALUE ZERO.
       77  WRK-IRRF                  PIC S9(06)V99 VALUE ZERO.
       77  WRK-LIQUIDO               PIC 9(07)V99 VALUE ZERO.
       77  WRK-SALARIO-BASE          PIC 9(06)V99 VALUE ZERO.
       77  WRK-PLR                   PIC 9(07)V99 VALUE ZERO.
       77  WRK-IRRF-PLR              PIC 9(06)V99 VALUE ZERO.
       77  WRK-REEMBOLSO             PIC 9(07)V99 VALUE ZERO.
       77  WRK-TOTAL-LIQUIDO         PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-LIQUIDO-ED      PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-MV-IDX                PIC 9(04) VALUE ZERO.
                             DEPENDING ON WRK-QTDE-MOVIMENTOS.
               10  WRK-MOV-MATRICULA     PIC 9(06).
               10  WRK-MOV-VALOR         PIC 9(07)V99.
               10  WRK-MOV-PLR           PIC 9(07)V99.
               10  WRK-MOV-FALTAS        PIC 9(07)V99.
               10  WRK-MOV-REEMBOLSO     PIC 9(07)V99.
      *********************************
      * TABELAS PROGRESSIVAS DE INSS E IRRF - CONSTANTES FIXAS, NA
      * MESMA CONVENCAO DOS PARAMETROS DE NEGOCIO DO PROGCOB19G
       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           CALL 'PROGCOBU' USING WRK-ANOMES WRK-FLUXO-OPERADOR
                                 WRK-FLUXO-ARGUMENTO WRK-FLUXO-SW.
           IF NOT WRK-FLUXO-MENSAL
               DISPLAY 'MES DA FOLHA (AAAAMM)..'
               ACCEPT WRK-ANOMES FROM CONSOLE
           END-IF.
           PERFORM 0140-MONTAR-PERIODO.
           PERFORM 0120-CARREGAR-MOVIMENTOS.
           PERFORM 0130-CARREGAR-BENEFICIOS.
           OPEN INPUT FUNCIONARIOS-MASTER.
           IF WRK-FS-FUNC NOT = '00'
               DISPLAY 'MASTER DE FUNCIONARIOS INDISPONIVEL - FOLHA '
               MOVE 8 TO RETURN-CODE
               SET WRK-FIM-ARQUIVO TO TRUE
           END-IF.
           PERFORM 0150-GUARDAR-MES-ANTERIOR.
           OPEN OUTPUT FOLHA-LIQUIDA.
           OPEN OUTPUT REMESSA-BANCARIA.
           OPEN OUTPUT REMESSA-LIBERADA.
           CLOSE REMESSA-LIBERADA.
           OPEN INPUT DEPENDENTES-MASTER.
           IF WRK-FS-DEPEND = '35'
               OPEN OUTPUT DEPENDENTES-MASTER
                   ADD 1 TO WRK-QTDE-MOVIMENTOS
                   MOVE FOLHA-MATRICULA TO
                       WRK-MOV-MATRICULA (WRK-QTDE-MOVIMENTOS)
                   MOVE ZERO TO WRK-MOV-VALOR (WRK-QTDE-MOVIMENTOS)
                   MOVE ZERO TO WRK-MOV-PLR (WRK-QTDE-MOVIMENTOS)
                   MOVE ZERO TO WRK-MOV-FALTAS (WRK-QTDE-MOVIMENTOS)
                   MOVE ZERO
                       TO WRK-MOV-REEMBOLSO (WRK-QTDE-MOVIMENTOS)
                   MOVE WRK-QTDE-MOVIMENTOS TO WRK-MV-IDX
                   PERFORM 0124-SOMAR-VALOR
               END-IF
           END-IF.
           PERFORM 0121-LER-FOLHAEXT.
       0123-SOMAR-NA-TABELA.
           IF WRK-MOV-MATRICULA (WRK-MV-IDX) = FOLHA-MATRICULA
               SET WRK-MV-ACHOU TO TRUE
               PERFORM 0124-SOMAR-VALOR
           END-IF.

      ******************************* A PLR FICA SEPARADA DOS DEMAIS
      ******************************* MOVIMENTOS - NAO ENTRA NO BRUTO
      ******************************* NEM NA BASE DE INSS/IRRF MENSAL;
      ******************************* O DESCONTO DE FALTAS E DSR (TIPO
      ******************************* F, PROGCOB31M) E SUBTRAIDO DO
      ******************************* BRUTO; O REEMBOLSO DE DESPESAS
      ******************************* (TIPO E, PROGCOB58P) NAO E
      ******************************* TRIBUTAVEL E VAI DIRETO AO
      ******************************* LIQUIDO
       0124-SOMAR-VALOR.
           EVALUATE TRUE
               WHEN FOLHA-MOV-PLR
                   ADD FOLHA-VALOR-AUMENTO TO WRK-MOV-PLR (WRK-MV-IDX)
               WHEN FOLHA-MOV-FALTAS
                   ADD FOLHA-VALOR-AUMENTO
                       TO WRK-MOV-FALTAS (WRK-MV-IDX)
               WHEN FOLHA-MOV-REEMBOLSO
                   ADD FOLHA-VALOR-AUMENTO
                       TO WRK-MOV-REEMBOLSO (WRK-MV-IDX)
               WHEN OTHER
                   ADD FOLHA-VALOR-AUMENTO
                       TO WRK-MOV-VALOR (WRK-MV-IDX)
           END-EVALUATE.

      ******************************* GUARDA OS DESCONTOS DE VALE-
      ******************************* TRANSPORTE E VALE-REFEICAO DO MES
      ******************************* CALCULADOS PELO PROGCOB31T
       0130-CARREGAR-BENEFICIOS.
           OPEN INPUT BENEFICIOS-MES.
           IF WRK-FS-BENMES NOT = '00'
               SET WRK-FIM-BENEFMES TO TRUE
           ELSE
               PERFORM 0131-LER-BENEFMES
               PERFORM 0132-GUARDAR-BENEFICIO
                   UNTIL WRK-FIM-BENEFMES
               CLOSE BENEFICIOS-MES
           END-IF.

       0131-LER-BENEFMES.
           READ BENEFICIOS-MES
               AT END SET WRK-FIM-BENEFMES TO TRUE
           END-READ.

       0132-GUARDAR-BENEFICIO.
           IF BENMES-ANOMES = WRK-ANOMES
              AND WRK-QTDE-BENEFICIOS < 2000
               ADD 1 TO WRK-QTDE-BENEFICIOS
               MOVE BENMES-MATRICULA TO
                   WRK-BN-MATRICULA (WRK-QTDE-BENEFICIOS)
               MOVE BENMES-VT-DESCONTO TO
                   WRK-BN-DESCONTO-VT (WRK-QTDE-BENEFICIOS)
               MOVE BENMES-VR-DESCONTO TO
                   WRK-BN-DESCONTO-VR (WRK-QTDE-BENEFICIOS)
           END-IF.
           PERFORM 0131-LER-BENEFMES.

      ******************************* PRIMEIRO E ULTIMO DIA DO MES DA
      ******************************* FOLHA, PARA A APURACAO DOS
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

      ******************************* O LIQFOLHA DE OUTRO MES E GUARDADO
      ******************************* NO LIQFOLAN ANTES DE SER
      ******************************* REGRAVADO, PARA A CONFERENCIA DE
      ******************************* VARIACAO (PROGCOB31K); A
      ******************************* REEXECUCAO DO MESMO MES MANTEM O
      ******************************* LIQFOLAN DO MES ANTERIOR
       0150-GUARDAR-MES-ANTERIOR.
           OPEN INPUT FOLHA-LIQUIDA.
           IF WRK-FS-LIQ = '00'
               READ FOLHA-LIQUIDA
                   AT END MOVE WRK-ANOMES TO LIQFOL-ANOMES
               END-READ
               IF LIQFOL-ANOMES NOT = WRK-ANOMES
                   OPEN OUTPUT FOLHA-ANTERIOR
                   PERFORM 0151-COPIAR-MES-ANTERIOR
                       UNTIL WRK-FS-LIQ NOT = '00'
                   CLOSE FOLHA-ANTERIOR
               END-IF
               CLOSE FOLHA-LIQUIDA
           END-IF.

       0151-COPIAR-MES-ANTERIOR.
           WRITE LIQANT-LINHA FROM LIQFOL-REGISTRO.
           READ FOLHA-LIQUIDA
               AT END CONTINUE
           END-READ.

       0200-PROCESSAR.
           IF FUNC-STATUS-ATIVO
               PERFORM 0210-CALCULAR-FUNCIONARIO
           ELSE
               PERFORM 0220-BUSCAR-MOVIMENTOS
               IF WRK-PLR > ZERO
                  OR WRK-REEMBOLSO > ZERO
                   PERFORM 0260-PAGAR-SO-PLR
               END-IF
           END-IF.
           PERFORM 0110-LER-FUNCIONARIO.

       0210-CALCULAR-FUNCIONARIO.
           ADD 1 TO WRK-QTDE-PAGOS.
           MOVE FUNC-SALARIO TO WRK-SALARIO-BASE.
           PERFORM 0220-BUSCAR-MOVIMENTOS.
           PERFORM 0215-APURAR-AFASTAMENTOS.
           IF WRK-DESCONTO-FALTAS >
              FUNC-SALARIO - WRK-DESCONTO-AFASTAMENTO + WRK-MOVIMENTOS
               COMPUTE WRK-DESCONTO-FALTAS = FUNC-SALARIO
                   - WRK-DESCONTO-AFASTAMENTO + WRK-MOVIMENTOS
           END-IF.
           COMPUTE WRK-BRUTO = FUNC-SALARIO - WRK-DESCONTO-AFASTAMENTO
               + WRK-MOVIMENTOS - WRK-DESCONTO-FALTAS.
           PERFORM 0225-CONTAR-DEPENDENTES.
           PERFORM 0230-CALCULAR-INSS.
           PERFORM 0240-CALCULAR-IRRF.
           PERFORM 0242-CALCULAR-IRRF-PLR.
           PERFORM 0245-DESCONTAR-EMPRESTIMOS.
           PERFORM 0247-CALCULAR-SALARIO-FAMILIA.
           PERFORM 0248-BUSCAR-BENEFICIOS.
           COMPUTE WRK-LIQUIDO =
               WRK-BRUTO - WRK-INSS - WRK-IRRF
               - WRK-DESCONTO-EMPRESTIMO
               - WRK-DESCONTO-VT - WRK-DESCONTO-VR
               + WRK-SALARIO-FAMILIA
               + WRK-PLR - WRK-IRRF-PLR
               + WRK-REEMBOLSO.
           ADD WRK-LIQUIDO TO WRK-TOTAL-LIQUIDO.
           PERFORM 0250-GRAVAR-SAIDAS.

      ******************************* FUNCIONARIO JA DESLIGADO COM PLR
      ******************************* DO EXERCICIO NO MES RECEBE SO A
      ******************************* PLR LIQUIDA DO IRRF EXCLUSIVO,
      ******************************* MAIS O REEMBOLSO DE DESPESAS
      ******************************* APROVADO ANTES DO DESLIGAMENTO
       0260-PAGAR-SO-PLR.
           ADD 1 TO WRK-QTDE-PAGOS.
           MOVE ZERO TO WRK-SALARIO-BASE.
           MOVE ZERO TO WRK-MOVIMENTOS.
           MOVE ZERO TO WRK-BRUTO.
           MOVE ZERO TO WRK-INSS.
           MOVE ZERO TO WRK-IRRF.
           MOVE ZERO TO WRK-DESCONTO-EMPRESTIMO.
           MOVE ZERO TO WRK-SALARIO-FAMILIA.
           MOVE ZERO TO WRK-DESCONTO-VT.
           MOVE ZERO TO WRK-DESCONTO-VR.
           MOVE ZERO TO WRK-DESCONTO-AFASTAMENTO.
           MOVE ZERO TO WRK-DESCONTO-FALTAS.
           MOVE ZERO TO LICPER-DIAS-AFASTADO.
           PERFORM 0242-CALCULAR-IRRF-PLR.
           COMPUTE WRK-LIQUIDO = WRK-PLR - WRK-IRRF-PLR
               + WRK-REEMBOLSO.
           ADD WRK-LIQUIDO TO WRK-TOTAL-LIQUIDO.
           PERFORM 0250-GRAVAR-SAIDAS.

      ******************************* DIAS DO MES SEM SALARIO PAGO PELA
      ******************************* EMPRESA (AFASTAMENTO PELO INSS OU
      ******************************* NAO REMUNERADO) SAO DESCONTADOS
      ******************************* NA BASE DE 30 DIAS; O MES INTEIRO
      ******************************* AFASTADO ZERA O SALARIO
       0215-APURAR-AFASTAMENTOS.
           MOVE FUNC-MATRICULA TO LICPER-MATRICULA.
           CALL 'PROGCOBL' USING LICPER-REGISTRO.
           MOVE LICPER-DIAS-SEM-SALARIO TO WRK-DIAS-SEM-SALARIO.
           IF WRK-DIAS-SEM-SALARIO >= WRK-DIAS-MES
              OR WRK-DIAS-SEM-SALARIO > WRK-DIAS-COMERCIAIS
               MOVE WRK-DIAS-COMERCIAIS TO WRK-DIAS-SEM-SALARIO
           END-IF.
           COMPUTE WRK-DESCONTO-AFASTAMENTO ROUNDED =
               FUNC-SALARIO * WRK-DIAS-SEM-SALARIO
               / WRK-DIAS-COMERCIAIS.

       0220-BUSCAR-MOVIMENTOS.
           MOVE ZERO TO WRK-MOVIMENTOS.
           MOVE ZERO TO WRK-PLR.
           MOVE ZERO TO WRK-DESCONTO-FALTAS.
           MOVE ZERO TO WRK-REEMBOLSO.
           MOVE 'N' TO WRK-MV-SW.
           PERFORM 0221-COMPARAR-MOVIMENTO
               VARYING WRK-MV-IDX FROM 1 BY 1
           IF WRK-MOV-MATRICULA (WRK-MV-IDX) = FUNC-MATRICULA
               SET WRK-MV-ACHOU TO TRUE
               MOVE WRK-MOV-VALOR (WRK-MV-IDX) TO WRK-MOVIMENTOS
               MOVE WRK-MOV-PLR (WRK-MV-IDX) TO WRK-PLR
               MOVE WRK-MOV-FALTAS (WRK-MV-IDX) TO WRK-DESCONTO-FALTAS
               MOVE WRK-MOV-REEMBOLSO (WRK-MV-IDX) TO WRK-REEMBOLSO
           END-IF.

      ******************************* CONTA OS DEPENDENTES ATIVOS E
               MOVE ZERO TO WRK-IRRF
           END-IF.

      ******************************* IRRF EXCLUSIVO DA PLR DO MES,
      ******************************* PELA TABELA PROPRIA (PROGCOBI)
       0242-CALCULAR-IRRF-PLR.
           MOVE ZERO TO WRK-IRRF-PLR.
           IF WRK-PLR > ZERO
               CALL 'PROGCOBI' USING WRK-PLR WRK-IRRF-PLR
           END-IF.

      ******************************* DESCONTA A PARCELA DO MES DE
      ******************************* CADA EMPRESTIMO ATIVO E BAIXA O
      ******************************* SALDO; SALDO ZERADO QUITA O
                   WRK-QTDE-FILHOS-ELEGIVEIS * WRK-SALFAM-COTA
           END-IF.

      ******************************* DESCONTOS DE VALE-TRANSPORTE E
      ******************************* VALE-REFEICAO DO MES; NAO ENTRAM
      ******************************* NA BASE DE INSS/IRRF
       0248-BUSCAR-BENEFICIOS.
           MOVE ZERO TO WRK-DESCONTO-VT.
           MOVE ZERO TO WRK-DESCONTO-VR.
           MOVE 'N' TO WRK-BN-SW.
           PERFORM 0249-COMPARAR-BENEFICIO
               VARYING WRK-BN-IDX FROM 1 BY 1
               UNTIL WRK-BN-IDX > WRK-QTDE-BENEFICIOS
                  OR WRK-BN-ACHOU.

       0249-COMPARAR-BENEFICIO.
           IF WRK-BN-MATRICULA (WRK-BN-IDX) = FUNC-MATRICULA
               SET WRK-BN-ACHOU TO TRUE
               MOVE WRK-BN-DESCONTO-VT (WRK-BN-IDX) TO WRK-DESCONTO-VT
               MOVE WRK-BN-DESCONTO-VR (WRK-BN-IDX) TO WRK-DESCONTO-VR
           END-IF.

       0250-GRAVAR-SAIDAS.
           INITIALIZE LIQFOL-REGISTRO.
           MOVE FUNC-MATRICULA    TO LIQFOL-MATRICULA.
           MOVE FUNC-NOME         TO LIQFOL-NOME.
           MOVE FUNC-DEPARTAMENTO TO LIQFOL-DEPARTAMENTO.
           MOVE WRK-ANOMES        TO LIQFOL-ANOMES.
           MOVE WRK-SALARIO-BASE  TO LIQFOL-SALARIO-BASE.
           MOVE WRK-MOVIMENTOS    TO LIQFOL-MOVIMENTOS.
           MOVE WRK-BRUTO         TO LIQFOL-BRUTO.
           MOVE WRK-INSS          TO LIQFOL-INSS.
           MOVE WRK-IRRF          TO LIQFOL-IRRF.
           MOVE WRK-DESCONTO-EMPRESTIMO TO LIQFOL-EMPRESTIMO.
           MOVE WRK-SALARIO-FAMILIA TO LIQFOL-SALARIO-FAMILIA.
           MOVE WRK-DESCONTO-VT   TO LIQFOL-VALE-TRANSPORTE.
           MOVE WRK-DESCONTO-VR   TO LIQFOL-VALE-REFEICAO.
           MOVE LICPER-DIAS-AFASTADO TO LIQFOL-DIAS-AFASTADO.
           MOVE WRK-DESCONTO-AFASTAMENTO TO LIQFOL-DESC-AFASTAMENTO.
           MOVE WRK-DESCONTO-FALTAS TO LIQFOL-DESC-FALTAS.
           MOVE WRK-PLR           TO LIQFOL-PLR.
           MOVE WRK-IRRF-PLR      TO LIQFOL-IRRF-PLR.
           MOVE WRK-REEMBOLSO     TO LIQFOL-REEMBOLSO.
           MOVE WRK-LIQUIDO       TO LIQFOL-LIQUIDO.
           WRITE LIQFOL-REGISTRO.
           INITIALIZE REMB-REGISTRO.
