      *                 O TIPO DE MOVIMENTO (EXCLUI REAJUSTES), PARA A FOLHA
      *                 LIQUIDA DISTINGUIR REAJUSTE (JA DENTRO DO
      *                 SALARIO) DOS DEMAIS MOVIMENTOS
      * 15/10/2026 FM - A BASE DO FGTS PASSA A EXCLUIR, NA PROPORCAO DE
      *                 30 DIAS, OS DIAS DO MES SEM DEPOSITO NO CADASTRO
      *                 DE AFASTAMENTOS (LICENCAS, ROTINA PROGCOBL)
      * 15/10/2026 FM - A PLR (TIPO L DO FOLHAEXT) FICA FORA DA BASE DO
      *                 FGTS
      * 15/10/2026 FM - O DESCONTO DE FALTAS NAO ABONADAS E DSR (TIPO F
      *                 DO FOLHAEXT) REDUZ A BASE DO FGTS
      * 15/10/2026 FM - O REEMBOLSO DE DESPESAS (TIPO E DO FOLHAEXT) NAO
      *                 E BASE DE FGTS
      * 15/10/2026 FM - DENTRO DO FLUXO DE FECHAMENTO MENSAL (PROGCOBS)
      *                 O MES DE COMPETENCIA VEM DO PARAMETRO MESFECHA,
      *                 PELA ROTINA PROGCOBU, EM VEZ DE SER DIGITADO NO
      *                 CONSOLE
      * 15/10/2026 FM - O REMFGTS PASSA A LEVAR HEADER (TIPO, DATA E
      *                 SEQUENCIA DA ROTINA PROGCOBB) E TRAILER
      *                 (QUANTIDADE E SOMA DE BASE + VALOR) NO LAYOUT
      *                 CPCTLREM, COM OS MESMOS TOTAIS GRAVADOS NO
      *                 PAINEL CICLOSTA PARA O VALIDADOR PRE-TRANSMISSAO
      *                 (PROGCOBZ)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT STATUS-CICLO ASSIGN TO 'CICLOSTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CICLO.
       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS-MASTER.
           COPY CPRAZAO.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       FD  STATUS-CICLO.
           COPY CPCICLO.
       WORKING-STORAGE SECTION.
       77  WRK-FS-FUNC               PIC X(02) VALUE '00'.
       77  WRK-FS-FOLHA              PIC X(02) VALUE '00'.
       77  WRK-FS-RAZAO              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-FS-CICLO              PIC X(02) VALUE '00'.
       77  WRK-HORA-INICIO-CICLO     PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-CONTROLE        PIC 9(13)V99 VALUE ZERO.
           COPY CPCTLREM.
       77  WRK-ANOMES                PIC 9(06) VALUE ZEROS.
       77  WRK-FLUXO-SW              PIC X(01) VALUE 'N'.
           88  WRK-FLUXO-MENSAL          VALUE 'S'.
       77  WRK-FLUXO-OPERADOR        PIC X(08) VALUE SPACES.
       77  WRK-FLUXO-ARGUMENTO       PIC X(20) VALUE SPACES.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-TAXA-FGTS             PIC 9V9(02) VALUE 0,08.
       77  WRK-BASE                  PIC 9(07)V99 VALUE ZERO.
       77  WRK-MOVIMENTOS            PIC 9(07)V99 VALUE ZERO.
       77  WRK-DESCONTO-FALTAS       PIC 9(07)V99 VALUE ZERO.
       77  WRK-VALOR-FGTS            PIC 9(06)V99 VALUE ZERO.
       77  WRK-QTDE-FUNCIONARIOS     PIC 9(05) VALUE ZERO.
       77  WRK-TOTAL-FGTS            PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-FGTS-ED         PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTDE-LANCAMENTOS      PIC 9(05) VALUE ZERO.
       77  WRK-DIAS-EPOCA            PIC 9(07) VALUE ZERO.
       77  WRK-DIAS-MES              PIC 9(02) VALUE ZERO.
       77  WRK-DIAS-COMERCIAIS       PIC 9(02) VALUE 30.
       77  WRK-DIAS-SEM-FGTS         PIC 9(05) VALUE ZERO.
       77  WRK-SALARIO-FGTS          PIC 9(06)V99 VALUE ZERO.
       01  WRK-DATA-PROX-MES         PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-PROX-MES-R REDEFINES WRK-DATA-PROX-MES.
           05  WRK-PROX-ANO          PIC 9(04).
           05  WRK-PROX-MES          PIC 9(02).
           05  WRK-PROX-DIA          PIC 9(02).
           COPY CPLICPER.
       77  WRK-MV-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-MV-SW                 PIC X(01) VALUE 'N'.
           88  WRK-MV-ACHOU              VALUE 'S'.
                             DEPENDING ON WRK-QTDE-MOVIMENTOS.
               10  WRK-MOV-MATRICULA     PIC 9(06).
               10  WRK-MOV-VALOR         PIC 9(07)V99.
               10  WRK-MOV-FALTAS        PIC 9(07)V99.
      *********************************
      * PLANO DE CONTAS - CONSTANTES FIXAS, NA MESMA CONVENCAO DO
      * PROGCOB19G
       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-INICIO-CICLO FROM TIME.
           CALL 'PROGCOBU' USING WRK-ANOMES WRK-FLUXO-OPERADOR
                                 WRK-FLUXO-ARGUMENTO WRK-FLUXO-SW.
           IF NOT WRK-FLUXO-MENSAL
               DISPLAY 'MES DE COMPETENCIA (AAAAMM)..'
               ACCEPT WRK-ANOMES FROM CONSOLE
           END-IF.
           PERFORM 0140-MONTAR-PERIODO.
           PERFORM 0120-CARREGAR-MOVIMENTOS.
           OPEN INPUT FUNCIONARIOS-MASTER.
           IF WRK-FS-FUNC NOT = '00'
               SET WRK-FIM-ARQUIVO TO TRUE
           END-IF.
           OPEN OUTPUT REMESSA-FGTS.
           PERFORM 0130-GRAVAR-HEADER.
           OPEN OUTPUT RELATORIO-FGTS.
           MOVE WRK-ANOMES TO REL-CAB-ANOMES.
           MOVE REL-CABECALHO TO REL-LINHA.
      ******************************* ANTIGO EM BRANCO) FICA DE FORA -
      ******************************* O AUMENTO JA ESTA DENTRO DO
      ******************************* FUNC-SALARIO REGRAVADO PELO
      ******************************* PROGCOB17B; A PLR E O REEMBOLSO
      ******************************* DE DESPESAS NAO SAO BASE DE
      ******************************* FGTS
       0122-ACUMULAR-MOVIMENTO.
           IF FOLHA-DATAEFETIVA (1:6) = WRK-ANOMES
              AND NOT FOLHA-MOV-REAJUSTE
              AND NOT FOLHA-MOV-PLR
              AND NOT FOLHA-MOV-REEMBOLSO
               MOVE 'N' TO WRK-MV-SW
               PERFORM 0123-SOMAR-NA-TABELA
                   VARYING WRK-MV-IDX FROM 1 BY 1
                   ADD 1 TO WRK-QTDE-MOVIMENTOS
                   MOVE FOLHA-MATRICULA TO
                       WRK-MOV-MATRICULA (WRK-QTDE-MOVIMENTOS)
                   MOVE ZERO TO WRK-MOV-VALOR (WRK-QTDE-MOVIMENTOS)
                   MOVE ZERO TO WRK-MOV-FALTAS (WRK-QTDE-MOVIMENTOS)
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

      ******************************* O DESCONTO DE FALTAS E DSR (TIPO
      ******************************* F, PROGCOB31M) REDUZ A BASE
       0124-SOMAR-VALOR.
           IF FOLHA-MOV-FALTAS
               ADD FOLHA-VALOR-AUMENTO TO WRK-MOV-FALTAS (WRK-MV-IDX)
           ELSE
               ADD FOLHA-VALOR-AUMENTO TO WRK-MOV-VALOR (WRK-MV-IDX)
           END-IF.

      ******************************* PRIMEIRO E ULTIMO DIA DO MES DE
      ******************************* COMPETENCIA, PARA A APURACAO DOS
      ******************************* AFASTAMENTOS PELO PROGCOBL
      ******************************* HEADER DO REMFGTS COM A SEQUENCIA
      ******************************* DA REMESSA (ROTINA PROGCOBB)
       0130-GRAVAR-HEADER.
           INITIALIZE CTLREM-REGISTRO.
           MOVE 'REMFGTS'    TO CTLREM-ARQUIVO.
           MOVE 'PROGCOB31F' TO CTLREM-PROGRAMA.
           CALL 'PROGCOBB' USING CTLREM-REGISTRO.
           WRITE RFGTS-REGISTRO FROM CTLREM-REGISTRO.

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

       0200-PROCESSAR.
           IF FUNC-STATUS-ATIVO
               PERFORM 0210-APURAR-FGTS
       0210-APURAR-FGTS.
           ADD 1 TO WRK-QTDE-FUNCIONARIOS.
           MOVE ZERO TO WRK-MOVIMENTOS.
           MOVE ZERO TO WRK-DESCONTO-FALTAS.
           MOVE 'N' TO WRK-MV-SW.
           PERFORM 0221-COMPARAR-MOVIMENTO
               VARYING WRK-MV-IDX FROM 1 BY 1
               UNTIL WRK-MV-IDX > WRK-QTDE-MOVIMENTOS
                  OR WRK-MV-ACHOU.
           PERFORM 0215-APURAR-AFASTAMENTOS.
           IF WRK-DESCONTO-FALTAS > WRK-SALARIO-FGTS + WRK-MOVIMENTOS
               COMPUTE WRK-DESCONTO-FALTAS =
                   WRK-SALARIO-FGTS + WRK-MOVIMENTOS
           END-IF.
           COMPUTE WRK-BASE = WRK-SALARIO-FGTS + WRK-MOVIMENTOS
               - WRK-DESCONTO-FALTAS.
           COMPUTE WRK-VALOR-FGTS ROUNDED =
               WRK-BASE * WRK-TAXA-FGTS.
           ADD WRK-VALOR-FGTS TO WRK-TOTAL-FGTS.
           MOVE WRK-BASE       TO RFGTS-BASE.
           MOVE WRK-VALOR-FGTS TO RFGTS-VALOR.
           WRITE RFGTS-REGISTRO.
           ADD RFGTS-BASE RFGTS-VALOR TO WRK-TOTAL-CONTROLE.
           MOVE FUNC-MATRICULA TO REL-DET-MATRICULA.
           MOVE WRK-BASE       TO REL-DET-BASE.
           MOVE WRK-VALOR-FGTS TO REL-DET-FGTS.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************* DIAS DE AFASTAMENTO SEM DEPOSITO
      ******************************* (DOENCA PELO INSS OU NAO
      ******************************* REMUNERADO) SAEM DA BASE NA
      ******************************* PROPORCAO DE 30 DIAS; ACIDENTE
      ******************************* DE TRABALHO E MATERNIDADE
      ******************************* MANTEM O DEPOSITO CHEIO
       0215-APURAR-AFASTAMENTOS.
           MOVE FUNC-MATRICULA TO LICPER-MATRICULA.
           CALL 'PROGCOBL' USING LICPER-REGISTRO.
           MOVE LICPER-DIAS-SEM-FGTS TO WRK-DIAS-SEM-FGTS.
           IF WRK-DIAS-SEM-FGTS >= WRK-DIAS-MES
              OR WRK-DIAS-SEM-FGTS > WRK-DIAS-COMERCIAIS
               MOVE WRK-DIAS-COMERCIAIS TO WRK-DIAS-SEM-FGTS
           END-IF.
           COMPUTE WRK-SALARIO-FGTS ROUNDED =
               FUNC-SALARIO * (WRK-DIAS-COMERCIAIS - WRK-DIAS-SEM-FGTS)
               / WRK-DIAS-COMERCIAIS.

       0221-COMPARAR-MOVIMENTO.
           IF WRK-MOV-MATRICULA (WRK-MV-IDX) = FUNC-MATRICULA
               SET WRK-MV-ACHOU TO TRUE
               MOVE WRK-MOV-VALOR (WRK-MV-IDX) TO WRK-MOVIMENTOS
               MOVE WRK-MOV-FALTAS (WRK-MV-IDX) TO WRK-DESCONTO-FALTAS
           END-IF.

       0300-FINALIZAR.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-FGTS.
           PERFORM 0330-GRAVAR-TRAILER.
           CLOSE REMESSA-FGTS.
           IF WRK-FS-FUNC = '00' OR WRK-FS-FUNC = '10'
               CLOSE FUNCIONARIOS-MASTER
           END-IF.
           PERFORM 0320-LANCAR-RAZAO.
           PERFORM 0310-GRAVAR-AUDITORIA.
           PERFORM 0340-GRAVAR-STATUS-CICLO.
           MOVE WRK-TOTAL-FGTS TO WRK-TOTAL-FGTS-ED.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - FUNCIONARIOS: '
               ADD 1 TO WRK-QTDE-LANCAMENTOS
           END-IF.

      ******************************* TRAILER DO REMFGTS COM A
      ******************************* QUANTIDADE DE FUNCIONARIOS E A
      ******************************* SOMA DE BASE + VALOR DO FGTS
       0330-GRAVAR-TRAILER.
           INITIALIZE CTLREM-REGISTRO.
           SET CTLREM-TRAILER TO TRUE.
           MOVE 'REMFGTS'             TO CTLREM-ARQUIVO.
           MOVE WRK-QTDE-FUNCIONARIOS TO CTLREM-QTDE-REGISTROS.
           MOVE WRK-TOTAL-CONTROLE    TO CTLREM-TOTAL-CONTROLE.
           WRITE RFGTS-REGISTRO FROM CTLREM-REGISTRO.

      ******************************* TOTAIS DE CONTROLE DO REMFGTS NO
      ******************************* PAINEL CICLOSTA, CONFERIDOS PELO
      ******************************* VALIDADOR PROGCOBZ ANTES DA
      ******************************* TRANSMISSAO
       0340-GRAVAR-STATUS-CICLO.
           OPEN EXTEND STATUS-CICLO.
           IF WRK-FS-CICLO = '35'
               OPEN OUTPUT STATUS-CICLO
               CLOSE STATUS-CICLO
               OPEN EXTEND STATUS-CICLO
           END-IF.
           INITIALIZE CICLO-REGISTRO.
           MOVE 'STEP140'    TO CICLO-STEP.
           MOVE 'PROGCOB31F' TO CICLO-PROGRAMA.
           ACCEPT CICLO-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO-CICLO TO CICLO-HORA-INICIO.
           ACCEPT CICLO-HORA-FIM FROM TIME.
           MOVE RETURN-CODE TO CICLO-RETURN-CODE.
           MOVE WRK-QTDE-FUNCIONARIOS TO CICLO-QTDE-REGISTROS.
           MOVE 'FGTS DO MES APURADO E REMETIDO' TO CICLO-RESULTADO.
           MOVE 'REMFGTS' TO CICLO-ARQUIVO.
           MOVE WRK-TOTAL-CONTROLE TO CICLO-TOTAL-CONTROLE.
           WRITE CICLO-REGISTRO.
           CLOSE STATUS-CICLO.

      ******************************* GRAVA A TRILHA DE AUDITORIA
       0310-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITORIA-LOG.
