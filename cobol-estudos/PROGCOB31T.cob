       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB31T.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: LOTE MENSAL DE BENEFICIOS - PARA O MES INFORMADO
      *           (AAAAMM), PERCORRE O CADASTRO DE BENEFICIOS
      *           (BENEFICIOS-MASTER, MANUTENCAO PELO PROGCOB31I) E,
      *           PARA CADA ADESAO ATIVA DE FUNCIONARIO ATIVO, CALCULA
      *           O VALE-TRANSPORTE (TARIFA DIARIA X DIAS DE TRABALHO)
      *           COM O DESCONTO DO FUNCIONARIO LIMITADO A 6% DO
      *           FUNC-SALARIO, E O VALE-REFEICAO (VALOR DIARIO X
      *           DIAS) COM O DESCONTO DO FUNCIONARIO PELO PERCENTUAL
      *           FIXO ABAIXO; O RESTANTE E CUSTO DA EMPRESA. GRAVA OS
      *           BENEFICIOS DO MES (BENEFMES), DESCONTADOS PELA FOLHA
      *           LIQUIDA (PROGCOB31N), E O PEDIDO DE VALES PARA A
      *           OPERADORA (PEDVALE). RODA ANTES DA FOLHA DO MES
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - DENTRO DO FLUXO DE FECHAMENTO MENSAL (PROGCOBS,
      *                 STEP102, ANTES DA FOLHA LIQUIDA) O MES VEM DO
      *                 PARAMETRO MESFECHA, PELA ROTINA PROGCOBU, EM VEZ
      *                 DE SER DIGITADO NO CONSOLE
      * 15/10/2026 FM - PEDVALE PASSA A SAIR ENTRE HEADER E TRAILER DE
      *                 CONTROLE (CPCTLREM, SEQUENCIA PELA ROTINA
      *                 PROGCOBB), COM A QUANTIDADE DE LINHAS E A SOMA
      *                 DOS VALORES TAMBEM NO PAINEL CICLOSTA, PARA O
      *                 VALIDADOR PROGCOBZ CONFERIR O PEDIDO ANTES DA
      *                 TRANSMISSAO A OPERADORA
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFICIOS-MASTER ASSIGN TO 'BENEFMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BENEF-MATRICULA
               FILE STATUS IS WRK-FS-BENEF.
           SELECT FUNCIONARIOS-MASTER ASSIGN TO 'FUNCIONARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.
           SELECT BENEFICIOS-MES ASSIGN TO 'BENEFMES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BENMES.
           SELECT PEDIDO-VALES ASSIGN TO 'PEDVALE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PVALE.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT STATUS-CICLO ASSIGN TO 'CICLOSTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CICLO.
       DATA DIVISION.
       FILE SECTION.
       FD  BENEFICIOS-MASTER.
           COPY CPBENEF.
       FD  FUNCIONARIOS-MASTER.
           COPY CPFUNC.
       FD  BENEFICIOS-MES.
           COPY CPBENMES.
       FD  PEDIDO-VALES.
       01  PVALE-REGISTRO.
           05  PVALE-TIPO            PIC X(02).
               88  PVALE-TIPO-VT         VALUE 'VT'.
               88  PVALE-TIPO-VR         VALUE 'VR'.
           05  PVALE-MATRICULA       PIC 9(06).
           05  PVALE-NOME            PIC X(20).
           05  PVALE-ANOMES          PIC 9(06).
           05  PVALE-DIAS            PIC 9(02).
           05  PVALE-VALOR-DIARIO    PIC 9(03)V99.
           05  PVALE-VALOR           PIC 9(05)V99.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       FD  STATUS-CICLO.
           COPY CPCICLO.
       WORKING-STORAGE SECTION.
       77  WRK-FS-BENEF              PIC X(02) VALUE '00'.
       77  WRK-FS-FUNC               PIC X(02) VALUE '00'.
       77  WRK-FS-BENMES             PIC X(02) VALUE '00'.
       77  WRK-FS-PVALE              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-FS-CICLO              PIC X(02) VALUE '00'.
       77  WRK-HORA-INICIO-CICLO     PIC 9(08) VALUE ZEROS.
       77  WRK-QTDE-PEDIDOS          PIC 9(07) VALUE ZERO.
       77  WRK-TOTAL-CONTROLE        PIC 9(13)V99 VALUE ZERO.
       77  WRK-ANOMES                PIC 9(06) VALUE ZEROS.
       77  WRK-FLUXO-SW              PIC X(01) VALUE 'N'.
           88  WRK-FLUXO-MENSAL          VALUE 'S'.
       77  WRK-FLUXO-OPERADOR        PIC X(08) VALUE SPACES.
       77  WRK-FLUXO-ARGUMENTO       PIC X(20) VALUE SPACES.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-QTDE-BENEFICIADOS     PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-IGNORADOS        PIC 9(05) VALUE ZERO.
       77  WRK-VT-VALOR              PIC 9(05)V99 VALUE ZERO.
       77  WRK-VT-DESCONTO           PIC 9(05)V99 VALUE ZERO.
       77  WRK-VT-LIMITE             PIC 9(05)V99 VALUE ZERO.
       77  WRK-VR-VALOR              PIC 9(05)V99 VALUE ZERO.
       77  WRK-VR-DESCONTO           PIC 9(05)V99 VALUE ZERO.
       77  WRK-CUSTO-EMPRESA         PIC 9(06)V99 VALUE ZERO.
       77  WRK-TOTAL-VALES           PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-DESCONTOS       PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-CUSTO           PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-VALES-ED        PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-DESCONTOS-ED    PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-CUSTO-ED        PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *********************************
      * PERCENTUAIS DE DESCONTO DO FUNCIONARIO - CONSTANTES FIXAS, NA
      * MESMA CONVENCAO DAS TABELAS DA FOLHA LIQUIDA (PROGCOB31N)
      *********************************
       77  WRK-VT-PERC-SALARIO       PIC 9V99 VALUE 0,06.
       77  WRK-VR-PERC-FUNCIONARIO   PIC 9V99 VALUE 0,20.
           COPY CPCTLREM.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR
               UNTIL WRK-FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-HORA-INICIO-CICLO FROM TIME.
           CALL 'PROGCOBU' USING WRK-ANOMES WRK-FLUXO-OPERADOR
                                 WRK-FLUXO-ARGUMENTO WRK-FLUXO-SW.
           IF NOT WRK-FLUXO-MENSAL
               DISPLAY 'MES DOS BENEFICIOS (AAAAMM)..'
               ACCEPT WRK-ANOMES FROM CONSOLE
           END-IF.
           OPEN INPUT BENEFICIOS-MASTER.
           IF WRK-FS-BENEF NOT = '00'
               DISPLAY 'CADASTRO DE BENEFICIOS INDISPONIVEL - NADA A '
                       'CALCULAR'
               SET WRK-FIM-ARQUIVO TO TRUE
           END-IF.
           OPEN INPUT FUNCIONARIOS-MASTER.
           IF WRK-FS-FUNC NOT = '00'
               DISPLAY 'MASTER DE FUNCIONARIOS INDISPONIVEL - '
                       'BENEFICIOS NAO CALCULADOS'
               MOVE 8 TO RETURN-CODE
               SET WRK-FIM-ARQUIVO TO TRUE
           END-IF.
           OPEN OUTPUT BENEFICIOS-MES.
           OPEN OUTPUT PEDIDO-VALES.
           PERFORM 0260-GRAVAR-HEADER.
           IF NOT WRK-FIM-ARQUIVO
               PERFORM 0110-LER-BENEFICIO
           END-IF.

       0110-LER-BENEFICIO.
           READ BENEFICIOS-MASTER
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0200-PROCESSAR.
           IF BENEF-STATUS-ATIVO
               MOVE BENEF-MATRICULA TO FUNC-MATRICULA
               READ FUNCIONARIOS-MASTER
                   INVALID KEY
                       ADD 1 TO WRK-QTDE-IGNORADOS
                       DISPLAY 'BENEFICIO DE MATRICULA NAO CADASTRADA: '
                               BENEF-MATRICULA
                   NOT INVALID KEY
                       IF FUNC-STATUS-ATIVO
                           PERFORM 0210-CALCULAR-BENEFICIOS
                       ELSE
                           ADD 1 TO WRK-QTDE-IGNORADOS
                       END-IF
               END-READ
           END-IF.
           PERFORM 0110-LER-BENEFICIO.

       0210-CALCULAR-BENEFICIOS.
           ADD 1 TO WRK-QTDE-BENEFICIADOS.
           PERFORM 0220-CALCULAR-VT.
           PERFORM 0230-CALCULAR-VR.
           COMPUTE WRK-CUSTO-EMPRESA =
               WRK-VT-VALOR - WRK-VT-DESCONTO
               + WRK-VR-VALOR - WRK-VR-DESCONTO.
           ADD WRK-VT-VALOR    TO WRK-TOTAL-VALES.
           ADD WRK-VR-VALOR    TO WRK-TOTAL-VALES.
           ADD WRK-VT-DESCONTO TO WRK-TOTAL-DESCONTOS.
           ADD WRK-VR-DESCONTO TO WRK-TOTAL-DESCONTOS.
           ADD WRK-CUSTO-EMPRESA TO WRK-TOTAL-CUSTO.
           PERFORM 0250-GRAVAR-BENEFICIO-MES.

      ******************************* VALE-TRANSPORTE: O FUNCIONARIO
      ******************************* PAGA ATE 6% DO SALARIO BASE, NUNCA
      ******************************* MAIS QUE O VALOR DOS VALES
       0220-CALCULAR-VT.
           MOVE ZERO TO WRK-VT-VALOR.
           MOVE ZERO TO WRK-VT-DESCONTO.
           IF BENEF-VT-OPTANTE
               COMPUTE WRK-VT-VALOR =
                   BENEF-VT-TARIFA-DIARIA * BENEF-DIAS-TRABALHO
               COMPUTE WRK-VT-LIMITE ROUNDED =
                   FUNC-SALARIO * WRK-VT-PERC-SALARIO
               IF WRK-VT-LIMITE < WRK-VT-VALOR
                   MOVE WRK-VT-LIMITE TO WRK-VT-DESCONTO
               ELSE
                   MOVE WRK-VT-VALOR  TO WRK-VT-DESCONTO
               END-IF
               MOVE 'VT' TO PVALE-TIPO
               MOVE BENEF-VT-TARIFA-DIARIA TO PVALE-VALOR-DIARIO
               MOVE WRK-VT-VALOR TO PVALE-VALOR
               PERFORM 0240-GRAVAR-PEDIDO-VALE
           END-IF.

      ******************************* VALE-REFEICAO: O FUNCIONARIO PAGA
      ******************************* O PERCENTUAL FIXO DO VALOR
       0230-CALCULAR-VR.
           MOVE ZERO TO WRK-VR-VALOR.
           MOVE ZERO TO WRK-VR-DESCONTO.
           IF BENEF-VR-OPTANTE
               COMPUTE WRK-VR-VALOR =
                   BENEF-VR-VALOR-DIARIO * BENEF-DIAS-TRABALHO
               COMPUTE WRK-VR-DESCONTO ROUNDED =
                   WRK-VR-VALOR * WRK-VR-PERC-FUNCIONARIO
               MOVE 'VR' TO PVALE-TIPO
               MOVE BENEF-VR-VALOR-DIARIO TO PVALE-VALOR-DIARIO
               MOVE WRK-VR-VALOR TO PVALE-VALOR
               PERFORM 0240-GRAVAR-PEDIDO-VALE
           END-IF.

      ******************************* UMA LINHA DO PEDIDO A OPERADORA
      ******************************* POR FUNCIONARIO E TIPO DE VALE
       0240-GRAVAR-PEDIDO-VALE.
           MOVE FUNC-MATRICULA      TO PVALE-MATRICULA.
           MOVE FUNC-NOME           TO PVALE-NOME.
           MOVE WRK-ANOMES          TO PVALE-ANOMES.
           MOVE BENEF-DIAS-TRABALHO TO PVALE-DIAS.
           WRITE PVALE-REGISTRO.
           ADD 1 TO WRK-QTDE-PEDIDOS.
           ADD PVALE-VALOR TO WRK-TOTAL-CONTROLE.

       0250-GRAVAR-BENEFICIO-MES.
           INITIALIZE BENMES-REGISTRO.
           MOVE FUNC-MATRICULA    TO BENMES-MATRICULA.
           MOVE WRK-ANOMES        TO BENMES-ANOMES.
           MOVE WRK-VT-VALOR      TO BENMES-VT-VALOR.
           MOVE WRK-VT-DESCONTO   TO BENMES-VT-DESCONTO.
           MOVE WRK-VR-VALOR      TO BENMES-VR-VALOR.
           MOVE WRK-VR-DESCONTO   TO BENMES-VR-DESCONTO.
           MOVE WRK-CUSTO-EMPRESA TO BENMES-CUSTO-EMPRESA.
           WRITE BENMES-REGISTRO.

      ******************************* HEADER COM A SEQUENCIA DO
      ******************************* PEDIDO (ROTINA PROGCOBB)
       0260-GRAVAR-HEADER.
           INITIALIZE CTLREM-REGISTRO.
           MOVE 'PEDVALE'    TO CTLREM-ARQUIVO.
           MOVE 'PROGCOB31T' TO CTLREM-PROGRAMA.
           CALL 'PROGCOBB' USING CTLREM-REGISTRO.
           WRITE PVALE-REGISTRO FROM CTLREM-REGISTRO.

      ******************************* TRAILER COM A QUANTIDADE DE
      ******************************* LINHAS E A SOMA DOS VALORES
       0270-GRAVAR-TRAILER.
           INITIALIZE CTLREM-REGISTRO.
           SET CTLREM-TRAILER TO TRUE.
           MOVE 'PEDVALE'          TO CTLREM-ARQUIVO.
           MOVE WRK-QTDE-PEDIDOS   TO CTLREM-QTDE-REGISTROS.
           MOVE WRK-TOTAL-CONTROLE TO CTLREM-TOTAL-CONTROLE.
           WRITE PVALE-REGISTRO FROM CTLREM-REGISTRO.

       0300-FINALIZAR.
           IF WRK-FS-BENEF = '00' OR WRK-FS-BENEF = '10'
               CLOSE BENEFICIOS-MASTER
           END-IF.
           IF WRK-FS-FUNC = '00'
               CLOSE FUNCIONARIOS-MASTER
           END-IF.
           CLOSE BENEFICIOS-MES.
           PERFORM 0270-GRAVAR-TRAILER.
           CLOSE PEDIDO-VALES.
           PERFORM 0310-GRAVAR-AUDITORIA.
           PERFORM 0340-GRAVAR-STATUS-CICLO.
           MOVE WRK-TOTAL-VALES     TO WRK-TOTAL-VALES-ED.
           MOVE WRK-TOTAL-DESCONTOS TO WRK-TOTAL-DESCONTOS-ED.
           MOVE WRK-TOTAL-CUSTO     TO WRK-TOTAL-CUSTO-ED.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - FUNCIONARIOS COM '
                   'BENEFICIO: ' WRK-QTDE-BENEFICIADOS
                   ' IGNORADOS: ' WRK-QTDE-IGNORADOS.
           DISPLAY 'TOTAL DOS VALES......: ' WRK-TOTAL-VALES-ED.
           DISPLAY 'DESCONTO FUNCIONARIOS: ' WRK-TOTAL-DESCONTOS-ED.
           DISPLAY 'CUSTO DA EMPRESA.....: ' WRK-TOTAL-CUSTO-ED.

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
           MOVE 'PROGCOB31T' TO AUDIT-PROGRAMA.
           MOVE WRK-ANOMES TO AUDIT-ENTRADA-CHAVE (01:06).
           MOVE 'BENEFICIOS E PEDIDO DE VALES' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.

      ******************************* TOTAIS DE CONTROLE DO PEDIDO NO
      ******************************* PAINEL CICLOSTA, CONFERIDOS PELO
      ******************************* VALIDADOR PROGCOBZ ANTES DA
      ******************************* TRANSMISSAO A OPERADORA
       0340-GRAVAR-STATUS-CICLO.
           OPEN EXTEND STATUS-CICLO.
           IF WRK-FS-CICLO = '35'
               OPEN OUTPUT STATUS-CICLO
               CLOSE STATUS-CICLO
               OPEN EXTEND STATUS-CICLO
           END-IF.
           INITIALIZE CICLO-REGISTRO.
           MOVE 'STEP102'    TO CICLO-STEP.
           MOVE 'PROGCOB31T' TO CICLO-PROGRAMA.
           ACCEPT CICLO-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO-CICLO TO CICLO-HORA-INICIO.
           ACCEPT CICLO-HORA-FIM FROM TIME.
           MOVE RETURN-CODE TO CICLO-RETURN-CODE.
           MOVE WRK-QTDE-PEDIDOS TO CICLO-QTDE-REGISTROS.
           MOVE 'PEDIDO DE VALES A OPERADORA' TO CICLO-RESULTADO.
           MOVE 'PEDVALE' TO CICLO-ARQUIVO.
           MOVE WRK-TOTAL-CONTROLE TO CICLO-TOTAL-CONTROLE.
           WRITE CICLO-REGISTRO.
           CLOSE STATUS-CICLO.
