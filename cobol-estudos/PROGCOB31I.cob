       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB31I.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: MANUTENCAO DO CADASTRO DE BENEFICIOS POR FUNCIONARIO
      *           (BENEFICIOS-MASTER) - INCLUI OU ALTERA A ADESAO AO
      *           VALE-TRANSPORTE (TARIFA DIARIA DE IDA E VOLTA), AO
      *           VALE-REFEICAO (VALOR DIARIO) E OS DIAS DE TRABALHO
      *           NO MES, OU CANCELA A ADESAO, COM A MATRICULA
      *           VALIDADA NO MASTER DE FUNCIONARIOS; O CADASTRO
      *           ALIMENTA O LOTE MENSAL DE BENEFICIOS (PROGCOB31T)
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
           SELECT BENEFICIOS-MASTER ASSIGN TO 'BENEFMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BENEF-MATRICULA
               FILE STATUS IS WRK-FS-BENEF.
           SELECT FUNCIONARIOS-MASTER ASSIGN TO 'FUNCIONARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  BENEFICIOS-MASTER.
           COPY CPBENEF.
       FD  FUNCIONARIOS-MASTER.
           COPY CPFUNC.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-BENEF              PIC X(02) VALUE '00'.
       77  WRK-FS-FUNC               PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-ACAO-SW               PIC X(01) VALUE SPACES.
           88  WRK-ACAO-INCLUIR          VALUE 'I'.
           88  WRK-ACAO-CANCELAR         VALUE 'X'.
       77  WRK-MATRICULA             PIC 9(06) VALUE ZERO.
       77  WRK-VT-ADESAO             PIC X(01) VALUE SPACES.
       77  WRK-VT-TARIFA             PIC 9(03)V99 VALUE ZERO.
       77  WRK-VR-ADESAO             PIC X(01) VALUE SPACES.
       77  WRK-VR-VALOR              PIC 9(03)V99 VALUE ZERO.
       77  WRK-DIAS-TRABALHO         PIC 9(02) VALUE ZERO.
       77  WRK-BENEF-SW              PIC X(01) VALUE 'N'.
           88  WRK-BENEF-EXISTE          VALUE 'S'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY 'ID DO OPERADOR..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'ACAO (I=INCLUIR OU ALTERAR / X=CANCELAR)..'.
           ACCEPT WRK-ACAO-SW FROM CONSOLE.
           DISPLAY 'MATRICULA DO FUNCIONARIO..'.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           OPEN INPUT FUNCIONARIOS-MASTER.
           OPEN I-O BENEFICIOS-MASTER.
           IF WRK-FS-BENEF = '35'
               OPEN OUTPUT BENEFICIOS-MASTER
               CLOSE BENEFICIOS-MASTER
               OPEN I-O BENEFICIOS-MASTER
           END-IF.

       0200-PROCESSAR.
           MOVE WRK-MATRICULA TO FUNC-MATRICULA.
           READ FUNCIONARIOS-MASTER
               INVALID KEY
                   DISPLAY 'MATRICULA NAO CADASTRADA: ' WRK-MATRICULA
                   MOVE 'MATRICULA NAO CADASTRADA'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 0210-DECIDIR-ACAO
           END-READ.

       0210-DECIDIR-ACAO.
           MOVE WRK-MATRICULA TO BENEF-MATRICULA.
           READ BENEFICIOS-MASTER
               INVALID KEY
                   MOVE 'N' TO WRK-BENEF-SW
               NOT INVALID KEY
                   SET WRK-BENEF-EXISTE TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN WRK-ACAO-INCLUIR
                   PERFORM 0220-GRAVAR-ADESAO
               WHEN WRK-ACAO-CANCELAR
                   PERFORM 0230-CANCELAR-ADESAO
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA - NADA FOI ALTERADO'
                   MOVE 'ACAO INVALIDA' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ******************************* INCLUSAO OU ALTERACAO - SO
      ******************************* FUNCIONARIO ATIVO, COM PELO MENOS
      ******************************* UM DOS DOIS VALES E DIAS DE
      ******************************* TRABALHO INFORMADOS
       0220-GRAVAR-ADESAO.
           DISPLAY 'VALE-TRANSPORTE (S/N)..'.
           ACCEPT WRK-VT-ADESAO FROM CONSOLE.
           MOVE ZERO TO WRK-VT-TARIFA.
           IF WRK-VT-ADESAO = 'S'
               DISPLAY 'TARIFA DIARIA DE IDA E VOLTA..'
               ACCEPT WRK-VT-TARIFA FROM CONSOLE
           END-IF.
           DISPLAY 'VALE-REFEICAO (S/N)..'.
           ACCEPT WRK-VR-ADESAO FROM CONSOLE.
           MOVE ZERO TO WRK-VR-VALOR.
           IF WRK-VR-ADESAO = 'S'
               DISPLAY 'VALOR DIARIO DO VALE-REFEICAO..'
               ACCEPT WRK-VR-VALOR FROM CONSOLE
           END-IF.
           DISPLAY 'DIAS DE TRABALHO NO MES..'.
           ACCEPT WRK-DIAS-TRABALHO FROM CONSOLE.
           EVALUATE TRUE
               WHEN NOT FUNC-STATUS-ATIVO
                   DISPLAY 'FUNCIONARIO INATIVO - ADESAO RECUSADA'
                   MOVE 'FUNCIONARIO INATIVO' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-VT-ADESAO NOT = 'S' AND WRK-VR-ADESAO NOT = 'S'
                   DISPLAY 'NENHUM VALE ESCOLHIDO - USE X PARA '
                           'CANCELAR A ADESAO'
                   MOVE 'NENHUM VALE ESCOLHIDO' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-DIAS-TRABALHO = ZERO
                    OR WRK-DIAS-TRABALHO > 31
                    OR (WRK-VT-ADESAO = 'S' AND WRK-VT-TARIFA = ZERO)
                    OR (WRK-VR-ADESAO = 'S' AND WRK-VR-VALOR = ZERO)
                   DISPLAY 'TARIFA/VALOR/DIAS INVALIDOS - ADESAO '
                           'RECUSADA'
                   MOVE 'DADOS INVALIDOS' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 0225-MONTAR-REGISTRO
           END-EVALUATE.

       0225-MONTAR-REGISTRO.
           INITIALIZE BENEF-REGISTRO.
           MOVE WRK-MATRICULA     TO BENEF-MATRICULA.
           MOVE 'N'               TO BENEF-VT-ADESAO.
           MOVE 'N'               TO BENEF-VR-ADESAO.
           IF WRK-VT-ADESAO = 'S'
               SET BENEF-VT-OPTANTE TO TRUE
               MOVE WRK-VT-TARIFA TO BENEF-VT-TARIFA-DIARIA
           END-IF.
           IF WRK-VR-ADESAO = 'S'
               SET BENEF-VR-OPTANTE TO TRUE
               MOVE WRK-VR-VALOR  TO BENEF-VR-VALOR-DIARIO
           END-IF.
           MOVE WRK-DIAS-TRABALHO TO BENEF-DIAS-TRABALHO.
           SET BENEF-STATUS-ATIVO TO TRUE.
           MOVE WRK-DATAHOJE      TO BENEF-DATA-ALTERACAO.
           IF WRK-BENEF-EXISTE
               REWRITE BENEF-REGISTRO
               DISPLAY 'ADESAO A BENEFICIOS ALTERADA'
               MOVE 'ADESAO ALTERADA' TO WRK-AUDIT-RESULTADO
           ELSE
               WRITE BENEF-REGISTRO
               DISPLAY 'ADESAO A BENEFICIOS INCLUIDA'
               MOVE 'ADESAO INCLUIDA' TO WRK-AUDIT-RESULTADO
           END-IF.

       0230-CANCELAR-ADESAO.
           IF NOT WRK-BENEF-EXISTE
               DISPLAY 'FUNCIONARIO SEM ADESAO A BENEFICIOS'
               MOVE 'ADESAO NAO ENCONTRADA' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               SET BENEF-STATUS-INATIVO TO TRUE
               MOVE WRK-DATAHOJE TO BENEF-DATA-ALTERACAO
               REWRITE BENEF-REGISTRO
               DISPLAY 'ADESAO A BENEFICIOS CANCELADA'
               MOVE 'ADESAO CANCELADA' TO WRK-AUDIT-RESULTADO
           END-IF.

       0300-FINALIZAR.
           CLOSE FUNCIONARIOS-MASTER.
           CLOSE BENEFICIOS-MASTER.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO'.

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
           MOVE 'PROGCOB31I' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-MATRICULA TO AUDIT-ENTRADA-CHAVE (01:06).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
