       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB36C.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: CADASTRO DE BOLSAS DE ESTUDO - NO MODO I (INCLUIR)
      *           CONCEDE A BOLSA AO ALUNO ATIVO DA TURMA (TURMA), COM
      *           O TIPO, O PERCENTUAL OU VALOR FIXO, A VIGENCIA E A
      *           MEDIA MINIMA EXIGIDA, NO CADASTRO (BOLSA-MASTER); NO
      *           MODO A (ALTERAR) REVE AS CONDICOES DE UMA BOLSA
      *           ATIVA (RENOVACAO OU REDUCAO DEPOIS DA REVISAO ANUAL
      *           DO PROGCOB36R); NO MODO C (CANCELAR) ENCERRA A BOLSA
      *           NA DATA DE HOJE. A MENSALIDADE (PROGCOB36B) APLICA A
      *           BOLSA SOZINHA NOS MESES DA VIGENCIA, EM VEZ DO
      *           DESCONTO MANUAL DADO TODO MES
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
           SELECT BOLSA-MASTER ASSIGN TO 'BOLSAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BOLSA-ALUNO
               FILE STATUS IS WRK-FS-BOLSA.
           SELECT TURMA ASSIGN TO 'TURMA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TURMA.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  BOLSA-MASTER.
           COPY CPBOLSA.
       FD  TURMA.
           COPY CPTURMA.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-BOLSA              PIC X(02) VALUE '00'.
       77  WRK-FS-TURMA              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-MODO-SW               PIC X(01) VALUE SPACES.
           88  WRK-MODO-INCLUIR          VALUE 'I'.
           88  WRK-MODO-ALTERAR          VALUE 'A'.
           88  WRK-MODO-CANCELAR         VALUE 'C'.
       77  WRK-ALUNO                 PIC X(20) VALUE SPACES.
       77  WRK-TURMA                 PIC X(20) VALUE SPACES.
       77  WRK-TIPO                  PIC X(01) VALUE SPACES.
       77  WRK-MODALIDADE            PIC X(01) VALUE SPACES.
       77  WRK-PERCENTUAL            PIC 9(03)V99 VALUE ZERO.
       77  WRK-VALOR                 PIC 9(05)V99 VALUE ZERO.
       77  WRK-DATA-INICIO           PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM              PIC 9(08) VALUE ZEROS.
       77  WRK-MEDIA-MINIMA          PIC 9(02)V9 VALUE ZERO.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-ALUNO-SW              PIC X(01) VALUE 'N'.
           88  WRK-ALUNO-ATIVO           VALUE 'S'.
       77  WRK-EXISTE-SW             PIC X(01) VALUE 'N'.
           88  WRK-BOLSA-EXISTE          VALUE 'S'.
       77  WRK-CONDICOES-SW          PIC X(01) VALUE 'N'.
           88  WRK-CONDICOES-OK          VALUE 'S'.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           EVALUATE TRUE
               WHEN WRK-MODO-INCLUIR
                   PERFORM 0200-INCLUIR-BOLSA
               WHEN WRK-MODO-ALTERAR
                   PERFORM 0220-ALTERAR-BOLSA
               WHEN WRK-MODO-CANCELAR
                   PERFORM 0230-CANCELAR-BOLSA
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO - NADA FOI ALTERADO'
                   MOVE 'MODO INVALIDO' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY 'ID DO OPERADOR..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'MODO (I=INCLUIR / A=ALTERAR / C=CANCELAR)..'.
           ACCEPT WRK-MODO-SW FROM CONSOLE.
           DISPLAY 'NOME DO ALUNO..'.
           ACCEPT WRK-ALUNO FROM CONSOLE.
           OPEN I-O BOLSA-MASTER.
           IF WRK-FS-BOLSA = '35'
               OPEN OUTPUT BOLSA-MASTER
               CLOSE BOLSA-MASTER
               OPEN I-O BOLSA-MASTER
           END-IF.
           MOVE WRK-ALUNO TO BOLSA-ALUNO.
           MOVE 'S' TO WRK-EXISTE-SW.
           READ BOLSA-MASTER
               INVALID KEY MOVE 'N' TO WRK-EXISTE-SW
           END-READ.

       0200-INCLUIR-BOLSA.
           PERFORM 0240-CONFERIR-ALUNO.
           EVALUATE TRUE
               WHEN WRK-BOLSA-EXISTE AND BOLSA-STATUS-ATIVA
                   DISPLAY 'ALUNO JA TEM BOLSA ATIVA - USE O MODO A'
                   MOVE 'BOLSA ATIVA JA EXISTE' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WRK-ALUNO-ATIVO
                   DISPLAY 'ALUNO NAO ESTA ATIVO NA TURMA: ' WRK-ALUNO
                   MOVE 'ALUNO NAO ATIVO' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'TURMA DO ALUNO..'
                   ACCEPT WRK-TURMA FROM CONSOLE
                   PERFORM 0210-CAPTURAR-CONDICOES
                   IF WRK-CONDICOES-OK
                       INITIALIZE BOLSA-REGISTRO
                       MOVE WRK-ALUNO  TO BOLSA-ALUNO
                       MOVE WRK-TURMA  TO BOLSA-TURMA
                       PERFORM 0215-MOVER-CONDICOES
                       MOVE WRK-DATAHOJE TO BOLSA-DATA-CONCESSAO
                       SET BOLSA-STATUS-ATIVA TO TRUE
                       IF WRK-BOLSA-EXISTE
                           REWRITE BOLSA-REGISTRO
                       ELSE
                           WRITE BOLSA-REGISTRO
                       END-IF
                       DISPLAY 'BOLSA CONCEDIDA'
                       MOVE 'BOLSA CONCEDIDA' TO WRK-AUDIT-RESULTADO
                   END-IF
           END-EVALUATE.

      ******************************* TIPO, VALOR, VIGENCIA E MEDIA
      ******************************* MINIMA, COM A CONSISTENCIA DE
      ******************************* CADA UM
       0210-CAPTURAR-CONDICOES.
           MOVE 'N' TO WRK-CONDICOES-SW.
           DISPLAY 'TIPO (M=MERITO / S=SOCIAL / E=ESPORTIVA / '
                   'C=CONVENIO)..'.
           ACCEPT WRK-TIPO FROM CONSOLE.
           DISPLAY 'MODALIDADE (P=PERCENTUAL / V=VALOR FIXO)..'.
           ACCEPT WRK-MODALIDADE FROM CONSOLE.
           MOVE ZERO TO WRK-PERCENTUAL.
           MOVE ZERO TO WRK-VALOR.
           IF WRK-MODALIDADE = 'P'
               DISPLAY 'PERCENTUAL DA BOLSA (0,01 A 100,00)..'
               ACCEPT WRK-PERCENTUAL FROM CONSOLE
           ELSE
               DISPLAY 'VALOR FIXO MENSAL DA BOLSA..'
               ACCEPT WRK-VALOR FROM CONSOLE
           END-IF.
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD)..'.
           ACCEPT WRK-DATA-INICIO FROM CONSOLE.
           DISPLAY 'FIM DA VIGENCIA (AAAAMMDD)..'.
           ACCEPT WRK-DATA-FIM FROM CONSOLE.
           DISPLAY 'MEDIA MINIMA EXIGIDA (0,0 A 10,0)..'.
           ACCEPT WRK-MEDIA-MINIMA FROM CONSOLE.
           MOVE WRK-TIPO TO BOLSA-TIPO.
           EVALUATE TRUE
               WHEN NOT BOLSA-TIPO-VALIDO
                   DISPLAY 'TIPO DE BOLSA INVALIDO'
                   MOVE 'TIPO INVALIDO' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-MODALIDADE NOT = 'P'
                AND WRK-MODALIDADE NOT = 'V'
                   DISPLAY 'MODALIDADE INVALIDA'
                   MOVE 'MODALIDADE INVALIDA' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-MODALIDADE = 'P'
                AND (WRK-PERCENTUAL = ZERO OR WRK-PERCENTUAL > 100)
                   DISPLAY 'PERCENTUAL INVALIDO'
                   MOVE 'PERCENTUAL INVALIDO' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-MODALIDADE = 'V' AND WRK-VALOR = ZERO
                   DISPLAY 'VALOR DA BOLSA ZERADO'
                   MOVE 'VALOR ZERADO' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN FUNCTION INTEGER-OF-DATE (WRK-DATA-INICIO) = 0
                 OR FUNCTION INTEGER-OF-DATE (WRK-DATA-FIM) = 0
                 OR WRK-DATA-FIM < WRK-DATA-INICIO
                   DISPLAY 'VIGENCIA INVALIDA'
                   MOVE 'VIGENCIA INVALIDA' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-MEDIA-MINIMA > 10
                   DISPLAY 'MEDIA MINIMA INVALIDA'
                   MOVE 'MEDIA MINIMA INVALIDA' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   SET WRK-CONDICOES-OK TO TRUE
           END-EVALUATE.

       0215-MOVER-CONDICOES.
           MOVE WRK-TIPO         TO BOLSA-TIPO.
           MOVE WRK-MODALIDADE   TO BOLSA-MODALIDADE.
           MOVE WRK-PERCENTUAL   TO BOLSA-PERCENTUAL.
           MOVE WRK-VALOR        TO BOLSA-VALOR.
           MOVE WRK-DATA-INICIO  TO BOLSA-DATA-INICIO.
           MOVE WRK-DATA-FIM     TO BOLSA-DATA-FIM.
           MOVE WRK-MEDIA-MINIMA TO BOLSA-MEDIA-MINIMA.
           MOVE WRK-OPERADOR     TO BOLSA-OPERADOR.

       0220-ALTERAR-BOLSA.
           IF NOT WRK-BOLSA-EXISTE
              OR NOT BOLSA-STATUS-ATIVA
               DISPLAY 'ALUNO SEM BOLSA ATIVA: ' WRK-ALUNO
               MOVE 'SEM BOLSA ATIVA' TO WRK-AUDIT-RESULTADO
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 0210-CAPTURAR-CONDICOES
               IF WRK-CONDICOES-OK
                   PERFORM 0215-MOVER-CONDICOES
                   REWRITE BOLSA-REGISTRO
                   DISPLAY 'CONDICOES DA BOLSA ALTERADAS'
                   MOVE 'BOLSA ALTERADA' TO WRK-AUDIT-RESULTADO
               END-IF
           END-IF.

       0230-CANCELAR-BOLSA.
           IF NOT WRK-BOLSA-EXISTE
              OR NOT BOLSA-STATUS-ATIVA
               DISPLAY 'ALUNO SEM BOLSA ATIVA: ' WRK-ALUNO
               MOVE 'SEM BOLSA ATIVA' TO WRK-AUDIT-RESULTADO
               MOVE 16 TO RETURN-CODE
           ELSE
               SET BOLSA-STATUS-CANCELADA TO TRUE
               IF BOLSA-DATA-FIM > WRK-DATAHOJE
                   MOVE WRK-DATAHOJE TO BOLSA-DATA-FIM
               END-IF
               MOVE WRK-OPERADOR TO BOLSA-OPERADOR
               REWRITE BOLSA-REGISTRO
               DISPLAY 'BOLSA CANCELADA A PARTIR DE ' BOLSA-DATA-FIM
               MOVE 'BOLSA CANCELADA' TO WRK-AUDIT-RESULTADO
           END-IF.

      ******************************* SO ALUNO ATIVO NA TURMA RECEBE
      ******************************* BOLSA NOVA
       0240-CONFERIR-ALUNO.
           MOVE 'N' TO WRK-ALUNO-SW.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT TURMA.
           IF WRK-FS-TURMA = '00'
               PERFORM 0241-LER-ALUNO
               PERFORM 0242-COMPARAR-ALUNO
                   UNTIL WRK-FIM-ARQUIVO OR WRK-ALUNO-ATIVO
               CLOSE TURMA
           END-IF.

       0241-LER-ALUNO.
           READ TURMA
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0242-COMPARAR-ALUNO.
           IF TUR-NOME = WRK-ALUNO AND TUR-STATUS-ATIVO
               SET WRK-ALUNO-ATIVO TO TRUE
           ELSE
               PERFORM 0241-LER-ALUNO
           END-IF.

       0300-FINALIZAR.
           CLOSE BOLSA-MASTER.
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
           MOVE 'PROGCOB36C' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-ALUNO TO AUDIT-ENTRADA-CHAVE.
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
