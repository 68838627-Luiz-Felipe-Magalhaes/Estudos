       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB31J.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: JUSTIFICATIVA DE OCORRENCIA DE PONTO - O GERENTE
      *           INFORMA A MATRICULA, A DATA E O TIPO DA OCORRENCIA
      *           APURADA PELO PROGCOB31X (F=FALTA, M=MARCACAO
      *           INCOMPLETA, A=ATRASO, S=SAIDA ANTECIPADA) E O TEXTO
      *           DA JUSTIFICATIVA; A OCORRENCIA PENDENTE DO CADASTRO
      *           (PONTOEXC) PASSA A ABONADA E NAO ENTRA NO DESCONTO
      *           MENSAL DE FALTAS (PROGCOB31M). FALTA JA DESCONTADA EM
      *           FOLHA NAO PODE MAIS SER ABONADA
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
           SELECT OCORRENCIAS-PONTO ASSIGN TO 'PONTOEXC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PTOEXC-CHAVE
               FILE STATUS IS WRK-FS-PTOEXC.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  OCORRENCIAS-PONTO.
           COPY CPPTOEXC.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-PTOEXC             PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-MATRICULA             PIC 9(06) VALUE ZERO.
       77  WRK-DATA-OCORRENCIA       PIC 9(08) VALUE ZEROS.
       77  WRK-TIPO                  PIC X(01) VALUE SPACES.
       77  WRK-JUSTIFICATIVA         PIC X(40) VALUE SPACES.
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
           DISPLAY 'MATRICULA DO FUNCIONARIO..'.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           DISPLAY 'DATA DA OCORRENCIA (AAAAMMDD)..'.
           ACCEPT WRK-DATA-OCORRENCIA FROM CONSOLE.
           DISPLAY 'TIPO (F=FALTA / M=MARCACAO INCOMPLETA / '
                   'A=ATRASO / S=SAIDA ANTECIPADA)..'.
           ACCEPT WRK-TIPO FROM CONSOLE.
           OPEN I-O OCORRENCIAS-PONTO.

       0200-PROCESSAR.
           IF WRK-FS-PTOEXC NOT = '00'
               DISPLAY 'CADASTRO DE OCORRENCIAS INDISPONIVEL - FS: '
                       WRK-FS-PTOEXC
               MOVE 'CADASTRO INDISPONIVEL' TO WRK-AUDIT-RESULTADO
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WRK-MATRICULA       TO PTOEXC-MATRICULA
               MOVE WRK-DATA-OCORRENCIA TO PTOEXC-DATA
               MOVE WRK-TIPO            TO PTOEXC-TIPO
               READ OCORRENCIAS-PONTO
                   INVALID KEY
                       DISPLAY 'OCORRENCIA NAO ENCONTRADA'
                       MOVE 'OCORRENCIA NAO ENCONTRADA'
                           TO WRK-AUDIT-RESULTADO
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM 0210-ABONAR-OCORRENCIA
               END-READ
           END-IF.

      ******************************* SO A OCORRENCIA PENDENTE E AINDA
      ******************************* NAO DESCONTADA PODE SER ABONADA
       0210-ABONAR-OCORRENCIA.
           EVALUATE TRUE
               WHEN PTOEXC-ANOMES-DESCONTO > ZERO
                   DISPLAY 'FALTA JA DESCONTADA NA FOLHA DE '
                           PTOEXC-ANOMES-DESCONTO
                           ' - ABONO RECUSADO'
                   MOVE 'OCORRENCIA JA DESCONTADA'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN PTOEXC-STATUS-ABONADA
                   DISPLAY 'OCORRENCIA JA ABONADA EM '
                           PTOEXC-DATA-JUSTIFICATIVA ' POR '
                           PTOEXC-OPERADOR
                   MOVE 'OCORRENCIA JA ABONADA' TO WRK-AUDIT-RESULTADO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'JUSTIFICATIVA..'
                   ACCEPT WRK-JUSTIFICATIVA FROM CONSOLE
                   IF WRK-JUSTIFICATIVA = SPACES
                       DISPLAY 'JUSTIFICATIVA EM BRANCO - NADA FOI '
                               'ALTERADO'
                       MOVE 'JUSTIFICATIVA EM BRANCO'
                           TO WRK-AUDIT-RESULTADO
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       SET PTOEXC-STATUS-ABONADA TO TRUE
                       MOVE WRK-JUSTIFICATIVA TO PTOEXC-JUSTIFICATIVA
                       MOVE WRK-DATAHOJE
                           TO PTOEXC-DATA-JUSTIFICATIVA
                       MOVE WRK-OPERADOR TO PTOEXC-OPERADOR
                       REWRITE PTOEXC-REGISTRO
                       DISPLAY 'OCORRENCIA ABONADA'
                       MOVE 'OCORRENCIA ABONADA' TO WRK-AUDIT-RESULTADO
                   END-IF
           END-EVALUATE.

       0300-FINALIZAR.
           IF WRK-FS-PTOEXC = '00'
               CLOSE OCORRENCIAS-PONTO
           END-IF.
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
           MOVE 'PROGCOB31J' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-MATRICULA TO AUDIT-ENTRADA-CHAVE (01:06).
           MOVE WRK-DATA-OCORRENCIA TO AUDIT-ENTRADA-CHAVE (08:08).
           MOVE WRK-TIPO TO AUDIT-ENTRADA-CHAVE (17:01).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
