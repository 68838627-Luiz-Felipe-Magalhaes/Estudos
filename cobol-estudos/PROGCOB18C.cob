       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB18C.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: CORRIGIR A PROVA DE TABUADA - CONFERE AS RESPOSTAS
      *           DIGITADAS (RESPTAB) CONTRA O GABARITO GERADO PELO
      *           PROGCOB18G (GABTAB) E IMPRIME A NOTA DE CADA
      *           CANDIDATO COM AS QUESTOES ERRADAS (RELPROVA). QUESTAO
      *           SEM RESPOSTA CONTA COMO ERRO. COM A NOTA MINIMA, A
      *           PROVA E REGISTRADA COMO CURSO CONCLUIDO (TABUAD) NO
      *           CERTIFICACAO-MASTER PELAS REGRAS DO PROGCOB35, PARA
      *           APARECER NO RELATORIO DE VENCIMENTOS (PROGCOB35R), E A
      *           TAREFA DE INTEGRACAO DA PROVA DE TABUADA E BAIXADA NO
      *           ONBOARD. CADA PROVA CORRIGIDA FICA NO AUDITLOG
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
           SELECT OPERADORES-MASTER ASSIGN TO 'OPERTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WRK-FS-OPER.
           SELECT GABARITO-PROVA ASSIGN TO 'GABTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GAB.
           SELECT RESPOSTAS-PROVA ASSIGN TO 'RESPTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESP.
           SELECT FUNCIONARIOS-MASTER ASSIGN TO 'FUNCIONARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.
           SELECT CURSO-MASTER ASSIGN TO 'CURSOCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CURSO-CODIGO
               FILE STATUS IS WRK-FS-CURSO.
           SELECT CERTIFICACAO-MASTER ASSIGN TO 'CERTIFIC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CERT-CHAVE
               FILE STATUS IS WRK-FS-CERT.
           SELECT ONBOARD ASSIGN TO 'ONBOARD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ONBOARD-MATRICULA
               FILE STATUS IS WRK-FS-ONBOARD.
           SELECT RELATORIO-PROVA ASSIGN TO 'RELPROVA'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-MASTER.
           COPY CPOPERAD.
       FD  GABARITO-PROVA.
           COPY CPGABAR.
       FD  RESPOSTAS-PROVA.
           COPY CPRESPRV.
       FD  FUNCIONARIOS-MASTER.
           COPY CPFUNC.
       FD  CURSO-MASTER.
           COPY CPCURSO.
       FD  CERTIFICACAO-MASTER.
           COPY CPCERTIF.
       FD  ONBOARD.
           COPY CPONBOARD.
       FD  RELATORIO-PROVA.
       01  REL-LINHA                 PIC X(100).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-OPER               PIC X(02) VALUE '00'.
       77  WRK-FS-GAB                PIC X(02) VALUE '00'.
       77  WRK-FS-RESP               PIC X(02) VALUE '00'.
       77  WRK-FS-FUNC               PIC X(02) VALUE '00'.
       77  WRK-FS-CURSO              PIC X(02) VALUE '00'.
       77  WRK-FS-CERT               PIC X(02) VALUE '00'.
       77  WRK-FS-ONBOARD            PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-OPERADOR-OK-SW        PIC X(01) VALUE 'N'.
           88  WRK-OPERADOR-OK           VALUE 'S'.
       77  WRK-CORRECAO-SW           PIC X(01) VALUE 'S'.
           88  WRK-CORRECAO-OK           VALUE 'S'.
           88  WRK-CORRECAO-BLOQUEADA    VALUE 'N'.
       77  WRK-EOF-GAB-SW            PIC X(01) VALUE 'N'.
           88  WRK-FIM-GABARITO          VALUE 'S'.
       77  WRK-EOF-RESP-SW           PIC X(01) VALUE 'N'.
           88  WRK-FIM-RESPOSTAS         VALUE 'S'.
       77  WRK-CURSO-TABUADA         PIC X(06) VALUE 'TABUAD'.
       77  WRK-PCT-APROVACAO         PIC 9(03)V99 VALUE 80,00.
       77  WRK-PCT-ACERTO            PIC 9(03)V99 VALUE ZERO.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-NOME                  PIC X(20) VALUE SPACES.
       77  WRK-SITUACAO              PIC X(30) VALUE SPACES.
       77  WRK-QTDE-RESPOSTAS        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-SEM-GABARITO     PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-DUPLICADAS       PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-CORRIGIDAS       PIC 9(04) VALUE ZERO.
       77  WRK-QTDE-APROVADOS        PIC 9(04) VALUE ZERO.
       77  WRK-QTDE-REPROVADOS       PIC 9(04) VALUE ZERO.
       77  WRK-QTDE-SEM-ESPACO       PIC 9(05) VALUE ZERO.
       77  WRK-AUDIT-CHAVE           PIC X(20) VALUE SPACES.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
      *********************************
      * VALIDADE DO CURSO - MESMOS CAMPOS DO PROGCOB35
      *********************************
       77  WRK-DATA-CONCLUSAO        PIC 9(08) VALUE ZEROS.
       77  WRK-ANO-VALIDADE          PIC 9(05) VALUE ZERO.
       77  WRK-MES-VALIDADE          PIC 9(05) VALUE ZERO.
       77  WRK-DATA-VALIDADE         PIC 9(08) VALUE ZEROS.
       77  WRK-VALIDADE-MESES        PIC 9(03) VALUE ZERO.
      *********************************
      * PROVAS GERADAS (UMA ENTRADA POR CANDIDATO + PROVA); AS
      * QUESTOES DE CADA PROVA FICAM JUNTAS NA TABELA DE GABARITO,
      * A PARTIR DE WRK-PV-INICIO
      *********************************
       77  WRK-PV-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-PV-SW                 PIC X(01) VALUE 'N'.
           88  WRK-PV-ACHOU              VALUE 'S'.
       77  WRK-QTDE-PROVAS           PIC 9(04) VALUE ZERO.
       01  WRK-TABELA-PROVAS.
           05  WRK-PROVA-TAB OCCURS 1 TO 500 TIMES
                             DEPENDING ON WRK-QTDE-PROVAS.
               10  WRK-PV-MATRICULA      PIC 9(06).
               10  WRK-PV-PROVA          PIC 9(06).
               10  WRK-PV-INICIO         PIC 9(05).
               10  WRK-PV-QUESTOES       PIC 9(02).
               10  WRK-PV-RESPONDIDAS    PIC 9(02).
               10  WRK-PV-ACERTOS        PIC 9(02).
      *********************************
      * GABARITO DAS PROVAS, COM A RESPOSTA DIGITADA DE CADA QUESTAO
      *********************************
       77  WRK-GB-IDX                PIC 9(05) VALUE ZERO.
       77  WRK-GB-FIM                PIC 9(05) VALUE ZERO.
       77  WRK-GB-SW                 PIC X(01) VALUE 'N'.
           88  WRK-GB-ACHOU              VALUE 'S'.
       77  WRK-QTDE-GABARITO         PIC 9(05) VALUE ZERO.
       01  WRK-TABELA-GABARITO.
           05  WRK-GABARITO OCCURS 1 TO 10000 TIMES
                            DEPENDING ON WRK-QTDE-GABARITO.
               10  WRK-GB-QUESTAO        PIC 9(02).
               10  WRK-GB-TIPO           PIC X(01).
               10  WRK-GB-OPERANDO-1     PIC 9(03).
               10  WRK-GB-OPERANDO-2     PIC 9(02).
               10  WRK-GB-RESPOSTA       PIC 9(03).
               10  WRK-GB-DIGITADA       PIC 9(03).
               10  WRK-GB-RESPONDIDA     PIC X(01).
       01  REL-CABECALHO.
           05  FILLER                PIC X(40) VALUE
               'CORRECAO DA PROVA DE TABUADA - DATA '.
           05  REL-CAB-DATA          PIC 9(08).
           05  FILLER                PIC X(20) VALUE
               '   NOTA MINIMA (%): '.
           05  REL-CAB-MINIMA        PIC ZZ9,99.
       01  REL-TITULO.
           05  FILLER                PIC X(60) VALUE
               'MATRIC NOME                 PROVA  QUEST RESP ACERT'.
           05  FILLER                PIC X(40) VALUE
               '  NOTA % SITUACAO'.
       01  REL-DETALHE.
           05  REL-DET-MATRICULA     PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  REL-DET-NOME          PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  REL-DET-PROVA         PIC 9(06).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  REL-DET-QUESTOES      PIC Z9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  REL-DET-RESPONDIDAS   PIC Z9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  REL-DET-ACERTOS       PIC Z9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-NOTA          PIC ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  REL-DET-SITUACAO      PIC X(30).
       01  REL-ERRO.
           05  FILLER                PIC X(12) VALUE
               '    QUESTAO '.
           05  REL-ERR-QUESTAO       PIC Z9.
           05  FILLER                PIC X(02) VALUE ': '.
           05  REL-ERR-OPERANDO-1    PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  REL-ERR-SINAL         PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  REL-ERR-OPERANDO-2    PIC Z9.
           05  FILLER                PIC X(03) VALUE ' = '.
           05  REL-ERR-RESPOSTA      PIC ZZ9.
           05  FILLER                PIC X(12) VALUE
               '  DIGITADO: '.
           05  REL-ERR-DIGITADA      PIC X(03).
       01  REL-TOTAL.
           05  FILLER                PIC X(18) VALUE
               'PROVAS CORRIGIDAS:'.
           05  REL-TOT-CORRIGIDAS    PIC Z.ZZ9.
           05  FILLER                PIC X(14) VALUE
               '   APROVADOS: '.
           05  REL-TOT-APROVADOS     PIC Z.ZZ9.
           05  FILLER                PIC X(15) VALUE
               '   REPROVADOS: '.
           05  REL-TOT-REPROVADOS    PIC Z.ZZ9.
       01  REL-REJEITADAS.
           05  FILLER                PIC X(30) VALUE
               'RESPOSTAS SEM PROVA/QUESTAO: '.
           05  REL-REJ-SEM-GABARITO  PIC ZZ.ZZ9.
           05  FILLER                PIC X(16) VALUE
               '   DUPLICADAS: '.
           05  REL-REJ-DUPLICADAS    PIC ZZ.ZZ9.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-CORRECAO-OK
               PERFORM 0200-CORRIGIR-RESPOSTA
                   UNTIL WRK-FIM-RESPOSTAS
               PERFORM 0250-APURAR-PROVA
                   VARYING WRK-PV-IDX FROM 1 BY 1
                   UNTIL WRK-PV-IDX > WRK-QTDE-PROVAS
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY 'ID DO OPERADOR..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           OPEN INPUT OPERADORES-MASTER.
           PERFORM 0110-VALIDAR-OPERADOR.
           CLOSE OPERADORES-MASTER.
           IF NOT WRK-OPERADOR-OK
               MOVE 'OPERADOR NAO AUTORIZADO' TO WRK-AUDIT-RESULTADO
               SET WRK-CORRECAO-BLOQUEADA TO TRUE
           END-IF.
           OPEN INPUT CURSO-MASTER.
           MOVE WRK-CURSO-TABUADA TO CURSO-CODIGO.
           READ CURSO-MASTER
               INVALID KEY
                   DISPLAY 'CURSO ' WRK-CURSO-TABUADA ' NAO CADASTRADO '
                           'NO CURSOCAT - RODAR O PROGCOB35L'
                   MOVE 'CURSO TABUAD NAO CADASTRADO'
                       TO WRK-AUDIT-RESULTADO
                   SET WRK-CORRECAO-BLOQUEADA TO TRUE
               NOT INVALID KEY
                   MOVE CURSO-VALIDADE-MESES TO WRK-VALIDADE-MESES
           END-READ.
           CLOSE CURSO-MASTER.
           PERFORM 0120-CARREGAR-GABARITO.
           OPEN INPUT RESPOSTAS-PROVA.
           IF WRK-FS-RESP NOT = '00'
               DISPLAY 'RESPOSTAS DIGITADAS (RESPTAB) INDISPONIVEIS'
               MOVE 'RESPTAB INDISPONIVEL' TO WRK-AUDIT-RESULTADO
               SET WRK-CORRECAO-BLOQUEADA TO TRUE
           ELSE
               PERFORM 0130-LER-RESPOSTA
           END-IF.
           IF WRK-CORRECAO-BLOQUEADA
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT FUNCIONARIOS-MASTER
               OPEN I-O CERTIFICACAO-MASTER
               IF WRK-FS-CERT = '35'
                   OPEN OUTPUT CERTIFICACAO-MASTER
                   CLOSE CERTIFICACAO-MASTER
                   OPEN I-O CERTIFICACAO-MASTER
               END-IF
               OPEN I-O ONBOARD
               IF WRK-FS-ONBOARD = '35'
                   OPEN OUTPUT ONBOARD
                   CLOSE ONBOARD
                   OPEN I-O ONBOARD
               END-IF
           END-IF.
           OPEN OUTPUT RELATORIO-PROVA.
           MOVE WRK-DATAHOJE      TO REL-CAB-DATA.
           MOVE WRK-PCT-APROVACAO TO REL-CAB-MINIMA.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-TITULO TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************* O OPERADOR PRECISA EXISTIR,
      ******************************* ESTAR ATIVO E TER A AUTORIZACAO
      ******************************* DE FUNCIONARIOS
       0110-VALIDAR-OPERADOR.
           MOVE 'N' TO WRK-OPERADOR-OK-SW.
           MOVE WRK-OPERADOR TO OPER-ID.
           READ OPERADORES-MASTER
               INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO NO OPERTAB'
               NOT INVALID KEY
                   IF OPER-STATUS-ATIVO
                      AND OPER-AUTORIZADO-FUNCIONARIOS
                       SET WRK-OPERADOR-OK TO TRUE
                   ELSE
                       DISPLAY 'OPERADOR INATIVO OU SEM AUTORIZACAO '
                               'DE FUNCIONARIOS'
                   END-IF
           END-READ.

      ******************************* GUARDA O GABARITO DE TODAS AS
      ******************************* PROVAS GERADAS; A QUESTAO QUE
      ******************************* NAO CABE NA TABELA FICA DE FORA
       0120-CARREGAR-GABARITO.
           OPEN INPUT GABARITO-PROVA.
           IF WRK-FS-GAB NOT = '00'
               DISPLAY 'GABARITO (GABTAB) INDISPONIVEL - RODAR O '
                       'PROGCOB18G'
               MOVE 'GABTAB INDISPONIVEL' TO WRK-AUDIT-RESULTADO
               SET WRK-CORRECAO-BLOQUEADA TO TRUE
           ELSE
               PERFORM 0121-LER-GABARITO
               PERFORM 0122-GUARDAR-GABARITO
                   UNTIL WRK-FIM-GABARITO
               CLOSE GABARITO-PROVA
           END-IF.
           IF WRK-QTDE-SEM-ESPACO > ZERO
               DISPLAY 'GABTAB COM ' WRK-QTDE-SEM-ESPACO
                       ' QUESTOES ALEM DA TABELA - DESCONSIDERADAS'
               MOVE 4 TO RETURN-CODE
           END-IF.

       0121-LER-GABARITO.
           READ GABARITO-PROVA
               AT END SET WRK-FIM-GABARITO TO TRUE
           END-READ.

       0122-GUARDAR-GABARITO.
           IF WRK-QTDE-GABARITO < 10000
               IF GAB-QUESTAO = 1
                  AND WRK-QTDE-PROVAS < 500
                   ADD 1 TO WRK-QTDE-PROVAS
                   MOVE GAB-MATRICULA
                       TO WRK-PV-MATRICULA (WRK-QTDE-PROVAS)
                   MOVE GAB-PROVA TO WRK-PV-PROVA (WRK-QTDE-PROVAS)
                   COMPUTE WRK-PV-INICIO (WRK-QTDE-PROVAS) =
                       WRK-QTDE-GABARITO + 1
                   MOVE ZERO TO WRK-PV-QUESTOES (WRK-QTDE-PROVAS)
                   MOVE ZERO TO WRK-PV-RESPONDIDAS (WRK-QTDE-PROVAS)
                   MOVE ZERO TO WRK-PV-ACERTOS (WRK-QTDE-PROVAS)
               END-IF
               IF WRK-QTDE-PROVAS > ZERO
                  AND GAB-MATRICULA = WRK-PV-MATRICULA (WRK-QTDE-PROVAS)
                  AND GAB-PROVA = WRK-PV-PROVA (WRK-QTDE-PROVAS)
                   ADD 1 TO WRK-QTDE-GABARITO
                   ADD 1 TO WRK-PV-QUESTOES (WRK-QTDE-PROVAS)
                   MOVE GAB-QUESTAO
                       TO WRK-GB-QUESTAO (WRK-QTDE-GABARITO)
                   MOVE GAB-TIPO TO WRK-GB-TIPO (WRK-QTDE-GABARITO)
                   MOVE GAB-OPERANDO-1
                       TO WRK-GB-OPERANDO-1 (WRK-QTDE-GABARITO)
                   MOVE GAB-OPERANDO-2
                       TO WRK-GB-OPERANDO-2 (WRK-QTDE-GABARITO)
                   MOVE GAB-RESPOSTA
                       TO WRK-GB-RESPOSTA (WRK-QTDE-GABARITO)
                   MOVE ZERO TO WRK-GB-DIGITADA (WRK-QTDE-GABARITO)
                   MOVE 'N' TO WRK-GB-RESPONDIDA (WRK-QTDE-GABARITO)
               ELSE
                   ADD 1 TO WRK-QTDE-SEM-ESPACO
               END-IF
           ELSE
               ADD 1 TO WRK-QTDE-SEM-ESPACO
           END-IF.
           PERFORM 0121-LER-GABARITO.

       0130-LER-RESPOSTA.
           READ RESPOSTAS-PROVA
               AT END SET WRK-FIM-RESPOSTAS TO TRUE
           END-READ.

      ******************************* LOCALIZA A PROVA E A QUESTAO DA
      ******************************* RESPOSTA DIGITADA E CONTA O ACERTO
       0200-CORRIGIR-RESPOSTA.
           ADD 1 TO WRK-QTDE-RESPOSTAS.
           MOVE 'N' TO WRK-PV-SW.
           PERFORM 0210-COMPARAR-PROVA
               VARYING WRK-PV-IDX FROM 1 BY 1
               UNTIL WRK-PV-IDX > WRK-QTDE-PROVAS
                  OR WRK-PV-ACHOU.
           MOVE 'N' TO WRK-GB-SW.
           IF WRK-PV-ACHOU
               SUBTRACT 1 FROM WRK-PV-IDX
               COMPUTE WRK-GB-FIM = WRK-PV-INICIO (WRK-PV-IDX)
                   + WRK-PV-QUESTOES (WRK-PV-IDX) - 1
               PERFORM 0220-COMPARAR-QUESTAO
                   VARYING WRK-GB-IDX FROM WRK-PV-INICIO (WRK-PV-IDX)
                   BY 1
                   UNTIL WRK-GB-IDX > WRK-GB-FIM
                      OR WRK-GB-ACHOU
           END-IF.
           IF WRK-GB-ACHOU
               SUBTRACT 1 FROM WRK-GB-IDX
               IF WRK-GB-RESPONDIDA (WRK-GB-IDX) = 'S'
                   ADD 1 TO WRK-QTDE-DUPLICADAS
               ELSE
                   MOVE 'S' TO WRK-GB-RESPONDIDA (WRK-GB-IDX)
                   MOVE RESP-RESPOSTA TO WRK-GB-DIGITADA (WRK-GB-IDX)
                   ADD 1 TO WRK-PV-RESPONDIDAS (WRK-PV-IDX)
                   IF RESP-RESPOSTA = WRK-GB-RESPOSTA (WRK-GB-IDX)
                       ADD 1 TO WRK-PV-ACERTOS (WRK-PV-IDX)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WRK-QTDE-SEM-GABARITO
           END-IF.
           PERFORM 0130-LER-RESPOSTA.

       0210-COMPARAR-PROVA.
           IF WRK-PV-MATRICULA (WRK-PV-IDX) = RESP-MATRICULA
              AND WRK-PV-PROVA (WRK-PV-IDX) = RESP-PROVA
               SET WRK-PV-ACHOU TO TRUE
           END-IF.

       0220-COMPARAR-QUESTAO.
           IF WRK-GB-QUESTAO (WRK-GB-IDX) = RESP-QUESTAO
               SET WRK-GB-ACHOU TO TRUE
           END-IF.

      ******************************* SO A PROVA COM RESPOSTA DIGITADA
      ******************************* NESTA CARGA E CORRIGIDA; AS
      ******************************* DEMAIS AINDA NAO FORAM FEITAS
       0250-APURAR-PROVA.
           IF WRK-PV-RESPONDIDAS (WRK-PV-IDX) > ZERO
               PERFORM 0260-CORRIGIR-PROVA
           END-IF.

       0260-CORRIGIR-PROVA.
           ADD 1 TO WRK-QTDE-CORRIGIDAS.
           COMPUTE WRK-PCT-ACERTO ROUNDED =
               WRK-PV-ACERTOS (WRK-PV-IDX) * 100
               / WRK-PV-QUESTOES (WRK-PV-IDX).
           MOVE SPACES TO WRK-NOME.
           MOVE WRK-PV-MATRICULA (WRK-PV-IDX) TO FUNC-MATRICULA.
           READ FUNCIONARIOS-MASTER
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO WRK-NOME
               NOT INVALID KEY
                   MOVE FUNC-NOME TO WRK-NOME
           END-READ.
           IF WRK-PCT-ACERTO < WRK-PCT-APROVACAO
               ADD 1 TO WRK-QTDE-REPROVADOS
               MOVE 'REPROVADO' TO WRK-SITUACAO
           ELSE
               ADD 1 TO WRK-QTDE-APROVADOS
               IF WRK-FS-FUNC = '00'
                   PERFORM 0270-REGISTRAR-CERTIFICACAO
                   PERFORM 0280-BAIXAR-ONBOARD
               ELSE
                   MOVE 'APROVADO - MATRICULA INEXISTENTE'
                       TO WRK-SITUACAO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WRK-PV-MATRICULA (WRK-PV-IDX)   TO REL-DET-MATRICULA.
           MOVE WRK-NOME                        TO REL-DET-NOME.
           MOVE WRK-PV-PROVA (WRK-PV-IDX)       TO REL-DET-PROVA.
           MOVE WRK-PV-QUESTOES (WRK-PV-IDX)    TO REL-DET-QUESTOES.
           MOVE WRK-PV-RESPONDIDAS (WRK-PV-IDX) TO REL-DET-RESPONDIDAS.
           MOVE WRK-PV-ACERTOS (WRK-PV-IDX)     TO REL-DET-ACERTOS.
           MOVE WRK-PCT-ACERTO                  TO REL-DET-NOTA.
           MOVE WRK-SITUACAO                    TO REL-DET-SITUACAO.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           COMPUTE WRK-GB-FIM = WRK-PV-INICIO (WRK-PV-IDX)
               + WRK-PV-QUESTOES (WRK-PV-IDX) - 1.
           PERFORM 0265-IMPRIMIR-ERRO
               VARYING WRK-GB-IDX FROM WRK-PV-INICIO (WRK-PV-IDX) BY 1
               UNTIL WRK-GB-IDX > WRK-GB-FIM.
           MOVE SPACES TO WRK-AUDIT-CHAVE.
           MOVE WRK-PV-MATRICULA (WRK-PV-IDX)
               TO WRK-AUDIT-CHAVE (01:06).
           MOVE WRK-PV-PROVA (WRK-PV-IDX)
               TO WRK-AUDIT-CHAVE (08:06).
           MOVE WRK-SITUACAO TO WRK-AUDIT-RESULTADO.
           PERFORM 0310-GRAVAR-AUDITORIA.

      ******************************* QUESTAO ERRADA OU SEM RESPOSTA
       0265-IMPRIMIR-ERRO.
           IF WRK-GB-RESPONDIDA (WRK-GB-IDX) NOT = 'S'
              OR WRK-GB-DIGITADA (WRK-GB-IDX)
                 NOT = WRK-GB-RESPOSTA (WRK-GB-IDX)
               MOVE WRK-GB-QUESTAO (WRK-GB-IDX)    TO REL-ERR-QUESTAO
               MOVE WRK-GB-OPERANDO-1 (WRK-GB-IDX) TO REL-ERR-OPERANDO-1
               MOVE WRK-GB-OPERANDO-2 (WRK-GB-IDX) TO REL-ERR-OPERANDO-2
               MOVE WRK-GB-RESPOSTA (WRK-GB-IDX)   TO REL-ERR-RESPOSTA
               IF WRK-GB-TIPO (WRK-GB-IDX) = 'D'
                   MOVE '/' TO REL-ERR-SINAL
               ELSE
                   MOVE 'X' TO REL-ERR-SINAL
               END-IF
               IF WRK-GB-RESPONDIDA (WRK-GB-IDX) = 'S'
                   MOVE WRK-GB-DIGITADA (WRK-GB-IDX)
                       TO REL-ERR-DIGITADA
               ELSE
                   MOVE '---' TO REL-ERR-DIGITADA
               END-IF
               MOVE REL-ERRO TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

      ******************************* MESMA REGRA DO PROGCOB35 - O
      ******************************* VENCIMENTO E A CONCLUSAO MAIS A
      ******************************* VALIDADE EM MESES DO CURSO
       0270-REGISTRAR-CERTIFICACAO.
           MOVE WRK-DATAHOJE TO WRK-DATA-CONCLUSAO.
           PERFORM 0271-CALCULAR-VALIDADE.
           INITIALIZE CERT-REGISTRO.
           MOVE WRK-PV-MATRICULA (WRK-PV-IDX) TO CERT-MATRICULA.
           MOVE WRK-CURSO-TABUADA  TO CERT-CURSO.
           MOVE WRK-DATA-CONCLUSAO TO CERT-DATA-CONCLUSAO.
           MOVE WRK-DATA-VALIDADE  TO CERT-DATA-VALIDADE.
           SET CERT-STATUS-ATIVA TO TRUE.
           WRITE CERT-REGISTRO
               INVALID KEY
                   REWRITE CERT-REGISTRO
           END-WRITE.
           MOVE 'APROVADO - CERTIFICADO' TO WRK-SITUACAO.

       0271-CALCULAR-VALIDADE.
           COMPUTE WRK-ANO-VALIDADE = WRK-DATA-CONCLUSAO / 10000.
           COMPUTE WRK-MES-VALIDADE =
               FUNCTION MOD (WRK-DATA-CONCLUSAO / 100, 100)
               + WRK-VALIDADE-MESES.
           PERFORM 0272-AJUSTAR-MES-VALIDADE
               UNTIL WRK-MES-VALIDADE <= 12.
           COMPUTE WRK-DATA-VALIDADE =
               (WRK-ANO-VALIDADE * 10000)
               + (WRK-MES-VALIDADE * 100)
               + FUNCTION MOD (WRK-DATA-CONCLUSAO, 100).

       0272-AJUSTAR-MES-VALIDADE.
           SUBTRACT 12 FROM WRK-MES-VALIDADE.
           ADD 1 TO WRK-ANO-VALIDADE.

      ******************************* BAIXA A TAREFA DA PROVA NO
      ******************************* ONBOARD; COM AS DEMAIS TAREFAS JA
      ******************************* CONCLUIDAS A INTEGRACAO FECHA
       0280-BAIXAR-ONBOARD.
           MOVE WRK-PV-MATRICULA (WRK-PV-IDX) TO ONBOARD-MATRICULA.
           READ ONBOARD
               INVALID KEY
                   MOVE 'APROVADO - CERTIF. SEM ONBOARD'
                       TO WRK-SITUACAO
               NOT INVALID KEY
                   IF ONBOARD-TABUADA-PENDENTE
                       SET ONBOARD-TABUADA-CONCLUIDA TO TRUE
                       IF ONBOARD-FOLHA-CONCLUIDA
                          AND ONBOARD-CRACHA-CONCLUIDA
                          AND ONBOARD-EQUIP-CONCLUIDA
                           SET ONBOARD-STATUS-COMPLETO TO TRUE
                       END-IF
                       REWRITE ONBOARD-REGISTRO
                       MOVE 'APROVADO - CERTIF. E ONBOARD'
                           TO WRK-SITUACAO
                   END-IF
           END-READ.

       0300-FINALIZAR.
           IF WRK-CORRECAO-OK
               CLOSE RESPOSTAS-PROVA
               CLOSE FUNCIONARIOS-MASTER
               CLOSE CERTIFICACAO-MASTER
               CLOSE ONBOARD
           END-IF.
           IF WRK-QTDE-SEM-GABARITO > ZERO
              OR WRK-QTDE-DUPLICADAS > ZERO
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTDE-CORRIGIDAS TO REL-TOT-CORRIGIDAS.
           MOVE WRK-QTDE-APROVADOS  TO REL-TOT-APROVADOS.
           MOVE WRK-QTDE-REPROVADOS TO REL-TOT-REPROVADOS.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTDE-SEM-GABARITO TO REL-REJ-SEM-GABARITO.
           MOVE WRK-QTDE-DUPLICADAS   TO REL-REJ-DUPLICADAS.
           MOVE REL-REJEITADAS TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-PROVA.
           IF WRK-CORRECAO-OK
               MOVE 'CORRECAO CONCLUIDA' TO WRK-AUDIT-RESULTADO
           END-IF.
           MOVE SPACES TO WRK-AUDIT-CHAVE.
           MOVE WRK-DATAHOJE TO WRK-AUDIT-CHAVE (01:08).
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - CORRIGIDAS: '
                   WRK-QTDE-CORRIGIDAS ' APROVADOS: '
                   WRK-QTDE-APROVADOS ' REPROVADOS: '
                   WRK-QTDE-REPROVADOS.

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
           MOVE 'PROGCOB18C' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-AUDIT-CHAVE TO AUDIT-ENTRADA-CHAVE.
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
