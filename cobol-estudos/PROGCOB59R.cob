       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB59R.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: RECERTIFICACAO TRIMESTRAL DE ACESSOS - O DONO DE UMA
      *           AREA DO OPERTAB (CADASTRADO NO SODPAR, TIPO 'D')
      *           PERCORRE CADA OPERADOR ATIVO COM ACESSO A AREA E
      *           CONFIRMA (C) OU REVOGA (R) O ACESSO, OU DEIXA PARA
      *           DEPOIS; CADA RESPOSTA FICA NO RECERTIF COM O
      *           TRIMESTRE, O DONO E A DATA, E O OPERADOR JA
      *           RESPONDIDO NO TRIMESTRE NAO E PERGUNTADO DE NOVO.
      *           A REVOGACAO NAO MEXE DIRETO NO OPERTAB: VIRA UMA
      *           PENDENCIA DE DUPLO CONTROLE (PENDALT, NUMERADA PELO
      *           CHECKPA), SO COM A AREA REVOGADA (PEND-CAMPO
      *           'AUT-' + AREA, NOVO VALOR 'N'), APLICADA POR UM
      *           SEGUNDO OPERADOR NO PROGCOBP, QUE DESLIGA SO ESSA
      *           AUTORIZACAO NA LINHA ATUAL DO OPERTAB - DUAS
      *           REVOGACOES DE AREAS DIFERENTES DO MESMO OPERADOR NAO
      *           SE DESFAZEM UMA A OUTRA. O ACESSO DO PROPRIO
      *           DONO E RECERTIFICADO POR OUTRO DONO DA MESMA AREA
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - A PENDENCIA DE REVOGACAO LEVA SO A AREA REVOGADA
      *                 (PEND-CAMPO 'AUT-' + AREA, NOVO VALOR 'N') EM
      *                 VEZ DA LINHA INTEIRA DE AUTORIZACOES
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-SOD ASSIGN TO 'SODPAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAR.
           SELECT OPERADORES-MASTER ASSIGN TO 'OPERTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPER-ID
               FILE STATUS IS WRK-FS-OPER.
           SELECT RECERTIFICACAO ASSIGN TO 'RECERTIF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECERT.
           SELECT FILA-PENDENCIAS ASSIGN TO 'PENDALT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEND-NUMERO
               FILE STATUS IS WRK-FS-PEND.
           SELECT CHECKPOINT-PENDENCIA ASSIGN TO 'CHECKPA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHECK.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-SOD.
           COPY CPSODPAR.
       FD  OPERADORES-MASTER.
           COPY CPOPERAD.
       FD  RECERTIFICACAO.
           COPY CPRECERT.
       FD  FILA-PENDENCIAS.
           COPY CPPENDALT.
       FD  CHECKPOINT-PENDENCIA.
       01  CHECKPA-REGISTRO          PIC 9(06).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-PAR                PIC X(02) VALUE '00'.
       77  WRK-FS-OPER               PIC X(02) VALUE '00'.
       77  WRK-FS-RECERT             PIC X(02) VALUE '00'.
       77  WRK-FS-PEND               PIC X(02) VALUE '00'.
       77  WRK-FS-CHECK              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-DONO                  PIC X(08) VALUE SPACES.
       77  WRK-AREA                  PIC X(12) VALUE SPACES.
       77  WRK-AREA-IDX              PIC 9(02) VALUE ZERO.
       77  WRK-AR-IDX                PIC 9(02) VALUE ZERO.
       77  WRK-DONO-SW               PIC X(01) VALUE 'N'.
           88  WRK-DONO-DA-AREA          VALUE 'S'.
       77  WRK-DONO-ATIVO-SW         PIC X(01) VALUE 'N'.
           88  WRK-DONO-ATIVO            VALUE 'S'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-RESPOSTA-SW           PIC X(01) VALUE SPACE.
           88  WRK-RESPOSTA-CONFIRMA     VALUE 'C'.
           88  WRK-RESPOSTA-REVOGA       VALUE 'R'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-ANO-ATUAL             PIC 9(04) VALUE ZERO.
       77  WRK-MES-ATUAL             PIC 9(02) VALUE ZERO.
       77  WRK-TRI-ATUAL             PIC 9(01) VALUE ZERO.
       77  WRK-ULTIMO-NUMERO-PEND    PIC 9(06) VALUE ZERO.
       77  WRK-QTDE-CONFIRMADOS      PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-REVOGADOS        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-ADIADOS          PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-JA-RESPONDIDOS   PIC 9(05) VALUE ZERO.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
      ******************************* AREAS DO OPERTAB, NA ORDEM DE
      ******************************* OPER-AUTORIZACOES
       01  WRK-AREAS-NOMES.
           05  FILLER                PIC X(12) VALUE 'CLIENTES'.
           05  FILLER                PIC X(12) VALUE 'VENDAS'.
           05  FILLER                PIC X(12) VALUE 'FRETE'.
           05  FILLER                PIC X(12) VALUE 'FUNCIONARIOS'.
           05  FILLER                PIC X(12) VALUE 'FOLHA'.
           05  FILLER                PIC X(12) VALUE 'TABUADA'.
           05  FILLER                PIC X(12) VALUE 'ACADEMICO'.
           05  FILLER                PIC X(12) VALUE 'UTILITARIOS'.
       01  WRK-AREAS-NOMES-R REDEFINES WRK-AREAS-NOMES.
           05  WRK-AREA-NOME         PIC X(12) OCCURS 8 TIMES.
      ******************************* OPERADORES DO OPERTAB
       77  WRK-QTDE-OPERADORES       PIC 9(03) VALUE ZERO.
       77  WRK-OP-IDX                PIC 9(03) VALUE ZERO.
       01  WRK-TABELA-OPERADORES.
           05  WRK-OPERADOR-LINHA OCCURS 1 TO 200 TIMES
                                  DEPENDING ON WRK-QTDE-OPERADORES.
               10  WRK-OP-ID             PIC X(08).
               10  WRK-OP-NOME           PIC X(20).
               10  WRK-OP-AUTORIZACOES.
                   15  WRK-OP-AUT        PIC X(01) OCCURS 8 TIMES.
               10  WRK-OP-STATUS         PIC X(01).
                   88  WRK-OP-ATIVO          VALUE 'A'.
      ******************************* OPERADORES JA RESPONDIDOS NA
      ******************************* AREA NO TRIMESTRE
       77  WRK-QTDE-RESPONDIDOS      PIC 9(03) VALUE ZERO.
       77  WRK-RS-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-RESPONDIDO-SW         PIC X(01) VALUE 'N'.
           88  WRK-JA-RESPONDIDO         VALUE 'S'.
       01  WRK-TABELA-RESPONDIDOS.
           05  WRK-RS-OPERADOR OCCURS 1 TO 200 TIMES
                               DEPENDING ON WRK-QTDE-RESPONDIDOS
                                     PIC X(08).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-DONO-DA-AREA AND WRK-DONO-ATIVO
               PERFORM 0200-RECERTIFICAR
                   VARYING WRK-OP-IDX FROM 1 BY 1
                   UNTIL WRK-OP-IDX > WRK-QTDE-OPERADORES
               PERFORM 0290-FECHAR-ARQUIVOS
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATAHOJE (1:4) TO WRK-ANO-ATUAL.
           MOVE WRK-DATAHOJE (5:2) TO WRK-MES-ATUAL.
           COMPUTE WRK-TRI-ATUAL = (WRK-MES-ATUAL + 2) / 3.
           DISPLAY 'ID DO DONO DA AREA..'.
           ACCEPT WRK-DONO FROM CONSOLE.
           DISPLAY 'AREA A RECERTIFICAR (CLIENTES, VENDAS, FRETE, '
                   'FUNCIONARIOS, FOLHA, TABUADA, ACADEMICO, '
                   'UTILITARIOS)..'.
           ACCEPT WRK-AREA FROM CONSOLE.
           MOVE ZERO TO WRK-AREA-IDX.
           PERFORM 0105-COMPARAR-AREA
               VARYING WRK-AR-IDX FROM 1 BY 1
               UNTIL WRK-AR-IDX > 8.
           IF WRK-AREA-IDX = ZERO
               DISPLAY 'AREA INVALIDA: ' WRK-AREA
               MOVE 'AREA INVALIDA' TO WRK-AUDIT-RESULTADO
           ELSE
               PERFORM 0110-VALIDAR-DONO
               PERFORM 0120-CARREGAR-OPERADORES
               IF NOT WRK-DONO-DA-AREA OR NOT WRK-DONO-ATIVO
                   DISPLAY 'OPERADOR NAO E DONO ATIVO DA AREA '
                           WRK-AREA
                   MOVE 'DONO NAO AUTORIZADO' TO WRK-AUDIT-RESULTADO
               ELSE
                   PERFORM 0130-CARREGAR-RESPOSTAS
                   PERFORM 0140-LER-CHECKPOINT
                   OPEN I-O FILA-PENDENCIAS
                   IF WRK-FS-PEND = '35'
                       OPEN OUTPUT FILA-PENDENCIAS
                       CLOSE FILA-PENDENCIAS
                       OPEN I-O FILA-PENDENCIAS
                   END-IF
                   OPEN EXTEND RECERTIFICACAO
                   IF WRK-FS-RECERT = '35'
                       OPEN OUTPUT RECERTIFICACAO
                       CLOSE RECERTIFICACAO
                       OPEN EXTEND RECERTIFICACAO
                   END-IF
                   DISPLAY 'RECERTIFICACAO DA AREA ' WRK-AREA
                           ' - TRIMESTRE ' WRK-ANO-ATUAL '/'
                           WRK-TRI-ATUAL
               END-IF
           END-IF.
           IF NOT WRK-DONO-DA-AREA OR NOT WRK-DONO-ATIVO
               MOVE 8 TO RETURN-CODE
           END-IF.

       0105-COMPARAR-AREA.
           IF WRK-AREA-NOME (WRK-AR-IDX) = WRK-AREA
               MOVE WRK-AR-IDX TO WRK-AREA-IDX
           END-IF.

      ******************************* O OPERADOR PRECISA ESTAR NO
      ******************************* SODPAR COMO DONO DA AREA
       0110-VALIDAR-DONO.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT PARAM-SOD.
           IF WRK-FS-PAR = '00'
               PERFORM 0111-LER-PARAMETRO
               PERFORM 0112-CONFERIR-DONO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE PARAM-SOD
           ELSE
               DISPLAY 'PARAMETROS SODPAR NAO DISPONIVEIS'
           END-IF.

       0111-LER-PARAMETRO.
           READ PARAM-SOD
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0112-CONFERIR-DONO.
           IF SODP-TIPO-DONO
              AND SODP-DONO-AREA = WRK-AREA
              AND SODP-DONO-OPERADOR = WRK-DONO
               SET WRK-DONO-DA-AREA TO TRUE
           END-IF.
           PERFORM 0111-LER-PARAMETRO.

       0120-CARREGAR-OPERADORES.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT OPERADORES-MASTER.
           IF WRK-FS-OPER = '00'
               PERFORM 0121-LER-OPERADOR
               PERFORM 0122-GUARDAR-OPERADOR
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE OPERADORES-MASTER
           ELSE
               DISPLAY 'TABELA DE OPERADORES NAO DISPONIVEL'
           END-IF.

       0121-LER-OPERADOR.
           READ OPERADORES-MASTER NEXT
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0122-GUARDAR-OPERADOR.
           IF OPER-ID = WRK-DONO AND OPER-STATUS-ATIVO
               SET WRK-DONO-ATIVO TO TRUE
           END-IF.
           IF WRK-QTDE-OPERADORES < 200
               ADD 1 TO WRK-QTDE-OPERADORES
               MOVE OPER-ID   TO WRK-OP-ID (WRK-QTDE-OPERADORES)
               MOVE OPER-NOME TO WRK-OP-NOME (WRK-QTDE-OPERADORES)
               MOVE OPER-AUTORIZACOES
                   TO WRK-OP-AUTORIZACOES (WRK-QTDE-OPERADORES)
               MOVE OPER-STATUS
                   TO WRK-OP-STATUS (WRK-QTDE-OPERADORES)
           END-IF.
           PERFORM 0121-LER-OPERADOR.

      ******************************* RESPOSTAS JA DADAS PARA A AREA
      ******************************* NO TRIMESTRE, POR ESTE OU OUTRO
      ******************************* DONO
       0130-CARREGAR-RESPOSTAS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT RECERTIFICACAO.
           IF WRK-FS-RECERT = '00'
               PERFORM 0131-LER-RESPOSTA
               PERFORM 0132-GUARDAR-RESPOSTA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE RECERTIFICACAO
           END-IF.

       0131-LER-RESPOSTA.
           READ RECERTIFICACAO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0132-GUARDAR-RESPOSTA.
           IF RECERT-ANO = WRK-ANO-ATUAL
              AND RECERT-TRI = WRK-TRI-ATUAL
              AND RECERT-AREA = WRK-AREA
              AND WRK-QTDE-RESPONDIDOS < 200
               ADD 1 TO WRK-QTDE-RESPONDIDOS
               MOVE RECERT-OPERADOR
                   TO WRK-RS-OPERADOR (WRK-QTDE-RESPONDIDOS)
           END-IF.
           PERFORM 0131-LER-RESPOSTA.

      ******************************* LE O ULTIMO NUMERO DE PENDENCIA
      ******************************* JA ATRIBUIDO
       0140-LER-CHECKPOINT.
           OPEN INPUT CHECKPOINT-PENDENCIA.
           IF WRK-FS-CHECK = '00'
               READ CHECKPOINT-PENDENCIA
                   AT END MOVE ZERO TO WRK-ULTIMO-NUMERO-PEND
               END-READ
               IF WRK-FS-CHECK = '00'
                   MOVE CHECKPA-REGISTRO TO WRK-ULTIMO-NUMERO-PEND
               END-IF
               CLOSE CHECKPOINT-PENDENCIA
           ELSE
               MOVE ZERO TO WRK-ULTIMO-NUMERO-PEND
           END-IF.

      ******************************* UM OPERADOR ATIVO COM ACESSO A
      ******************************* AREA E AINDA SEM RESPOSTA NO
      ******************************* TRIMESTRE
       0200-RECERTIFICAR.
           IF WRK-OP-ATIVO (WRK-OP-IDX)
              AND WRK-OP-AUT (WRK-OP-IDX WRK-AREA-IDX) = 'S'
               MOVE 'N' TO WRK-RESPONDIDO-SW
               PERFORM 0205-COMPARAR-RESPONDIDO
                   VARYING WRK-RS-IDX FROM 1 BY 1
                   UNTIL WRK-RS-IDX > WRK-QTDE-RESPONDIDOS
                      OR WRK-JA-RESPONDIDO
               EVALUATE TRUE
                   WHEN WRK-JA-RESPONDIDO
                       ADD 1 TO WRK-QTDE-JA-RESPONDIDOS
                   WHEN WRK-OP-ID (WRK-OP-IDX) = WRK-DONO
                       ADD 1 TO WRK-QTDE-ADIADOS
                       DISPLAY 'ACESSO DO PROPRIO DONO - OUTRO DONO DA '
                               'AREA PRECISA RECERTIFICAR'
                   WHEN OTHER
                       PERFORM 0210-PERGUNTAR-DONO
               END-EVALUATE
           END-IF.

       0205-COMPARAR-RESPONDIDO.
           IF WRK-RS-OPERADOR (WRK-RS-IDX) = WRK-OP-ID (WRK-OP-IDX)
               SET WRK-JA-RESPONDIDO TO TRUE
           END-IF.

       0210-PERGUNTAR-DONO.
           DISPLAY 'OPERADOR ' WRK-OP-ID (WRK-OP-IDX) ' '
                   WRK-OP-NOME (WRK-OP-IDX) ' AUTORIZACOES '
                   WRK-OP-AUTORIZACOES (WRK-OP-IDX).
           DISPLAY 'CONFIRMAR, REVOGAR OU DEIXAR PARA DEPOIS '
                   '(C/R/BRANCO)..'.
           MOVE SPACE TO WRK-RESPOSTA-SW.
           ACCEPT WRK-RESPOSTA-SW FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-RESPOSTA-CONFIRMA
                   MOVE ZERO TO RECERT-PENDENCIA
                   PERFORM 0230-GRAVAR-RESPOSTA
                   ADD 1 TO WRK-QTDE-CONFIRMADOS
               WHEN WRK-RESPOSTA-REVOGA
                   PERFORM 0220-GRAVAR-PENDENCIA
                   MOVE WRK-ULTIMO-NUMERO-PEND TO RECERT-PENDENCIA
                   PERFORM 0230-GRAVAR-RESPOSTA
                   ADD 1 TO WRK-QTDE-REVOGADOS
               WHEN OTHER
                   ADD 1 TO WRK-QTDE-ADIADOS
                   DISPLAY 'SEM RESPOSTA - ACESSO CONTINUA PENDENTE '
                           'DE RECERTIFICACAO'
           END-EVALUATE.

      ******************************* REVOGACAO - SO A AREA REVOGADA
      ******************************* ('AUT-' + AREA, NOVO VALOR 'N')
      ******************************* VIRA UMA PENDENCIA DE DUPLO
      ******************************* CONTROLE; O RESTO DA LINHA DO
      ******************************* OPERTAB NAO VAI NA PENDENCIA
       0220-GRAVAR-PENDENCIA.
           ADD 1 TO WRK-ULTIMO-NUMERO-PEND.
           INITIALIZE PEND-REGISTRO.
           MOVE WRK-ULTIMO-NUMERO-PEND TO PEND-NUMERO.
           MOVE 'OPERTAB' TO PEND-ARQUIVO.
           MOVE WRK-OP-ID (WRK-OP-IDX) TO PEND-CHAVE (01:08).
           STRING 'AUT-' WRK-AREA DELIMITED BY SPACE
               INTO PEND-CAMPO
           END-STRING.
           MOVE 'N' TO PEND-VALOR-NOVO (01:01).
           MOVE WRK-DONO TO PEND-SOLICITANTE.
           MOVE WRK-DATAHOJE TO PEND-DATA.
           SET PEND-STATUS-PENDENTE TO TRUE.
           WRITE PEND-REGISTRO.
           DISPLAY 'REVOGACAO PENDENTE DE DUPLO CONTROLE: '
                   WRK-OP-ID (WRK-OP-IDX) ' PENDENCIA '
                   WRK-ULTIMO-NUMERO-PEND.

       0230-GRAVAR-RESPOSTA.
           MOVE WRK-ANO-ATUAL            TO RECERT-ANO.
           MOVE WRK-TRI-ATUAL            TO RECERT-TRI.
           MOVE WRK-AREA                 TO RECERT-AREA.
           MOVE WRK-OP-ID (WRK-OP-IDX)   TO RECERT-OPERADOR.
           MOVE WRK-OP-NOME (WRK-OP-IDX) TO RECERT-NOME.
           MOVE WRK-RESPOSTA-SW          TO RECERT-RESPOSTA.
           MOVE WRK-DONO                 TO RECERT-DONO.
           MOVE WRK-DATAHOJE             TO RECERT-DATA.
           WRITE RECERT-REGISTRO.

       0290-FECHAR-ARQUIVOS.
           CLOSE FILA-PENDENCIAS.
           CLOSE RECERTIFICACAO.
           MOVE WRK-ULTIMO-NUMERO-PEND TO CHECKPA-REGISTRO.
           OPEN OUTPUT CHECKPOINT-PENDENCIA.
           WRITE CHECKPA-REGISTRO.
           CLOSE CHECKPOINT-PENDENCIA.
           IF WRK-QTDE-ADIADOS > ZERO
               MOVE 4 TO RETURN-CODE
               MOVE 'RECERTIFICACAO INCOMPLETA' TO WRK-AUDIT-RESULTADO
           ELSE
               MOVE 'RECERTIFICACAO CONCLUIDA' TO WRK-AUDIT-RESULTADO
           END-IF.

       0300-FINALIZAR.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - CONFIRMADOS: '
                   WRK-QTDE-CONFIRMADOS ' REVOGADOS: '
                   WRK-QTDE-REVOGADOS ' PENDENTES: '
                   WRK-QTDE-ADIADOS ' JA RESPONDIDOS: '
                   WRK-QTDE-JA-RESPONDIDOS.

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
           MOVE 'PROGCOB59R' TO AUDIT-PROGRAMA.
           MOVE WRK-DONO TO AUDIT-OPERADOR.
           MOVE WRK-AREA TO AUDIT-ENTRADA-CHAVE (01:12).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
