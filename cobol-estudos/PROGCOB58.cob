       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB58.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: PEDIDO DE REEMBOLSO DE DESPESAS DO FUNCIONARIO
      *           (VIAGEM, TRANSPORTE, ALIMENTACAO, PEQUENAS COMPRAS) -
      *           NO MODO L (LANCAR), REGISTRA O PEDIDO NO MASTER DE
      *           DESPESAS (DESPESA-MASTER) COM A DATA, A CATEGORIA, O
      *           VALOR E O COMPROVANTE, NUMERADO PELO PONTO DE
      *           CONTROLE CHECKDS, NO DEPARTAMENTO DO FUNCIONARIO; NO
      *           MODO V (FILA DE APROVACAO), O GERENTE INFORMA A SUA
      *           MATRICULA E DECIDE OS PEDIDOS PENDENTES ENCAMINHADOS
      *           A ELE - O GERENTE DO DEPARTAMENTO DO PEDIDO
      *           (DEPTO-GERENTE-MATRICULA); O PEDIDO DO PROPRIO
      *           GERENTE SOBE PARA O GERENTE DO ADMINISTRATIVO E O DO
      *           GERENTE DO ADMINISTRATIVO VAI PARA QUALQUER OUTRO
      *           GERENTE - NINGUEM VE NEM APROVA O PROPRIO PEDIDO. O
      *           PEDIDO APROVADO E PAGO NA PROXIMA FOLHA PELO LOTE
      *           PROGCOB58P, EM VEZ DE SAIR DO CAIXA COM O RECIBO EM
      *           PAPEL
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
           SELECT DESPESA-MASTER ASSIGN TO 'DESPESAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DESP-NUMERO
               FILE STATUS IS WRK-FS-DESP.
           SELECT DEPARTAMENTO-MASTER ASSIGN TO 'DEPTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPTO-CODIGO
               FILE STATUS IS WRK-FS-DEPTO.
           SELECT FUNCIONARIOS-MASTER ASSIGN TO 'FUNCIONARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.
           SELECT CHECKPOINT-DESPESA ASSIGN TO 'CHECKDS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHECK.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  DESPESA-MASTER.
           COPY CPDESPES.
       FD  DEPARTAMENTO-MASTER.
           COPY CPDEPTO.
       FD  FUNCIONARIOS-MASTER.
           COPY CPFUNC.
       FD  CHECKPOINT-DESPESA.
       01  CHECKDS-REGISTRO          PIC 9(06).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-DESP               PIC X(02) VALUE '00'.
       77  WRK-FS-DEPTO              PIC X(02) VALUE '00'.
       77  WRK-FS-FUNC               PIC X(02) VALUE '00'.
       77  WRK-FS-CHECK              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-MODO-SW               PIC X(01) VALUE SPACES.
           88  WRK-MODO-LANCAR           VALUE 'L'.
           88  WRK-MODO-APROVAR          VALUE 'V'.
       77  WRK-MATRICULA             PIC 9(06) VALUE ZERO.
       77  WRK-DATA-DESPESA          PIC 9(08) VALUE ZEROS.
       77  WRK-CATEGORIA             PIC X(01) VALUE SPACES.
       77  WRK-VALOR                 PIC 9(06)V99 VALUE ZERO.
       77  WRK-VALOR-ED              PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-COMPROVANTE           PIC X(15) VALUE SPACES.
       77  WRK-APROVADOR             PIC 9(06) VALUE ZERO.
       77  WRK-RESPONSAVEL           PIC 9(06) VALUE ZERO.
       77  WRK-GERENTE-BUSCA         PIC 9(06) VALUE ZERO.
       77  WRK-DEPTO-BUSCA           PIC X(04) VALUE SPACES.
       77  WRK-DEPTO-ESCALADA        PIC X(04) VALUE 'ADMI'.
       77  WRK-DECISAO-SW            PIC X(01) VALUE SPACES.
           88  WRK-DECISAO-APROVA        VALUE 'A'.
           88  WRK-DECISAO-RECUSA        VALUE 'R'.
       77  WRK-MOTIVO                PIC X(30) VALUE SPACES.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-DUPLICADO-SW          PIC X(01) VALUE 'N'.
           88  WRK-COMPROVANTE-DUPLICADO VALUE 'S'.
       77  WRK-APROVADOR-SW          PIC X(01) VALUE 'N'.
           88  WRK-APROVADOR-GERENTE     VALUE 'S'.
       77  WRK-ULTIMO-NUMERO-DESP    PIC 9(06) VALUE ZERO.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-QTDE-NA-FILA          PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-APROVADOS        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-RECUSADOS        PIC 9(05) VALUE ZERO.
       77  WRK-AUDIT-CHAVE           PIC X(20) VALUE SPACES.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
      ******************************* DEPARTAMENTOS ATIVOS E SEUS
      ******************************* GERENTES, PARA O ENCAMINHAMENTO
       77  WRK-QTDE-DEPTOS           PIC 9(03) VALUE ZERO.
       77  WRK-DP-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-DP-SW                 PIC X(01) VALUE 'N'.
           88  WRK-DP-ACHOU              VALUE 'S'.
       01  WRK-TABELA-DEPTOS.
           05  WRK-DEPTO OCCURS 1 TO 100 TIMES
                         DEPENDING ON WRK-QTDE-DEPTOS.
               10  WRK-DP-CODIGO         PIC X(04).
               10  WRK-DP-GERENTE        PIC 9(06).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           EVALUATE TRUE
               WHEN WRK-MODO-LANCAR
                   PERFORM 0200-LANCAR-PEDIDO
               WHEN WRK-MODO-APROVAR
                   PERFORM 0230-FILA-APROVACAO
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
           DISPLAY 'MODO (L=LANCAR PEDIDO / V=FILA DE APROVACAO)..'.
           ACCEPT WRK-MODO-SW FROM CONSOLE.
           OPEN I-O DESPESA-MASTER.
           IF WRK-FS-DESP = '35'
               OPEN OUTPUT DESPESA-MASTER
               CLOSE DESPESA-MASTER
               OPEN I-O DESPESA-MASTER
           END-IF.
           OPEN INPUT FUNCIONARIOS-MASTER.
           PERFORM 0120-CARREGAR-DEPARTAMENTOS.
           PERFORM 0130-LER-CHECKPOINT.

      ******************************* GUARDA OS DEPARTAMENTOS ATIVOS
      ******************************* COM O GERENTE DE CADA UM
       0120-CARREGAR-DEPARTAMENTOS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT DEPARTAMENTO-MASTER.
           IF WRK-FS-DEPTO NOT = '00'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0121-LER-DEPARTAMENTO
               PERFORM 0122-GUARDAR-DEPARTAMENTO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE DEPARTAMENTO-MASTER
           END-IF.

       0121-LER-DEPARTAMENTO.
           READ DEPARTAMENTO-MASTER
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0122-GUARDAR-DEPARTAMENTO.
           IF DEPTO-STATUS-ATIVO
              AND WRK-QTDE-DEPTOS < 100
               ADD 1 TO WRK-QTDE-DEPTOS
               MOVE DEPTO-CODIGO TO WRK-DP-CODIGO (WRK-QTDE-DEPTOS)
               MOVE DEPTO-GERENTE-MATRICULA
                   TO WRK-DP-GERENTE (WRK-QTDE-DEPTOS)
           END-IF.
           PERFORM 0121-LER-DEPARTAMENTO.

      ******************************* LE O ULTIMO NUMERO DE PEDIDO DE
      ******************************* REEMBOLSO JA ATRIBUIDO
       0130-LER-CHECKPOINT.
           OPEN INPUT CHECKPOINT-DESPESA.
           IF WRK-FS-CHECK = '00'
               READ CHECKPOINT-DESPESA
                   AT END MOVE ZERO TO WRK-ULTIMO-NUMERO-DESP
               END-READ
               IF WRK-FS-CHECK = '00'
                   MOVE CHECKDS-REGISTRO TO WRK-ULTIMO-NUMERO-DESP
               END-IF
               CLOSE CHECKPOINT-DESPESA
           ELSE
               MOVE ZERO TO WRK-ULTIMO-NUMERO-DESP
           END-IF.

       0200-LANCAR-PEDIDO.
           DISPLAY 'MATRICULA DO FUNCIONARIO..'.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           MOVE WRK-MATRICULA TO WRK-AUDIT-CHAVE.
           MOVE WRK-MATRICULA TO FUNC-MATRICULA.
           READ FUNCIONARIOS-MASTER
               INVALID KEY
                   DISPLAY 'MATRICULA NAO CADASTRADA: ' WRK-MATRICULA
                   MOVE 'MATRICULA NAO CADASTRADA'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 0205-VALIDAR-FUNCIONARIO
           END-READ.

       0205-VALIDAR-FUNCIONARIO.
           MOVE FUNC-DEPARTAMENTO TO WRK-DEPTO-BUSCA.
           PERFORM 0260-LOCALIZAR-DEPTO.
           IF NOT FUNC-STATUS-ATIVO
               DISPLAY 'FUNCIONARIO INATIVO - PEDIDO RECUSADO'
               MOVE 'FUNCIONARIO INATIVO' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT WRK-DP-ACHOU
                   DISPLAY 'DEPARTAMENTO DO FUNCIONARIO NAO CADASTRADO '
                           'OU INATIVO: ' FUNC-DEPARTAMENTO
                   MOVE 'DEPARTAMENTO NAO CADASTRADO'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0210-CAPTURAR-PEDIDO
               END-IF
           END-IF.

       0210-CAPTURAR-PEDIDO.
           DISPLAY 'DATA DA DESPESA (AAAAMMDD)..'.
           ACCEPT WRK-DATA-DESPESA FROM CONSOLE.
           DISPLAY 'CATEGORIA (V=VIAGEM / T=TRANSPORTE / '
                   'A=ALIMENTACAO / M=MATERIAL / O=OUTROS)..'.
           ACCEPT WRK-CATEGORIA FROM CONSOLE.
           DISPLAY 'VALOR DA DESPESA..'.
           ACCEPT WRK-VALOR FROM CONSOLE.
           DISPLAY 'NUMERO DO COMPROVANTE..'.
           ACCEPT WRK-COMPROVANTE FROM CONSOLE.
           MOVE WRK-CATEGORIA TO DESP-CATEGORIA.
           EVALUATE TRUE
               WHEN FUNCTION INTEGER-OF-DATE (WRK-DATA-DESPESA) = 0
                    OR WRK-DATA-DESPESA > WRK-DATAHOJE
                   DISPLAY 'DATA DA DESPESA INVALIDA OU FUTURA - '
                           'PEDIDO RECUSADO'
                   MOVE 'DATA INVALIDA' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN NOT DESP-CATEGORIA-VALIDA
                   DISPLAY 'CATEGORIA INVALIDA - PEDIDO RECUSADO'
                   MOVE 'CATEGORIA INVALIDA' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-VALOR = ZERO
                   DISPLAY 'VALOR ZERADO - PEDIDO RECUSADO'
                   MOVE 'VALOR ZERADO' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-COMPROVANTE = SPACES
                   DISPLAY 'PEDIDO SEM COMPROVANTE - RECUSADO'
                   MOVE 'SEM COMPROVANTE' TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 0215-CONFERIR-COMPROVANTE
                   IF WRK-COMPROVANTE-DUPLICADO
                       DISPLAY 'COMPROVANTE JA APRESENTADO PELO '
                               'FUNCIONARIO - PEDIDO RECUSADO'
                       MOVE 'COMPROVANTE DUPLICADO'
                           TO WRK-AUDIT-RESULTADO
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 0220-GRAVAR-PEDIDO
                   END-IF
           END-EVALUATE.

      ******************************* O MESMO COMPROVANTE NAO PODE SER
      ******************************* REEMBOLSADO DUAS VEZES AO MESMO
      ******************************* FUNCIONARIO (PEDIDO RECUSADO NAO
      ******************************* CONTA - PODE SER APRESENTADO DE
      ******************************* NOVO)
       0215-CONFERIR-COMPROVANTE.
           MOVE 'N' TO WRK-DUPLICADO-SW.
           MOVE 'N' TO WRK-EOF-SW.
           MOVE ZERO TO DESP-NUMERO.
           START DESPESA-MASTER KEY IS NOT LESS THAN DESP-NUMERO
               INVALID KEY SET WRK-FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM 0245-LER-PEDIDO.
           PERFORM 0216-COMPARAR-COMPROVANTE
               UNTIL WRK-FIM-ARQUIVO OR WRK-COMPROVANTE-DUPLICADO.

       0216-COMPARAR-COMPROVANTE.
           IF DESP-MATRICULA = WRK-MATRICULA
              AND DESP-COMPROVANTE = WRK-COMPROVANTE
              AND NOT DESP-STATUS-RECUSADA
               SET WRK-COMPROVANTE-DUPLICADO TO TRUE
           ELSE
               PERFORM 0245-LER-PEDIDO
           END-IF.

       0220-GRAVAR-PEDIDO.
           ADD 1 TO WRK-ULTIMO-NUMERO-DESP.
           INITIALIZE DESP-REGISTRO.
           MOVE WRK-ULTIMO-NUMERO-DESP TO DESP-NUMERO.
           MOVE WRK-MATRICULA          TO DESP-MATRICULA.
           MOVE FUNC-DEPARTAMENTO      TO DESP-DEPARTAMENTO.
           MOVE WRK-DATA-DESPESA       TO DESP-DATA.
           MOVE WRK-CATEGORIA          TO DESP-CATEGORIA.
           MOVE WRK-VALOR              TO DESP-VALOR.
           MOVE WRK-COMPROVANTE        TO DESP-COMPROVANTE.
           MOVE WRK-DATAHOJE           TO DESP-DATA-LANCAMENTO.
           MOVE WRK-OPERADOR           TO DESP-OPERADOR.
           SET DESP-STATUS-PENDENTE TO TRUE.
           WRITE DESP-REGISTRO.
           PERFORM 0320-GRAVAR-CHECKPOINT.
           PERFORM 0250-DEFINIR-RESPONSAVEL.
           DISPLAY 'PEDIDO DE REEMBOLSO LANCADO - NUMERO '
                   WRK-ULTIMO-NUMERO-DESP.
           IF WRK-RESPONSAVEL = ZERO
               DISPLAY 'ENCAMINHADO A QUALQUER OUTRO GERENTE'
           ELSE
               DISPLAY 'ENCAMINHADO AO GERENTE MATRICULA '
                       WRK-RESPONSAVEL
           END-IF.
           MOVE SPACES TO WRK-AUDIT-CHAVE.
           MOVE WRK-ULTIMO-NUMERO-DESP TO WRK-AUDIT-CHAVE (01:06).
           MOVE WRK-MATRICULA TO WRK-AUDIT-CHAVE (08:06).
           MOVE 'PEDIDO DE REEMBOLSO LANCADO' TO WRK-AUDIT-RESULTADO.

      ******************************* O GERENTE INFORMA A SUA MATRICULA
      ******************************* E PERCORRE OS PEDIDOS PENDENTES
      ******************************* ENCAMINHADOS A ELE; CADA DECISAO
      ******************************* VAI PARA A TRILHA DE AUDITORIA
       0230-FILA-APROVACAO.
           DISPLAY 'MATRICULA DO GERENTE APROVADOR..'.
           ACCEPT WRK-APROVADOR FROM CONSOLE.
           MOVE WRK-APROVADOR TO WRK-AUDIT-CHAVE.
           MOVE 'N' TO WRK-APROVADOR-SW.
           PERFORM 0235-CONFERIR-GERENTE
               VARYING WRK-DP-IDX FROM 1 BY 1
               UNTIL WRK-DP-IDX > WRK-QTDE-DEPTOS.
           IF NOT WRK-APROVADOR-GERENTE
               DISPLAY 'MATRICULA NAO E GERENTE DE DEPARTAMENTO '
                       'ATIVO: ' WRK-APROVADOR
               MOVE 'APROVADOR NAO E GERENTE' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-EOF-SW
               MOVE ZERO TO DESP-NUMERO
               START DESPESA-MASTER KEY IS NOT LESS THAN DESP-NUMERO
                   INVALID KEY SET WRK-FIM-ARQUIVO TO TRUE
               END-START
               PERFORM 0245-LER-PEDIDO
               PERFORM 0240-AVALIAR-PEDIDO
                   UNTIL WRK-FIM-ARQUIVO
               DISPLAY '----------------'
               DISPLAY 'PEDIDOS NA FILA..: ' WRK-QTDE-NA-FILA
               DISPLAY 'APROVADOS........: ' WRK-QTDE-APROVADOS
               DISPLAY 'RECUSADOS........: ' WRK-QTDE-RECUSADOS
               MOVE WRK-APROVADOR TO WRK-AUDIT-CHAVE
               MOVE 'FILA DE APROVACAO ENCERRADA'
                   TO WRK-AUDIT-RESULTADO
           END-IF.

       0235-CONFERIR-GERENTE.
           IF WRK-DP-GERENTE (WRK-DP-IDX) = WRK-APROVADOR
               SET WRK-APROVADOR-GERENTE TO TRUE
           END-IF.

       0240-AVALIAR-PEDIDO.
           IF DESP-STATUS-PENDENTE
              AND DESP-MATRICULA NOT = WRK-APROVADOR
               PERFORM 0250-DEFINIR-RESPONSAVEL
               IF WRK-RESPONSAVEL = WRK-APROVADOR
                  OR WRK-RESPONSAVEL = ZERO
                   PERFORM 0270-DECIDIR-PEDIDO
               END-IF
           END-IF.
           PERFORM 0245-LER-PEDIDO.

       0245-LER-PEDIDO.
           IF NOT WRK-FIM-ARQUIVO
               READ DESPESA-MASTER NEXT RECORD
                   AT END SET WRK-FIM-ARQUIVO TO TRUE
               END-READ
           END-IF.

      ******************************* O PEDIDO VAI AO GERENTE DO SEU
      ******************************* DEPARTAMENTO; SE O FUNCIONARIO E
      ******************************* O PROPRIO GERENTE, SOBE PARA O
      ******************************* GERENTE DO ADMINISTRATIVO; SE
      ******************************* TAMBEM E ELE, FICA PARA QUALQUER
      ******************************* OUTRO GERENTE (RESPONSAVEL ZERO)
       0250-DEFINIR-RESPONSAVEL.
           MOVE ZERO TO WRK-RESPONSAVEL.
           MOVE DESP-DEPARTAMENTO TO WRK-DEPTO-BUSCA.
           PERFORM 0260-LOCALIZAR-DEPTO.
           IF WRK-DP-ACHOU
               MOVE WRK-DP-GERENTE (WRK-DP-IDX) TO WRK-RESPONSAVEL
           END-IF.
           IF WRK-RESPONSAVEL = DESP-MATRICULA
              OR WRK-RESPONSAVEL = ZERO
               MOVE ZERO TO WRK-RESPONSAVEL
               MOVE WRK-DEPTO-ESCALADA TO WRK-DEPTO-BUSCA
               PERFORM 0260-LOCALIZAR-DEPTO
               IF WRK-DP-ACHOU
                   MOVE WRK-DP-GERENTE (WRK-DP-IDX) TO WRK-RESPONSAVEL
               END-IF
               IF WRK-RESPONSAVEL = DESP-MATRICULA
                   MOVE ZERO TO WRK-RESPONSAVEL
               END-IF
           END-IF.

       0260-LOCALIZAR-DEPTO.
           MOVE 'N' TO WRK-DP-SW.
           PERFORM 0261-COMPARAR-DEPTO
               VARYING WRK-DP-IDX FROM 1 BY 1
               UNTIL WRK-DP-IDX > WRK-QTDE-DEPTOS OR WRK-DP-ACHOU.
           IF WRK-DP-ACHOU
               SUBTRACT 1 FROM WRK-DP-IDX
           END-IF.

       0261-COMPARAR-DEPTO.
           IF WRK-DP-CODIGO (WRK-DP-IDX) = WRK-DEPTO-BUSCA
               SET WRK-DP-ACHOU TO TRUE
           END-IF.

       0270-DECIDIR-PEDIDO.
           ADD 1 TO WRK-QTDE-NA-FILA.
           MOVE DESP-VALOR TO WRK-VALOR-ED.
           DISPLAY '----------------'.
           DISPLAY 'PEDIDO ' DESP-NUMERO ' MATRICULA ' DESP-MATRICULA
                   ' DEPTO ' DESP-DEPARTAMENTO.
           DISPLAY 'DATA ' DESP-DATA ' CATEGORIA ' DESP-CATEGORIA
                   ' VALOR ' WRK-VALOR-ED
                   ' COMPROVANTE ' DESP-COMPROVANTE.
           DISPLAY 'APROVAR, RECUSAR OU DEIXAR PENDENTE (A/R/P)..'.
           ACCEPT WRK-DECISAO-SW FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-DECISAO-APROVA
                   SET DESP-STATUS-APROVADA TO TRUE
                   MOVE WRK-APROVADOR TO DESP-APROVADOR
                   MOVE WRK-DATAHOJE  TO DESP-DATA-DECISAO
                   REWRITE DESP-REGISTRO
                   ADD 1 TO WRK-QTDE-APROVADOS
                   DISPLAY 'PEDIDO APROVADO - PAGO NA PROXIMA FOLHA'
                   MOVE 'PEDIDO DE REEMBOLSO APROVADO'
                       TO WRK-AUDIT-RESULTADO
                   PERFORM 0275-AUDITAR-DECISAO
               WHEN WRK-DECISAO-RECUSA
                   DISPLAY 'MOTIVO DA RECUSA..'
                   ACCEPT WRK-MOTIVO FROM CONSOLE
                   SET DESP-STATUS-RECUSADA TO TRUE
                   MOVE WRK-APROVADOR TO DESP-APROVADOR
                   MOVE WRK-DATAHOJE  TO DESP-DATA-DECISAO
                   MOVE WRK-MOTIVO    TO DESP-MOTIVO-RECUSA
                   REWRITE DESP-REGISTRO
                   ADD 1 TO WRK-QTDE-RECUSADOS
                   DISPLAY 'PEDIDO RECUSADO'
                   MOVE 'PEDIDO DE REEMBOLSO RECUSADO'
                       TO WRK-AUDIT-RESULTADO
                   PERFORM 0275-AUDITAR-DECISAO
               WHEN OTHER
                   DISPLAY 'PEDIDO CONTINUA PENDENTE'
           END-EVALUATE.

       0275-AUDITAR-DECISAO.
           MOVE SPACES TO WRK-AUDIT-CHAVE.
           MOVE DESP-NUMERO TO WRK-AUDIT-CHAVE (01:06).
           MOVE DESP-MATRICULA TO WRK-AUDIT-CHAVE (08:06).
           MOVE WRK-APROVADOR TO WRK-AUDIT-CHAVE (15:06).
           PERFORM 0310-GRAVAR-AUDITORIA.

      ******************************* ATUALIZA O PONTO DE CONTROLE COM
      ******************************* O ULTIMO NUMERO DE PEDIDO
       0320-GRAVAR-CHECKPOINT.
           MOVE WRK-ULTIMO-NUMERO-DESP TO CHECKDS-REGISTRO.
           OPEN OUTPUT CHECKPOINT-DESPESA.
           WRITE CHECKDS-REGISTRO.
           CLOSE CHECKPOINT-DESPESA.

       0300-FINALIZAR.
           CLOSE DESPESA-MASTER.
           CLOSE FUNCIONARIOS-MASTER.
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
           MOVE 'PROGCOB58' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-AUDIT-CHAVE TO AUDIT-ENTRADA-CHAVE.
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
