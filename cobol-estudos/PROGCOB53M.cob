       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB53M.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: MANUTENCAO DO CADASTRO DO ATIVO IMOBILIZADO
      *           (IMOBMAST) - O OPERADOR, ATIVO E COM A AUTORIZACAO DE
      *           UTILITARIOS NO OPERTAB, ESCOLHE O MODO:
      *           - I (INCLUSAO): CADASTRA O BEM COM DEPARTAMENTO,
      *             DATA E VALOR DE AQUISICAO, VIDA UTIL E VALOR
      *             RESIDUAL E LANCA A AQUISICAO (D 140100 / C 110100);
      *           - T (TRANSFERENCIA): MUDA O BEM DE DEPARTAMENTO, COM
      *             O JORNAL DE ALTERACAO (PROGCOBG); A DEPRECIACAO
      *             PASSA A SAIR NO NOVO CENTRO DE CUSTO;
      *           - B (BAIXA): BAIXA O BEM PELO VALOR DE VENDA (ZERO
      *             PARA SUCATA), ESTORNA O CUSTO E A DEPRECIACAO
      *             ACUMULADA E LANCA O GANHO (430100) OU A PERDA
      *             (560200) CONTRA O VALOR CONTABIL.
      *           TODAS AS LINHAS DO LANCAMENTO PASSAM ANTES PELA
      *           ROTINA PROGCOB19R; COM UMA SO RECUSADA NADA E GRAVADO,
      *           NEM NO CADASTRO NEM NO RAZAOEXT. MODOS NA MESMA
      *           CONVENCAO DO PROGCOB50P
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
           SELECT IMOBILIZADO-MASTER ASSIGN TO 'IMOBMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IMOB-NUMERO
               FILE STATUS IS WRK-FS-IMOB.
           SELECT DEPARTAMENTO-MASTER ASSIGN TO 'DEPTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPTO-CODIGO
               FILE STATUS IS WRK-FS-DEPTO.
           SELECT RAZAO-EXTRATO ASSIGN TO 'RAZAOEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RAZAO.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-MASTER.
           COPY CPOPERAD.
       FD  IMOBILIZADO-MASTER.
           COPY CPIMOB.
       FD  DEPARTAMENTO-MASTER.
           COPY CPDEPTO.
       FD  RAZAO-EXTRATO.
           COPY CPRAZAO.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-OPER               PIC X(02) VALUE '00'.
       77  WRK-FS-IMOB               PIC X(02) VALUE '00'.
       77  WRK-FS-DEPTO              PIC X(02) VALUE '00'.
       77  WRK-FS-RAZAO              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-MODO-SW               PIC X(01) VALUE SPACES.
           88  WRK-MODO-INCLUSAO         VALUE 'I'.
           88  WRK-MODO-TRANSFERENCIA    VALUE 'T'.
           88  WRK-MODO-BAIXA            VALUE 'B'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-OPERADOR-OK-SW        PIC X(01) VALUE 'N'.
           88  WRK-OPERADOR-OK           VALUE 'S'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-NUMERO                PIC 9(06) VALUE ZERO.
       77  WRK-DESCRICAO             PIC X(30) VALUE SPACES.
       77  WRK-DEPARTAMENTO          PIC X(04) VALUE SPACES.
       77  WRK-DATA-AQUISICAO        PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-AQUISICAO       PIC 9(09)V99 VALUE ZERO.
       77  WRK-VIDA-UTIL             PIC 9(03) VALUE ZERO.
       77  WRK-VALOR-RESIDUAL        PIC 9(09)V99 VALUE ZERO.
       77  WRK-VALOR-VENDA           PIC 9(09)V99 VALUE ZERO.
       77  WRK-VALOR-CONTABIL        PIC 9(09)V99 VALUE ZERO.
       77  WRK-RESULTADO-BAIXA       PIC S9(09)V99 VALUE ZERO.
       77  WRK-MOTIVO                PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
      ******************************* LINHAS DO LANCAMENTO, VALIDADAS
      ******************************* TODAS ANTES DE QUALQUER GRAVACAO
       77  WRK-QTDE-LINHAS           PIC 9(01) VALUE ZERO.
       77  WRK-LN-IDX                PIC 9(01) VALUE ZERO.
       01  WRK-TABELA-LINHAS.
           05  WRK-LINHA OCCURS 5 TIMES.
               10  WRK-LN-CONTA          PIC 9(06).
               10  WRK-LN-TIPO           PIC X(01).
               10  WRK-LN-VALOR          PIC 9(09)V99.
       77  WRK-RECUSA-SW             PIC X(01) VALUE 'N'.
           88  WRK-HOUVE-RECUSA          VALUE 'S'.
      *********************************
      * PLANO DE CONTAS - CONSTANTES FIXAS, NA MESMA CONVENCAO DO
      * PROGCOB19G
      *********************************
       77  WRK-CONTA-BANCO           PIC 9(06) VALUE 110100.
       77  WRK-CONTA-IMOBILIZADO     PIC 9(06) VALUE 140100.
       77  WRK-CONTA-DEPREC-ACUM     PIC 9(06) VALUE 140900.
       77  WRK-CONTA-GANHO-BAIXA     PIC 9(06) VALUE 430100.
       77  WRK-CONTA-PERDA-BAIXA     PIC 9(06) VALUE 560200.
       77  WRK-LANC-OK               PIC X(01) VALUE 'S'.
           88  WRK-LANC-VALIDO           VALUE 'S'.
       77  WRK-LANC-MOTIVO           PIC X(30) VALUE SPACES.
           COPY CPJORNAL.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-OPERADOR-OK
               EVALUATE TRUE
                   WHEN WRK-MODO-INCLUSAO
                       PERFORM 0200-INCLUIR-BEM
                   WHEN WRK-MODO-TRANSFERENCIA
                       PERFORM 0220-TRANSFERIR-BEM
                   WHEN WRK-MODO-BAIXA
                       PERFORM 0240-BAIXAR-BEM
                   WHEN OTHER
                       DISPLAY 'MODO INVALIDO - NADA FOI PROCESSADO'
                       MOVE 'MODO INVALIDO' TO WRK-AUDIT-RESULTADO
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
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
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'MODO (I=INCLUSAO / T=TRANSFERENCIA / '
                       'B=BAIXA)..'
               ACCEPT WRK-MODO-SW FROM CONSOLE
               DISPLAY 'NUMERO DO BEM..'
               ACCEPT WRK-NUMERO FROM CONSOLE
               OPEN I-O IMOBILIZADO-MASTER
               IF WRK-FS-IMOB = '35'
                   OPEN OUTPUT IMOBILIZADO-MASTER
                   CLOSE IMOBILIZADO-MASTER
                   OPEN I-O IMOBILIZADO-MASTER
               END-IF
               OPEN INPUT DEPARTAMENTO-MASTER
           END-IF.

      ******************************* O OPERADOR PRECISA EXISTIR,
      ******************************* ESTAR ATIVO E TER A AUTORIZACAO
      ******************************* DE UTILITARIOS
       0110-VALIDAR-OPERADOR.
           MOVE 'N' TO WRK-OPERADOR-OK-SW.
           MOVE WRK-OPERADOR TO OPER-ID.
           READ OPERADORES-MASTER
               INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO NO OPERTAB'
               NOT INVALID KEY
                   IF OPER-STATUS-ATIVO
                      AND OPER-AUTORIZADO-UTILITARIOS
                       SET WRK-OPERADOR-OK TO TRUE
                   ELSE
                       DISPLAY 'OPERADOR INATIVO OU SEM AUTORIZACAO '
                               'DE UTILITARIOS'
                   END-IF
           END-READ.

      ******************************* O DEPARTAMENTO PRECISA EXISTIR E
      ******************************* ESTAR ATIVO NO DEPTMAST
       0130-VALIDAR-DEPARTAMENTO.
           MOVE WRK-DEPARTAMENTO TO DEPTO-CODIGO.
           READ DEPARTAMENTO-MASTER
               INVALID KEY
                   MOVE 'DEPARTAMENTO NAO CADASTRADO' TO WRK-MOTIVO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   IF NOT DEPTO-STATUS-ATIVO
                       MOVE 'DEPARTAMENTO INATIVO' TO WRK-MOTIVO
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.

      ******************************* INCLUSAO DO BEM E LANCAMENTO DA
      ******************************* AQUISICAO
       0200-INCLUIR-BEM.
           DISPLAY 'DESCRICAO..'.
           ACCEPT WRK-DESCRICAO FROM CONSOLE.
           DISPLAY 'DEPARTAMENTO (CENTRO DE CUSTO)..'.
           ACCEPT WRK-DEPARTAMENTO FROM CONSOLE.
           DISPLAY 'DATA DE AQUISICAO (AAAAMMDD)..'.
           ACCEPT WRK-DATA-AQUISICAO FROM CONSOLE.
           DISPLAY 'VALOR DE AQUISICAO..'.
           ACCEPT WRK-VALOR-AQUISICAO FROM CONSOLE.
           DISPLAY 'VIDA UTIL EM MESES..'.
           ACCEPT WRK-VIDA-UTIL FROM CONSOLE.
           DISPLAY 'VALOR RESIDUAL..'.
           ACCEPT WRK-VALOR-RESIDUAL FROM CONSOLE.
           PERFORM 0130-VALIDAR-DEPARTAMENTO.
           IF RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN WRK-VALOR-AQUISICAO = ZERO
                       MOVE 'VALOR DE AQUISICAO ZERADO' TO WRK-MOTIVO
                       MOVE 8 TO RETURN-CODE
                   WHEN WRK-VIDA-UTIL = ZERO
                       MOVE 'VIDA UTIL ZERADA' TO WRK-MOTIVO
                       MOVE 8 TO RETURN-CODE
                   WHEN WRK-VALOR-RESIDUAL NOT < WRK-VALOR-AQUISICAO
                       MOVE 'RESIDUAL MAIOR QUE AQUISICAO'
                           TO WRK-MOTIVO
                       MOVE 8 TO RETURN-CODE
                   WHEN WRK-DATA-AQUISICAO > WRK-DATAHOJE
                       MOVE 'AQUISICAO COM DATA FUTURA' TO WRK-MOTIVO
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.
           IF RETURN-CODE = 0
               MOVE WRK-NUMERO TO IMOB-NUMERO
               READ IMOBILIZADO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'BEM JA CADASTRADO' TO WRK-MOTIVO
                       MOVE 8 TO RETURN-CODE
               END-READ
           END-IF.
           IF RETURN-CODE = 0
               MOVE ZERO TO WRK-QTDE-LINHAS
               MOVE WRK-CONTA-IMOBILIZADO TO WRK-LN-CONTA (1)
               MOVE 'D' TO WRK-LN-TIPO (1)
               MOVE WRK-VALOR-AQUISICAO TO WRK-LN-VALOR (1)
               MOVE WRK-CONTA-BANCO TO WRK-LN-CONTA (2)
               MOVE 'C' TO WRK-LN-TIPO (2)
               MOVE WRK-VALOR-AQUISICAO TO WRK-LN-VALOR (2)
               MOVE 2 TO WRK-QTDE-LINHAS
               MOVE WRK-DESCRICAO TO RAZAO-DESCRICAO
               PERFORM 0270-VALIDAR-LANCAMENTO
           END-IF.
           IF RETURN-CODE = 0
               INITIALIZE IMOB-REGISTRO
               MOVE WRK-NUMERO          TO IMOB-NUMERO
               MOVE WRK-DESCRICAO       TO IMOB-DESCRICAO
               MOVE WRK-DEPARTAMENTO    TO IMOB-DEPARTAMENTO
               MOVE WRK-DATA-AQUISICAO  TO IMOB-DATA-AQUISICAO
               MOVE WRK-VALOR-AQUISICAO TO IMOB-VALOR-AQUISICAO
               MOVE WRK-VIDA-UTIL       TO IMOB-VIDA-UTIL-MESES
               MOVE WRK-VALOR-RESIDUAL  TO IMOB-VALOR-RESIDUAL
               SET IMOB-STATUS-ATIVO TO TRUE
               WRITE IMOB-REGISTRO
               PERFORM 0280-GRAVAR-LANCAMENTO
               MOVE 'BEM INCLUIDO' TO WRK-AUDIT-RESULTADO
               DISPLAY 'BEM ' WRK-NUMERO ' INCLUIDO NO DEPARTAMENTO '
                       WRK-DEPARTAMENTO
           ELSE
               DISPLAY 'INCLUSAO RECUSADA: ' WRK-MOTIVO
               MOVE WRK-MOTIVO TO WRK-AUDIT-RESULTADO
           END-IF.

      ******************************* TRANSFERENCIA ENTRE DEPARTAMENTOS
       0220-TRANSFERIR-BEM.
           MOVE WRK-NUMERO TO IMOB-NUMERO.
           READ IMOBILIZADO-MASTER
               INVALID KEY
                   MOVE 'BEM NAO CADASTRADO' TO WRK-MOTIVO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   IF NOT IMOB-STATUS-ATIVO
                       MOVE 'BEM JA BAIXADO' TO WRK-MOTIVO
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.
           IF RETURN-CODE = 0
               DISPLAY 'BEM ' IMOB-NUMERO ' ' IMOB-DESCRICAO
                       ' DEPARTAMENTO ATUAL ' IMOB-DEPARTAMENTO
               DISPLAY 'NOVO DEPARTAMENTO..'
               ACCEPT WRK-DEPARTAMENTO FROM CONSOLE
               IF WRK-DEPARTAMENTO = IMOB-DEPARTAMENTO
                   MOVE 'MESMO DEPARTAMENTO' TO WRK-MOTIVO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0130-VALIDAR-DEPARTAMENTO
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               INITIALIZE JORN-REGISTRO
               MOVE 'IMOBMAST' TO JORN-ARQUIVO
               MOVE IMOB-NUMERO TO JORN-CHAVE (01:06)
               MOVE 'IMOB-DEPARTAMENTO' TO JORN-CAMPO
               MOVE IMOB-DEPARTAMENTO TO JORN-VALOR-ANTES
               MOVE WRK-DEPARTAMENTO TO JORN-VALOR-DEPOIS
               MOVE 'PROGCOB53M' TO JORN-PROGRAMA
               MOVE WRK-OPERADOR TO JORN-OPERADOR
               CALL 'PROGCOBG' USING JORN-REGISTRO
               MOVE WRK-DEPARTAMENTO TO IMOB-DEPARTAMENTO
               REWRITE IMOB-REGISTRO
               MOVE 'BEM TRANSFERIDO' TO WRK-AUDIT-RESULTADO
               DISPLAY 'BEM ' IMOB-NUMERO ' TRANSFERIDO PARA '
                       WRK-DEPARTAMENTO
           ELSE
               DISPLAY 'TRANSFERENCIA RECUSADA: ' WRK-MOTIVO
               MOVE WRK-MOTIVO TO WRK-AUDIT-RESULTADO
           END-IF.

      ******************************* BAIXA: SAI O CUSTO E A
      ******************************* DEPRECIACAO ACUMULADA, ENTRA O
      ******************************* VALOR DE VENDA E A DIFERENCA
      ******************************* PARA O VALOR CONTABIL VAI PARA
      ******************************* GANHO OU PERDA
       0240-BAIXAR-BEM.
           MOVE WRK-NUMERO TO IMOB-NUMERO.
           READ IMOBILIZADO-MASTER
               INVALID KEY
                   MOVE 'BEM NAO CADASTRADO' TO WRK-MOTIVO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   IF NOT IMOB-STATUS-ATIVO
                       MOVE 'BEM JA BAIXADO' TO WRK-MOTIVO
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.
           IF RETURN-CODE = 0
               COMPUTE WRK-VALOR-CONTABIL = IMOB-VALOR-AQUISICAO
                   - IMOB-DEPREC-ACUMULADA
               DISPLAY 'BEM ' IMOB-NUMERO ' ' IMOB-DESCRICAO
               DISPLAY '  AQUISICAO ' IMOB-VALOR-AQUISICAO
                       ' DEPRECIACAO ACUMULADA '
                       IMOB-DEPREC-ACUMULADA
                       ' VALOR CONTABIL ' WRK-VALOR-CONTABIL
               DISPLAY 'VALOR DE VENDA (ZERO PARA SUCATA)..'
               ACCEPT WRK-VALOR-VENDA FROM CONSOLE
               COMPUTE WRK-RESULTADO-BAIXA = WRK-VALOR-VENDA
                   - WRK-VALOR-CONTABIL
               MOVE ZERO TO WRK-QTDE-LINHAS
               IF WRK-VALOR-VENDA > ZERO
                   ADD 1 TO WRK-QTDE-LINHAS
                   MOVE WRK-CONTA-BANCO
                       TO WRK-LN-CONTA (WRK-QTDE-LINHAS)
                   MOVE 'D' TO WRK-LN-TIPO (WRK-QTDE-LINHAS)
                   MOVE WRK-VALOR-VENDA
                       TO WRK-LN-VALOR (WRK-QTDE-LINHAS)
               END-IF
               IF IMOB-DEPREC-ACUMULADA > ZERO
                   ADD 1 TO WRK-QTDE-LINHAS
                   MOVE WRK-CONTA-DEPREC-ACUM
                       TO WRK-LN-CONTA (WRK-QTDE-LINHAS)
                   MOVE 'D' TO WRK-LN-TIPO (WRK-QTDE-LINHAS)
                   MOVE IMOB-DEPREC-ACUMULADA
                       TO WRK-LN-VALOR (WRK-QTDE-LINHAS)
               END-IF
               ADD 1 TO WRK-QTDE-LINHAS
               MOVE WRK-CONTA-IMOBILIZADO
                   TO WRK-LN-CONTA (WRK-QTDE-LINHAS)
               MOVE 'C' TO WRK-LN-TIPO (WRK-QTDE-LINHAS)
               MOVE IMOB-VALOR-AQUISICAO
                   TO WRK-LN-VALOR (WRK-QTDE-LINHAS)
               IF WRK-RESULTADO-BAIXA > ZERO
                   ADD 1 TO WRK-QTDE-LINHAS
                   MOVE WRK-CONTA-GANHO-BAIXA
                       TO WRK-LN-CONTA (WRK-QTDE-LINHAS)
                   MOVE 'C' TO WRK-LN-TIPO (WRK-QTDE-LINHAS)
                   MOVE WRK-RESULTADO-BAIXA
                       TO WRK-LN-VALOR (WRK-QTDE-LINHAS)
               END-IF
               IF WRK-RESULTADO-BAIXA < ZERO
                   ADD 1 TO WRK-QTDE-LINHAS
                   MOVE WRK-CONTA-PERDA-BAIXA
                       TO WRK-LN-CONTA (WRK-QTDE-LINHAS)
                   MOVE 'D' TO WRK-LN-TIPO (WRK-QTDE-LINHAS)
                   COMPUTE WRK-LN-VALOR (WRK-QTDE-LINHAS) =
                       ZERO - WRK-RESULTADO-BAIXA
               END-IF
               MOVE IMOB-DESCRICAO TO RAZAO-DESCRICAO
               PERFORM 0270-VALIDAR-LANCAMENTO
           END-IF.
           IF RETURN-CODE = 0
               INITIALIZE JORN-REGISTRO
               MOVE 'IMOBMAST' TO JORN-ARQUIVO
               MOVE IMOB-NUMERO TO JORN-CHAVE (01:06)
               MOVE 'IMOB-STATUS' TO JORN-CAMPO
               MOVE IMOB-STATUS TO JORN-VALOR-ANTES
               MOVE 'B' TO JORN-VALOR-DEPOIS
               MOVE 'PROGCOB53M' TO JORN-PROGRAMA
               MOVE WRK-OPERADOR TO JORN-OPERADOR
               CALL 'PROGCOBG' USING JORN-REGISTRO
               SET IMOB-STATUS-BAIXADO TO TRUE
               MOVE WRK-DATAHOJE    TO IMOB-DATA-BAIXA
               MOVE WRK-VALOR-VENDA TO IMOB-VALOR-VENDA
               REWRITE IMOB-REGISTRO
               PERFORM 0280-GRAVAR-LANCAMENTO
               MOVE 'BEM BAIXADO' TO WRK-AUDIT-RESULTADO
               IF WRK-RESULTADO-BAIXA < ZERO
                   DISPLAY 'BEM ' IMOB-NUMERO ' BAIXADO COM PERDA DE '
                           WRK-RESULTADO-BAIXA
               ELSE
                   DISPLAY 'BEM ' IMOB-NUMERO ' BAIXADO COM GANHO DE '
                           WRK-RESULTADO-BAIXA
               END-IF
           ELSE
               DISPLAY 'BAIXA RECUSADA: ' WRK-MOTIVO
               MOVE WRK-MOTIVO TO WRK-AUDIT-RESULTADO
           END-IF.

      ******************************* CONFERE TODAS AS LINHAS NO
      ******************************* PROGCOB19R ANTES DE GRAVAR
       0270-VALIDAR-LANCAMENTO.
           MOVE 'N' TO WRK-RECUSA-SW.
           PERFORM 0271-VALIDAR-LINHA
               VARYING WRK-LN-IDX FROM 1 BY 1
               UNTIL WRK-LN-IDX > WRK-QTDE-LINHAS.
           IF WRK-HOUVE-RECUSA
               MOVE 8 TO RETURN-CODE
           END-IF.

       0271-VALIDAR-LINHA.
           PERFORM 0275-MONTAR-LINHA.
           CALL 'PROGCOB19R' USING RAZAO-REGISTRO WRK-LANC-OK
               WRK-LANC-MOTIVO.
           IF NOT WRK-LANC-VALIDO
               DISPLAY 'LANCAMENTO RECUSADO NA VALIDACAO CONTABIL ('
                       WRK-LANC-MOTIVO ') CONTA ' RAZAO-CONTA
               MOVE WRK-LANC-MOTIVO TO WRK-MOTIVO
               SET WRK-HOUVE-RECUSA TO TRUE
           END-IF.

       0275-MONTAR-LINHA.
           MOVE WRK-DATAHOJE TO RAZAO-DATA.
           MOVE WRK-LN-CONTA (WRK-LN-IDX) TO RAZAO-CONTA.
           MOVE WRK-LN-TIPO (WRK-LN-IDX)  TO RAZAO-TIPO.
           MOVE WRK-LN-VALOR (WRK-LN-IDX) TO RAZAO-VALOR.
           MOVE 'PROGCOB53M' TO RAZAO-ORIGEM.

       0280-GRAVAR-LANCAMENTO.
           OPEN EXTEND RAZAO-EXTRATO.
           IF WRK-FS-RAZAO = '35'
               OPEN OUTPUT RAZAO-EXTRATO
               CLOSE RAZAO-EXTRATO
               OPEN EXTEND RAZAO-EXTRATO
           END-IF.
           PERFORM 0281-GRAVAR-LINHA
               VARYING WRK-LN-IDX FROM 1 BY 1
               UNTIL WRK-LN-IDX > WRK-QTDE-LINHAS.
           CLOSE RAZAO-EXTRATO.

       0281-GRAVAR-LINHA.
           PERFORM 0275-MONTAR-LINHA.
           WRITE RAZAO-REGISTRO.

       0300-FINALIZAR.
           IF WRK-OPERADOR-OK
               CLOSE IMOBILIZADO-MASTER
               CLOSE DEPARTAMENTO-MASTER
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.

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
           MOVE 'PROGCOB53M' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-MODO-SW TO AUDIT-ENTRADA-CHAVE (01:01).
           MOVE WRK-NUMERO TO AUDIT-ENTRADA-CHAVE (03:06).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
