       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB18G.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: GERAR A PROVA DE TABUADA DO CANDIDATO ADMITIDO NO
      *           ARMAZEM - SORTEIA AS QUESTOES DE MULTIPLICACAO E DE
      *           DIVISAO COM A MESMA CONTA DO PROGCOB18/18T (NUMERO X
      *           CONTADOR, FATORES DE 1 A 10), IMPRIME A FOLHA DA
      *           PROVA PAGINADA (TESTTAB) COM AS QUESTOES NUMERADAS E
      *           ACRESCENTA O GABARITO NUMERADO NO GABTAB, QUE A
      *           CORRECAO (PROGCOB18C) USA PARA DAR A NOTA. A SEMENTE
      *           DO SORTEIO E O NUMERO DA PROVA: A MESMA SEMENTE GERA
      *           A MESMA PROVA; SEMENTE ZERO USA A HORA DO SISTEMA
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
           SELECT FUNCIONARIOS-MASTER ASSIGN TO 'FUNCIONARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.
           SELECT GABARITO-PROVA ASSIGN TO 'GABTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GAB.
           SELECT FOLHA-PROVA ASSIGN TO 'TESTTAB'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-MASTER.
           COPY CPOPERAD.
       FD  FUNCIONARIOS-MASTER.
           COPY CPFUNC.
       FD  GABARITO-PROVA.
           COPY CPGABAR.
       FD  FOLHA-PROVA.
       01  PRV-LINHA                 PIC X(80).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-OPER               PIC X(02) VALUE '00'.
       77  WRK-FS-FUNC               PIC X(02) VALUE '00'.
       77  WRK-FS-GAB                PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-OPERADOR-OK-SW        PIC X(01) VALUE 'N'.
           88  WRK-OPERADOR-OK           VALUE 'S'.
       77  WRK-GERACAO-SW            PIC X(01) VALUE 'S'.
           88  WRK-GERACAO-OK            VALUE 'S'.
           88  WRK-GERACAO-BLOQUEADA     VALUE 'N'.
       77  WRK-EOF-GAB-SW            PIC X(01) VALUE 'N'.
           88  WRK-FIM-GABARITO          VALUE 'S'.
       77  WRK-MATRICULA             PIC 9(06) VALUE ZERO.
       77  WRK-NOME                  PIC X(20) VALUE SPACES.
       77  WRK-DEPTO-ARMAZEM         PIC X(04) VALUE 'LOG1'.
       77  WRK-QTDE-QUESTOES         PIC 9(02) VALUE ZERO.
       77  WRK-QTDE-PADRAO           PIC 9(02) VALUE 20.
       77  WRK-QTDE-MAXIMA           PIC 9(02) VALUE 50.
       77  WRK-QUESTAO               PIC 9(02) VALUE ZERO.
       77  WRK-PROVA                 PIC 9(06) VALUE ZERO.
       77  WRK-HORA                  PIC 9(08) VALUE ZERO.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
      *********************************
      * SORTEIO - GERADOR CONGRUENTE LINEAR MODULO 65536, PARTINDO
      * DA SEMENTE (NUMERO DA PROVA); CADA SORTEIO DEVOLVE UM VALOR
      * DE ZERO ATE WRK-FAIXA - 1 EM WRK-SORTEIO
      *********************************
       77  WRK-SEMENTE               PIC 9(05) VALUE ZERO.
       77  WRK-CALCULO               PIC 9(10) VALUE ZERO.
       77  WRK-QUOCIENTE             PIC 9(10) VALUE ZERO.
       77  WRK-SORTEIO-ALTO          PIC 9(05) VALUE ZERO.
       77  WRK-FAIXA                 PIC 9(02) VALUE ZERO.
       77  WRK-SORTEIO               PIC 9(02) VALUE ZERO.
      *********************************
      * CONTA DA TABUADA - MESMOS CAMPOS DO PROGCOB18
      *********************************
       77  WRK-NUMERO                PIC 9(02) VALUE ZERO.
       77  WRK-CONTADOR              PIC 9(02) VALUE ZERO.
       77  WRK-RESUL                 PIC 9(04) VALUE ZERO.
       77  WRK-NUMERO-PAGINA         PIC 9(03) VALUE ZERO.
       77  WRK-LINHAS-NA-PAGINA      PIC 9(02) VALUE ZERO.
       77  WRK-LINHAS-POR-PAGINA     PIC 9(02) VALUE 20.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
       01  CAB-PAGINA.
           05  FILLER                PIC X(20) VALUE
               'PROVA DE TABUADA'.
           05  FILLER                PIC X(10) VALUE '  PAGINA '.
           05  CAB-PAGINA-NUM        PIC ZZ9.
       01  CAB-CANDIDATO.
           05  FILLER                PIC X(07) VALUE 'PROVA: '.
           05  CAB-PROVA             PIC 9(06).
           05  FILLER                PIC X(14) VALUE
               '   CANDIDATO: '.
           05  CAB-MATRICULA         PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  CAB-NOME              PIC X(20).
           05  FILLER                PIC X(09) VALUE '   DATA: '.
           05  CAB-DATA              PIC 9(08).
       01  CAB-BRANCO                PIC X(80) VALUE SPACES.
       01  LIN-QUESTAO.
           05  LIN-Q-NUMERO          PIC Z9.
           05  FILLER                PIC X(03) VALUE ')  '.
           05  LIN-Q-OPERANDO-1      PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  LIN-Q-SINAL           PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  LIN-Q-OPERANDO-2      PIC Z9.
           05  FILLER                PIC X(11) VALUE ' = ________'.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-GERACAO-OK
               PERFORM 0200-GERAR-PROVA
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY 'ID DO OPERADOR..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'MATRICULA DO CANDIDATO..'.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           DISPLAY 'QUANTIDADE DE QUESTOES (BRANCO = 20, MAXIMO 50)..'.
           ACCEPT WRK-QTDE-QUESTOES FROM CONSOLE.
           IF WRK-QTDE-QUESTOES = ZERO
               MOVE WRK-QTDE-PADRAO TO WRK-QTDE-QUESTOES
           END-IF.
           IF WRK-QTDE-QUESTOES > WRK-QTDE-MAXIMA
               MOVE WRK-QTDE-MAXIMA TO WRK-QTDE-QUESTOES
           END-IF.
           DISPLAY 'SEMENTE DO SORTEIO / NUMERO DA PROVA '
                   '(BRANCO = HORA DO SISTEMA)..'.
           ACCEPT WRK-PROVA FROM CONSOLE.
           IF WRK-PROVA = ZERO
               ACCEPT WRK-HORA FROM TIME
               DIVIDE WRK-HORA BY 1000000 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-PROVA
               IF WRK-PROVA = ZERO
                   MOVE 1 TO WRK-PROVA
               END-IF
           END-IF.
           OPEN INPUT OPERADORES-MASTER.
           PERFORM 0110-VALIDAR-OPERADOR.
           CLOSE OPERADORES-MASTER.
           IF NOT WRK-OPERADOR-OK
               MOVE 'OPERADOR NAO AUTORIZADO' TO WRK-AUDIT-RESULTADO
               SET WRK-GERACAO-BLOQUEADA TO TRUE
           ELSE
               PERFORM 0120-VALIDAR-CANDIDATO
           END-IF.
           IF WRK-GERACAO-OK
               PERFORM 0130-CONFERIR-PROVA-EXISTENTE
           END-IF.
           IF WRK-GERACAO-BLOQUEADA
               MOVE 8 TO RETURN-CODE
           END-IF.

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

      ******************************* O CANDIDATO PRECISA ESTAR ATIVO
      ******************************* NO MASTER; FORA DO ARMAZEM A
      ******************************* PROVA SAI COM AVISO
       0120-VALIDAR-CANDIDATO.
           OPEN INPUT FUNCIONARIOS-MASTER.
           MOVE WRK-MATRICULA TO FUNC-MATRICULA.
           READ FUNCIONARIOS-MASTER
               INVALID KEY
                   DISPLAY 'MATRICULA NAO CADASTRADA: ' WRK-MATRICULA
                   MOVE 'MATRICULA NAO CADASTRADA'
                       TO WRK-AUDIT-RESULTADO
                   SET WRK-GERACAO-BLOQUEADA TO TRUE
               NOT INVALID KEY
                   IF NOT FUNC-STATUS-ATIVO
                       DISPLAY 'FUNCIONARIO NAO ESTA ATIVO: '
                               WRK-MATRICULA
                       MOVE 'FUNCIONARIO INATIVO'
                           TO WRK-AUDIT-RESULTADO
                       SET WRK-GERACAO-BLOQUEADA TO TRUE
                   ELSE
                       MOVE FUNC-NOME TO WRK-NOME
                       IF FUNC-DEPARTAMENTO NOT = WRK-DEPTO-ARMAZEM
                           DISPLAY 'AVISO: FUNCIONARIO DO DEPARTAMENTO '
                                   FUNC-DEPARTAMENTO
                                   ' - A PROVA E EXIGIDA SO NO '
                                   WRK-DEPTO-ARMAZEM
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
           END-READ.
           CLOSE FUNCIONARIOS-MASTER.

      ******************************* A MESMA PROVA NAO PODE SER
      ******************************* GERADA DUAS VEZES PARA O MESMO
      ******************************* CANDIDATO (GABARITO DUPLICADO)
       0130-CONFERIR-PROVA-EXISTENTE.
           OPEN INPUT GABARITO-PROVA.
           IF WRK-FS-GAB = '00'
               PERFORM 0131-LER-GABARITO
               PERFORM 0132-COMPARAR-GABARITO
                   UNTIL WRK-FIM-GABARITO
               CLOSE GABARITO-PROVA
           END-IF.

       0131-LER-GABARITO.
           READ GABARITO-PROVA
               AT END SET WRK-FIM-GABARITO TO TRUE
           END-READ.

       0132-COMPARAR-GABARITO.
           IF GAB-MATRICULA = WRK-MATRICULA
              AND GAB-PROVA = WRK-PROVA
               DISPLAY 'PROVA ' WRK-PROVA ' JA GERADA PARA A MATRICULA '
                       WRK-MATRICULA ' - INFORME OUTRA SEMENTE'
               MOVE 'PROVA JA GERADA' TO WRK-AUDIT-RESULTADO
               SET WRK-GERACAO-BLOQUEADA TO TRUE
               SET WRK-FIM-GABARITO TO TRUE
           ELSE
               PERFORM 0131-LER-GABARITO
           END-IF.

       0200-GERAR-PROVA.
           OPEN OUTPUT FOLHA-PROVA.
           OPEN EXTEND GABARITO-PROVA.
           IF WRK-FS-GAB = '35'
               OPEN OUTPUT GABARITO-PROVA
               CLOSE GABARITO-PROVA
               OPEN EXTEND GABARITO-PROVA
           END-IF.
           DIVIDE WRK-PROVA BY 65536 GIVING WRK-QUOCIENTE
               REMAINDER WRK-SEMENTE.
           PERFORM 0210-IMPRIMIR-CABECALHO.
           PERFORM 0220-GERAR-QUESTAO
               VARYING WRK-QUESTAO FROM 1 BY 1
               UNTIL WRK-QUESTAO > WRK-QTDE-QUESTOES.
           CLOSE GABARITO-PROVA.
           CLOSE FOLHA-PROVA.
           DISPLAY 'PROVA ' WRK-PROVA ' GERADA COM ' WRK-QTDE-QUESTOES
                   ' QUESTOES - FOLHA EM TESTTAB, GABARITO EM GABTAB'.
           MOVE 'PROVA DE TABUADA GERADA' TO WRK-AUDIT-RESULTADO.

      ******************************* CABECALHO DE PAGINA - REINICIA
      ******************************* A CADA WRK-LINHAS-POR-PAGINA
       0210-IMPRIMIR-CABECALHO.
           ADD 1 TO WRK-NUMERO-PAGINA.
           MOVE WRK-NUMERO-PAGINA TO CAB-PAGINA-NUM.
           MOVE CAB-PAGINA TO PRV-LINHA.
           WRITE PRV-LINHA.
           MOVE WRK-PROVA     TO CAB-PROVA.
           MOVE WRK-MATRICULA TO CAB-MATRICULA.
           MOVE WRK-NOME      TO CAB-NOME.
           MOVE WRK-DATAHOJE  TO CAB-DATA.
           MOVE CAB-CANDIDATO TO PRV-LINHA.
           WRITE PRV-LINHA.
           MOVE CAB-BRANCO TO PRV-LINHA.
           WRITE PRV-LINHA.
           MOVE 3 TO WRK-LINHAS-NA-PAGINA.

      ******************************* SORTEIA O NUMERO, O CONTADOR E O
      ******************************* TIPO DA QUESTAO; A DIVISAO PARTE
      ******************************* DO RESULTADO DA MESMA CONTA
       0220-GERAR-QUESTAO.
           MOVE 10 TO WRK-FAIXA.
           PERFORM 0250-SORTEAR.
           COMPUTE WRK-NUMERO = WRK-SORTEIO + 1.
           PERFORM 0250-SORTEAR.
           COMPUTE WRK-CONTADOR = WRK-SORTEIO + 1.
           COMPUTE WRK-RESUL = WRK-NUMERO * WRK-CONTADOR.
           INITIALIZE GAB-REGISTRO.
           MOVE WRK-MATRICULA TO GAB-MATRICULA.
           MOVE WRK-PROVA     TO GAB-PROVA.
           MOVE WRK-DATAHOJE  TO GAB-DATA-GERACAO.
           MOVE WRK-QUESTAO   TO GAB-QUESTAO.
           MOVE 2 TO WRK-FAIXA.
           PERFORM 0250-SORTEAR.
           IF WRK-SORTEIO = ZERO
               SET GAB-TIPO-MULTIPLICACAO TO TRUE
               MOVE WRK-NUMERO   TO GAB-OPERANDO-1
               MOVE WRK-CONTADOR TO GAB-OPERANDO-2
               MOVE WRK-RESUL    TO GAB-RESPOSTA
               MOVE 'X' TO LIN-Q-SINAL
           ELSE
               SET GAB-TIPO-DIVISAO TO TRUE
               MOVE WRK-RESUL    TO GAB-OPERANDO-1
               MOVE WRK-NUMERO   TO GAB-OPERANDO-2
               MOVE WRK-CONTADOR TO GAB-RESPOSTA
               MOVE '/' TO LIN-Q-SINAL
           END-IF.
           WRITE GAB-REGISTRO.
           ADD 1 TO WRK-LINHAS-NA-PAGINA.
           IF WRK-LINHAS-NA-PAGINA > WRK-LINHAS-POR-PAGINA
               PERFORM 0210-IMPRIMIR-CABECALHO
               ADD 1 TO WRK-LINHAS-NA-PAGINA
           END-IF.
           MOVE WRK-QUESTAO    TO LIN-Q-NUMERO.
           MOVE GAB-OPERANDO-1 TO LIN-Q-OPERANDO-1.
           MOVE GAB-OPERANDO-2 TO LIN-Q-OPERANDO-2.
           MOVE LIN-QUESTAO TO PRV-LINHA.
           WRITE PRV-LINHA.

      ******************************* PROXIMO VALOR DA SEQUENCIA;
      ******************************* USA OS BITS ALTOS, QUE VARIAM
      ******************************* MAIS QUE OS BAIXOS NESTE GERADOR
       0250-SORTEAR.
           COMPUTE WRK-CALCULO = (WRK-SEMENTE * 31821) + 13849.
           DIVIDE WRK-CALCULO BY 65536 GIVING WRK-QUOCIENTE
               REMAINDER WRK-SEMENTE.
           DIVIDE WRK-SEMENTE BY 256 GIVING WRK-SORTEIO-ALTO.
           DIVIDE WRK-SORTEIO-ALTO BY WRK-FAIXA GIVING WRK-QUOCIENTE
               REMAINDER WRK-SORTEIO.

       0300-FINALIZAR.
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
           MOVE 'PROGCOB18G' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE WRK-MATRICULA TO AUDIT-ENTRADA-CHAVE (01:06).
           MOVE WRK-PROVA TO AUDIT-ENTRADA-CHAVE (08:06).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
