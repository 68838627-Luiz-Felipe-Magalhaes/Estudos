       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB33C.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: ADERENCIA A FAIXA SALARIAL E COMPA-RATIO - POSICIONA
      *           CADA FUNCIONARIO ATIVO DO MASTER CONTRA A FAIXA DO
      *           SEU CARGO NA TABELA DE CARGOS (CARGO-MASTER), COM O
      *           COMPA-RATIO (SALARIO SOBRE O PONTO MEDIO DA FAIXA).
      *           IMPRIME NO RELFAIXA OS FUNCIONARIOS ABAIXO DO MINIMO
      *           OU ACIMA DO MAXIMO (COM A DIFERENCA PARA O LIMITE) E
      *           OS DE CARGO EM BRANCO OU NAO CADASTRADO, SEGUIDOS DO
      *           COMPA-RATIO MEDIO POR DEPARTAMENTO E POR CARGO, PARA
      *           O RH PLANEJAR AS CORRECOES ANTES DO PROXIMO REAJUSTE.
      *           A PROMOCAO (PROGCOB33P) CONTINUA VALIDANDO A FAIXA NO
      *           MOMENTO DA PROMOCAO
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
           SELECT FUNCIONARIOS ASSIGN TO 'FUNCIONARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.
           SELECT CARGO-MASTER ASSIGN TO 'CARGOTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CARGO-CODIGO
               FILE STATUS IS WRK-FS-CARGO.
           SELECT RELATORIO-FAIXA ASSIGN TO 'RELFAIXA'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS.
           COPY CPFUNC.
       FD  CARGO-MASTER.
           COPY CPCARGO.
       FD  RELATORIO-FAIXA.
       01  REL-LINHA                 PIC X(132).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-FUNC               PIC X(02) VALUE '00'.
       77  WRK-FS-CARGO              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-QTDE-LIDOS            PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-ATIVOS           PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-ABAIXO           PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-ACIMA            PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-SEM-CARGO        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-NA-FAIXA         PIC 9(05) VALUE ZERO.
      ******************************* TABELA DE CARGOS COM A FAIXA E O
      ******************************* ACUMULADO DO COMPA-RATIO
       77  WRK-QTDE-CARGOS           PIC 9(03) VALUE ZERO.
       77  WRK-CG-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-CG-SW                 PIC X(01) VALUE 'N'.
           88  WRK-CG-ACHOU              VALUE 'S'.
       01  WRK-TABELA-CARGOS.
           05  WRK-CARGO-LINHA OCCURS 1 TO 200 TIMES
                               DEPENDING ON WRK-QTDE-CARGOS.
               10  WRK-CG-CODIGO         PIC X(04).
               10  WRK-CG-NOME           PIC X(20).
               10  WRK-CG-MINIMO         PIC 9(06)V99.
               10  WRK-CG-MAXIMO         PIC 9(06)V99.
               10  WRK-CG-QTDE           PIC 9(05).
               10  WRK-CG-ABAIXO         PIC 9(05).
               10  WRK-CG-ACIMA          PIC 9(05).
               10  WRK-CG-SOMA-COMPA     PIC 9(07)V9999.
      ******************************* COMPA-RATIO POR DEPARTAMENTO
       77  WRK-QTDE-DEPTOS           PIC 9(03) VALUE ZERO.
       77  WRK-DP-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-DP-SW                 PIC X(01) VALUE 'N'.
           88  WRK-DP-ACHOU              VALUE 'S'.
       01  WRK-TABELA-DEPTOS.
           05  WRK-DEPTO-LINHA OCCURS 1 TO 100 TIMES
                               DEPENDING ON WRK-QTDE-DEPTOS.
               10  WRK-DP-CODIGO         PIC X(04).
               10  WRK-DP-QTDE           PIC 9(05).
               10  WRK-DP-ABAIXO         PIC 9(05).
               10  WRK-DP-ACIMA          PIC 9(05).
               10  WRK-DP-SEM-CARGO      PIC 9(05).
               10  WRK-DP-SOMA-COMPA     PIC 9(07)V9999.
      ******************************* POSICAO DO FUNCIONARIO NA FAIXA
       77  WRK-PONTO-MEDIO           PIC 9(06)V99 VALUE ZERO.
       77  WRK-COMPA-RATIO           PIC 9(03)V9999 VALUE ZERO.
       77  WRK-DIFERENCA             PIC 9(06)V99 VALUE ZERO.
       77  WRK-SITUACAO              PIC X(24) VALUE SPACES.
       77  WRK-COMPA-MEDIO           PIC 9(03)V9999 VALUE ZERO.
       77  WRK-SOMA-COMPA-GERAL      PIC 9(07)V9999 VALUE ZERO.
       77  WRK-QTDE-COMPA-GERAL      PIC 9(05) VALUE ZERO.
       01  REL-CABECALHO.
           05  FILLER                PIC X(60) VALUE
               'ADERENCIA A FAIXA SALARIAL E COMPA-RATIO - DATA '.
           05  REL-CAB-DATA          PIC 9(08).
       01  REL-CAB-EXCECOES.
           05  FILLER                PIC X(60) VALUE
               'FUNCIONARIOS FORA DA FAIXA OU SEM CARGO VALIDO'.
       01  REL-TITULOS-EXCECOES.
           05  FILLER                PIC X(40) VALUE
               'MATRIC NOME                 DEPT  CARG '.
           05  FILLER                PIC X(40) VALUE
               '   SALARIO      MINIMO      MAXIMO COMPA'.
           05  FILLER                PIC X(40) VALUE
               ' SITUACAO                  DIFERENCA'.
       01  REL-EXCECAO.
           05  REL-EXC-MATRICULA     PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-EXC-NOME          PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-EXC-DEPTO         PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-EXC-CARGO         PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-EXC-SALARIO       PIC ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-EXC-MINIMO        PIC ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-EXC-MAXIMO        PIC ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-EXC-COMPA         PIC Z9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-EXC-SITUACAO      PIC X(24).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-EXC-DIFERENCA     PIC ZZZ.ZZ9,99.
       01  REL-CAB-DEPTOS.
           05  FILLER                PIC X(60) VALUE
               'COMPA-RATIO MEDIO POR DEPARTAMENTO'.
       01  REL-TITULOS-DEPTOS.
           05  FILLER                PIC X(50) VALUE
               'DEPT  FUNCS ABAIXO ACIMA SEM CARGO COMPA MEDIO'.
       01  REL-DEPTO.
           05  REL-DEP-CODIGO        PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DEP-QTDE          PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DEP-ABAIXO        PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-DEP-ACIMA         PIC ZZZZ9.
           05  FILLER                PIC X(05) VALUE SPACES.
           05  REL-DEP-SEM-CARGO     PIC ZZZZ9.
           05  FILLER                PIC X(06) VALUE SPACES.
           05  REL-DEP-COMPA         PIC Z9,9999.
       01  REL-CAB-CARGOS.
           05  FILLER                PIC X(60) VALUE
               'COMPA-RATIO MEDIO POR CARGO'.
       01  REL-TITULOS-CARGOS.
           05  FILLER                PIC X(44) VALUE
               'CARG NOME                      MINIMO      '.
           05  FILLER                PIC X(44) VALUE
               'MAXIMO  FUNCS ABAIXO ACIMA COMPA MEDIO'.
       01  REL-CARGO.
           05  REL-CG-CODIGO         PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-CG-NOME           PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-CG-MINIMO         PIC ZZZ.ZZ9,99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-CG-MAXIMO         PIC ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-CG-QTDE           PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-CG-ABAIXO         PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-CG-ACIMA          PIC ZZZZ9.
           05  FILLER                PIC X(06) VALUE SPACES.
           05  REL-CG-COMPA          PIC Z9,9999.
       01  REL-TOTAL.
           05  FILLER                PIC X(20) VALUE 'ATIVOS: '.
           05  REL-TOT-ATIVOS        PIC ZZZZ9.
           05  FILLER                PIC X(13) VALUE ' NA FAIXA: '.
           05  REL-TOT-NA-FAIXA      PIC ZZZZ9.
           05  FILLER                PIC X(11) VALUE ' ABAIXO: '.
           05  REL-TOT-ABAIXO        PIC ZZZZ9.
           05  FILLER                PIC X(10) VALUE ' ACIMA: '.
           05  REL-TOT-ACIMA         PIC ZZZZ9.
           05  FILLER                PIC X(14) VALUE ' SEM CARGO: '.
           05  REL-TOT-SEM-CARGO     PIC ZZZZ9.
           05  FILLER                PIC X(17) VALUE ' COMPA MEDIO: '.
           05  REL-TOT-COMPA         PIC Z9,9999.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR
               UNTIL WRK-FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0110-CARREGAR-CARGOS.
           OPEN OUTPUT RELATORIO-FAIXA.
           ACCEPT REL-CAB-DATA FROM DATE YYYYMMDD.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-CAB-EXCECOES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-TITULOS-EXCECOES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT FUNCIONARIOS.
           IF WRK-FS-FUNC NOT = '00'
               DISPLAY 'MASTER DE FUNCIONARIOS INDISPONIVEL - FS: '
                       WRK-FS-FUNC
               MOVE 8 TO RETURN-CODE
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0210-LER-FUNCIONARIO
           END-IF.

      ******************************* CARGOS NA ORDEM DO CODIGO; SEM A
      ******************************* TABELA, TODOS OS FUNCIONARIOS
      ******************************* SAEM COMO CARGO NAO CADASTRADO
       0110-CARREGAR-CARGOS.
           OPEN INPUT CARGO-MASTER.
           IF WRK-FS-CARGO NOT = '00'
               DISPLAY 'TABELA DE CARGOS INDISPONIVEL - FS: '
                       WRK-FS-CARGO
           ELSE
               PERFORM 0111-LER-CARGO
               PERFORM 0112-GUARDAR-CARGO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE CARGO-MASTER
           END-IF.

       0111-LER-CARGO.
           READ CARGO-MASTER
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0112-GUARDAR-CARGO.
           IF WRK-QTDE-CARGOS < 200
               ADD 1 TO WRK-QTDE-CARGOS
               MOVE CARGO-CODIGO TO WRK-CG-CODIGO (WRK-QTDE-CARGOS)
               MOVE CARGO-NOME   TO WRK-CG-NOME (WRK-QTDE-CARGOS)
               MOVE CARGO-SALARIO-MIN
                   TO WRK-CG-MINIMO (WRK-QTDE-CARGOS)
               MOVE CARGO-SALARIO-MAX
                   TO WRK-CG-MAXIMO (WRK-QTDE-CARGOS)
               MOVE ZERO TO WRK-CG-QTDE (WRK-QTDE-CARGOS)
               MOVE ZERO TO WRK-CG-ABAIXO (WRK-QTDE-CARGOS)
               MOVE ZERO TO WRK-CG-ACIMA (WRK-QTDE-CARGOS)
               MOVE ZERO TO WRK-CG-SOMA-COMPA (WRK-QTDE-CARGOS)
           END-IF.
           PERFORM 0111-LER-CARGO.

       0200-PROCESSAR.
           ADD 1 TO WRK-QTDE-LIDOS.
           IF FUNC-STATUS-ATIVO
               ADD 1 TO WRK-QTDE-ATIVOS
               PERFORM 0220-LOCALIZAR-DEPTO
               ADD 1 TO WRK-DP-QTDE (WRK-DP-IDX)
               PERFORM 0230-POSICIONAR-NA-FAIXA
           END-IF.
           PERFORM 0210-LER-FUNCIONARIO.

       0210-LER-FUNCIONARIO.
           READ FUNCIONARIOS NEXT RECORD
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* LOCALIZA O DEPARTAMENTO NA
      ******************************* TABELA OU ACRESCENTA (A 100A
      ******************************* ENTRADA RECEBE O EXCEDENTE)
       0220-LOCALIZAR-DEPTO.
           MOVE 'N' TO WRK-DP-SW.
           PERFORM 0221-COMPARAR-DEPTO
               VARYING WRK-DP-IDX FROM 1 BY 1
               UNTIL WRK-DP-IDX > WRK-QTDE-DEPTOS OR WRK-DP-ACHOU.
           IF WRK-DP-ACHOU
               SUBTRACT 1 FROM WRK-DP-IDX
           ELSE
               IF WRK-QTDE-DEPTOS < 100
                   ADD 1 TO WRK-QTDE-DEPTOS
                   MOVE WRK-QTDE-DEPTOS TO WRK-DP-IDX
                   MOVE FUNC-DEPARTAMENTO TO WRK-DP-CODIGO (WRK-DP-IDX)
                   MOVE ZERO TO WRK-DP-QTDE (WRK-DP-IDX)
                   MOVE ZERO TO WRK-DP-ABAIXO (WRK-DP-IDX)
                   MOVE ZERO TO WRK-DP-ACIMA (WRK-DP-IDX)
                   MOVE ZERO TO WRK-DP-SEM-CARGO (WRK-DP-IDX)
                   MOVE ZERO TO WRK-DP-SOMA-COMPA (WRK-DP-IDX)
               ELSE
                   MOVE WRK-QTDE-DEPTOS TO WRK-DP-IDX
               END-IF
           END-IF.

       0221-COMPARAR-DEPTO.
           IF WRK-DP-CODIGO (WRK-DP-IDX) = FUNC-DEPARTAMENTO
               SET WRK-DP-ACHOU TO TRUE
           END-IF.

      ******************************* CARGO EM BRANCO OU FORA DA
      ******************************* TABELA VAI PARA A LISTA SEM
      ******************************* COMPA-RATIO; COM CARGO, O
      ******************************* COMPA-RATIO ENTRA NAS MEDIAS E
      ******************************* SO O FORA DA FAIXA E LISTADO
       0230-POSICIONAR-NA-FAIXA.
           MOVE 'N' TO WRK-CG-SW.
           IF FUNC-CARGO NOT = SPACES
               PERFORM 0231-COMPARAR-CARGO
                   VARYING WRK-CG-IDX FROM 1 BY 1
                   UNTIL WRK-CG-IDX > WRK-QTDE-CARGOS OR WRK-CG-ACHOU
           END-IF.
           IF NOT WRK-CG-ACHOU
               ADD 1 TO WRK-QTDE-SEM-CARGO
               ADD 1 TO WRK-DP-SEM-CARGO (WRK-DP-IDX)
               MOVE ZERO TO WRK-COMPA-RATIO
               MOVE ZERO TO WRK-DIFERENCA
               IF FUNC-CARGO = SPACES
                   MOVE 'CARGO EM BRANCO' TO WRK-SITUACAO
               ELSE
                   MOVE 'CARGO NAO CADASTRADO' TO WRK-SITUACAO
               END-IF
               PERFORM 0240-IMPRIMIR-EXCECAO
           ELSE
               SUBTRACT 1 FROM WRK-CG-IDX
               PERFORM 0232-CALCULAR-COMPA-RATIO
           END-IF.

       0231-COMPARAR-CARGO.
           IF WRK-CG-CODIGO (WRK-CG-IDX) = FUNC-CARGO
               SET WRK-CG-ACHOU TO TRUE
           END-IF.

       0232-CALCULAR-COMPA-RATIO.
           COMPUTE WRK-PONTO-MEDIO ROUNDED =
               (WRK-CG-MINIMO (WRK-CG-IDX)
              + WRK-CG-MAXIMO (WRK-CG-IDX)) / 2.
           MOVE ZERO TO WRK-COMPA-RATIO.
           IF WRK-PONTO-MEDIO > ZERO
               COMPUTE WRK-COMPA-RATIO ROUNDED =
                   FUNC-SALARIO / WRK-PONTO-MEDIO
           END-IF.
           ADD 1 TO WRK-CG-QTDE (WRK-CG-IDX).
           ADD WRK-COMPA-RATIO TO WRK-CG-SOMA-COMPA (WRK-CG-IDX).
           ADD WRK-COMPA-RATIO TO WRK-DP-SOMA-COMPA (WRK-DP-IDX).
           ADD WRK-COMPA-RATIO TO WRK-SOMA-COMPA-GERAL.
           ADD 1 TO WRK-QTDE-COMPA-GERAL.
           EVALUATE TRUE
               WHEN FUNC-SALARIO < WRK-CG-MINIMO (WRK-CG-IDX)
                   ADD 1 TO WRK-QTDE-ABAIXO
                   ADD 1 TO WRK-CG-ABAIXO (WRK-CG-IDX)
                   ADD 1 TO WRK-DP-ABAIXO (WRK-DP-IDX)
                   COMPUTE WRK-DIFERENCA =
                       WRK-CG-MINIMO (WRK-CG-IDX) - FUNC-SALARIO
                   MOVE 'ABAIXO DO MINIMO' TO WRK-SITUACAO
                   PERFORM 0240-IMPRIMIR-EXCECAO
               WHEN FUNC-SALARIO > WRK-CG-MAXIMO (WRK-CG-IDX)
                   ADD 1 TO WRK-QTDE-ACIMA
                   ADD 1 TO WRK-CG-ACIMA (WRK-CG-IDX)
                   ADD 1 TO WRK-DP-ACIMA (WRK-DP-IDX)
                   COMPUTE WRK-DIFERENCA =
                       FUNC-SALARIO - WRK-CG-MAXIMO (WRK-CG-IDX)
                   MOVE 'ACIMA DO MAXIMO' TO WRK-SITUACAO
                   PERFORM 0240-IMPRIMIR-EXCECAO
               WHEN OTHER
                   ADD 1 TO WRK-QTDE-NA-FAIXA
           END-EVALUATE.

       0240-IMPRIMIR-EXCECAO.
           MOVE FUNC-MATRICULA    TO REL-EXC-MATRICULA.
           MOVE FUNC-NOME         TO REL-EXC-NOME.
           MOVE FUNC-DEPARTAMENTO TO REL-EXC-DEPTO.
           MOVE FUNC-CARGO        TO REL-EXC-CARGO.
           MOVE FUNC-SALARIO      TO REL-EXC-SALARIO.
           IF WRK-CG-ACHOU
               MOVE WRK-CG-MINIMO (WRK-CG-IDX) TO REL-EXC-MINIMO
               MOVE WRK-CG-MAXIMO (WRK-CG-IDX) TO REL-EXC-MAXIMO
           ELSE
               MOVE ZERO TO REL-EXC-MINIMO
               MOVE ZERO TO REL-EXC-MAXIMO
           END-IF.
           MOVE WRK-COMPA-RATIO   TO REL-EXC-COMPA.
           MOVE WRK-SITUACAO      TO REL-EXC-SITUACAO.
           MOVE WRK-DIFERENCA     TO REL-EXC-DIFERENCA.
           MOVE REL-EXCECAO TO REL-LINHA.
           WRITE REL-LINHA.

       0300-FINALIZAR.
           IF WRK-FS-FUNC = '00'
               CLOSE FUNCIONARIOS
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-CAB-DEPTOS TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-TITULOS-DEPTOS TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0320-IMPRIMIR-DEPTO
               VARYING WRK-DP-IDX FROM 1 BY 1
               UNTIL WRK-DP-IDX > WRK-QTDE-DEPTOS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-CAB-CARGOS TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-TITULOS-CARGOS TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0330-IMPRIMIR-CARGO
               VARYING WRK-CG-IDX FROM 1 BY 1
               UNTIL WRK-CG-IDX > WRK-QTDE-CARGOS.
           PERFORM 0340-IMPRIMIR-TOTAL.
           CLOSE RELATORIO-FAIXA.
           IF RETURN-CODE = 0
              AND WRK-QTDE-ABAIXO + WRK-QTDE-ACIMA
                + WRK-QTDE-SEM-CARGO > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - ATIVOS: ' WRK-QTDE-ATIVOS
                   ' ABAIXO: ' WRK-QTDE-ABAIXO
                   ' ACIMA: ' WRK-QTDE-ACIMA
                   ' SEM CARGO: ' WRK-QTDE-SEM-CARGO.

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
           MOVE 'PROGCOB33C' TO AUDIT-PROGRAMA.
           MOVE 'FAIXA SALARIAL' TO AUDIT-ENTRADA-CHAVE.
           IF WRK-QTDE-ABAIXO + WRK-QTDE-ACIMA + WRK-QTDE-SEM-CARGO
              > ZERO
               MOVE 'FUNCIONARIOS FORA DA FAIXA' TO AUDIT-RESULTADO
           ELSE
               MOVE 'TODOS DENTRO DA FAIXA' TO AUDIT-RESULTADO
           END-IF.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.

       0320-IMPRIMIR-DEPTO.
           MOVE WRK-DP-CODIGO (WRK-DP-IDX)    TO REL-DEP-CODIGO.
           MOVE WRK-DP-QTDE (WRK-DP-IDX)      TO REL-DEP-QTDE.
           MOVE WRK-DP-ABAIXO (WRK-DP-IDX)    TO REL-DEP-ABAIXO.
           MOVE WRK-DP-ACIMA (WRK-DP-IDX)     TO REL-DEP-ACIMA.
           MOVE WRK-DP-SEM-CARGO (WRK-DP-IDX) TO REL-DEP-SEM-CARGO.
           MOVE ZERO TO WRK-COMPA-MEDIO.
           IF WRK-DP-QTDE (WRK-DP-IDX) > WRK-DP-SEM-CARGO (WRK-DP-IDX)
               COMPUTE WRK-COMPA-MEDIO ROUNDED =
                   WRK-DP-SOMA-COMPA (WRK-DP-IDX)
                   / (WRK-DP-QTDE (WRK-DP-IDX)
                    - WRK-DP-SEM-CARGO (WRK-DP-IDX))
           END-IF.
           MOVE WRK-COMPA-MEDIO TO REL-DEP-COMPA.
           MOVE REL-DEPTO TO REL-LINHA.
           WRITE REL-LINHA.

       0330-IMPRIMIR-CARGO.
           MOVE WRK-CG-CODIGO (WRK-CG-IDX) TO REL-CG-CODIGO.
           MOVE WRK-CG-NOME (WRK-CG-IDX)   TO REL-CG-NOME.
           MOVE WRK-CG-MINIMO (WRK-CG-IDX) TO REL-CG-MINIMO.
           MOVE WRK-CG-MAXIMO (WRK-CG-IDX) TO REL-CG-MAXIMO.
           MOVE WRK-CG-QTDE (WRK-CG-IDX)   TO REL-CG-QTDE.
           MOVE WRK-CG-ABAIXO (WRK-CG-IDX) TO REL-CG-ABAIXO.
           MOVE WRK-CG-ACIMA (WRK-CG-IDX)  TO REL-CG-ACIMA.
           MOVE ZERO TO WRK-COMPA-MEDIO.
           IF WRK-CG-QTDE (WRK-CG-IDX) > ZERO
               COMPUTE WRK-COMPA-MEDIO ROUNDED =
                   WRK-CG-SOMA-COMPA (WRK-CG-IDX)
                   / WRK-CG-QTDE (WRK-CG-IDX)
           END-IF.
           MOVE WRK-COMPA-MEDIO TO REL-CG-COMPA.
           MOVE REL-CARGO TO REL-LINHA.
           WRITE REL-LINHA.

       0340-IMPRIMIR-TOTAL.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTDE-ATIVOS    TO REL-TOT-ATIVOS.
           MOVE WRK-QTDE-NA-FAIXA  TO REL-TOT-NA-FAIXA.
           MOVE WRK-QTDE-ABAIXO    TO REL-TOT-ABAIXO.
           MOVE WRK-QTDE-ACIMA     TO REL-TOT-ACIMA.
           MOVE WRK-QTDE-SEM-CARGO TO REL-TOT-SEM-CARGO.
           MOVE ZERO TO WRK-COMPA-MEDIO.
           IF WRK-QTDE-COMPA-GERAL > ZERO
               COMPUTE WRK-COMPA-MEDIO ROUNDED =
                   WRK-SOMA-COMPA-GERAL / WRK-QTDE-COMPA-GERAL
           END-IF.
           MOVE WRK-COMPA-MEDIO TO REL-TOT-COMPA.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
