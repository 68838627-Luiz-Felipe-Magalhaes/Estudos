       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB42A.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: CLASSIFICACAO ABC DO CATALOGO E ESTOQUE PARADO -
      *           PROCESSO MENSAL QUE SOMA A RECEITA DOS ULTIMOS 12
      *           MESES DE CADA PRODUTO NO RESUMO DIARIO (RESUMDIA),
      *           ORDENA O CATALOGO (PRODUTO-MASTER) DA MAIOR PARA A
      *           MENOR RECEITA E CLASSIFICA CADA ITEM EM A, B OU C
      *           PELA PARTICIPACAO ACUMULADA (LIMITES EM ABCPAR),
      *           GRAVANDO A CLASSE NO PROPRIO PRODUTO
      *           (PROD-CLASSE-ABC, COM JORNAL DE ALTERACAO PELO
      *           PROGCOBG). DEPOIS CRUZA AS CLASSES COM OS SALDOS DO
      *           ESTOQUE-MASTER VALORIZADOS PELO PROD-CUSTO-MEDIO E
      *           LISTA COMO ESTOQUE PARADO O SALDO DE PRODUTO/FILIAL
      *           SEM VENDA HA MAIS DOS DIAS CONFIGURADOS, COM O VALOR
      *           PARADO POR FILIAL (RELABC)
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
           SELECT PRODUTO-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PROD.
           SELECT ESTOQUE-MASTER ASSIGN TO 'ESTOQMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ESTOQ-CHAVE
               FILE STATUS IS WRK-FS-ESTOQ.
           SELECT RESUMO-DIARIO ASSIGN TO 'RESUMDIA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESUMO.
           SELECT PARAM-ABC ASSIGN TO 'ABCPAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAR.
           SELECT ABC-ORDENADO ASSIGN TO 'ABCORD'.
           SELECT RELATORIO-ABC ASSIGN TO 'RELABC'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTO-MASTER.
           COPY CPPROD.
       FD  ESTOQUE-MASTER.
           COPY CPESTOQ.
       FD  RESUMO-DIARIO.
           COPY CPRESUMD.
       FD  PARAM-ABC.
           COPY CPABCPAR.
       SD  ABC-ORDENADO.
       01  ABO-REGISTRO.
           05  ABO-RECEITA           PIC 9(11)V99.
           05  ABO-PRODUTO           PIC X(10).
       FD  RELATORIO-ABC.
       01  REL-LINHA                 PIC X(100).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
           COPY CPJORNAL.
       77  WRK-FS-PROD               PIC X(02) VALUE '00'.
       77  WRK-FS-ESTOQ              PIC X(02) VALUE '00'.
       77  WRK-FS-RESUMO             PIC X(02) VALUE '00'.
       77  WRK-FS-PAR                PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INICIO           PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-CORTE-PARADO     PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-EPOCA            PIC 9(08) VALUE ZERO.
       77  WRK-PERC-CLASSE-A         PIC 9(03) VALUE 80.
       77  WRK-PERC-CLASSE-B         PIC 9(03) VALUE 95.
       77  WRK-DIAS-SEM-VENDA        PIC 9(03) VALUE 180.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-EOF-ORD-SW            PIC X(01) VALUE 'N'.
           88  WRK-FIM-ORDENADOS         VALUE 'S'.
       77  WRK-QTDE-RECLASSIFICADOS  PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-ITENS-PARADOS    PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-SEM-CADASTRO     PIC 9(05) VALUE ZERO.
       77  WRK-POSICAO               PIC 9(05) VALUE ZERO.
       77  WRK-RECEITA-TOTAL         PIC 9(11)V99 VALUE ZERO.
       77  WRK-RECEITA-ACUMULADA     PIC 9(11)V99 VALUE ZERO.
       77  WRK-PERC-ACUMULADO        PIC 9(03)V99 VALUE ZERO.
       77  WRK-CLASSE                PIC X(01) VALUE SPACE.
       77  WRK-CL-IDX                PIC 9(01) VALUE ZERO.
       77  WRK-VALOR-SALDO           PIC 9(11)V99 VALUE ZERO.
       77  WRK-VALOR-PARADO-TOTAL    PIC 9(11)V99 VALUE ZERO.
       77  WRK-ULTIMA-VENDA          PIC 9(08) VALUE ZERO.
       77  WRK-PRODUTO-BUSCA         PIC X(10) VALUE SPACES.
       77  WRK-QTDE-PRODUTOS         PIC 9(04) VALUE ZERO.
       77  WRK-PR-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-PR-SW                 PIC X(01) VALUE 'N'.
           88  WRK-PR-ACHOU              VALUE 'S'.
       01  WRK-TABELA-PRODUTOS.
           05  WRK-PR-LINHA OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WRK-QTDE-PRODUTOS.
               10  WRK-PR-CODIGO         PIC X(10).
               10  WRK-PR-DESCRICAO      PIC X(20).
               10  WRK-PR-CUSTO          PIC 9(07)V99.
               10  WRK-PR-RECEITA        PIC 9(11)V99.
               10  WRK-PR-CLASSE         PIC X(01).
       77  WRK-QTDE-ULT-VENDA        PIC 9(04) VALUE ZERO.
       77  WRK-UV-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-UV-SW                 PIC X(01) VALUE 'N'.
           88  WRK-UV-ACHOU              VALUE 'S'.
       01  WRK-TABELA-ULT-VENDA.
           05  WRK-UV-LINHA OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WRK-QTDE-ULT-VENDA.
               10  WRK-UV-PRODUTO        PIC X(10).
               10  WRK-UV-FILIAL         PIC X(04).
               10  WRK-UV-DATA           PIC 9(08).
       77  WRK-QTDE-FILIAIS          PIC 9(03) VALUE ZERO.
       77  WRK-FI-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-FI-SW                 PIC X(01) VALUE 'N'.
           88  WRK-FI-ACHOU              VALUE 'S'.
       01  WRK-TABELA-FILIAIS.
           05  WRK-FI-LINHA OCCURS 1 TO 100 TIMES
                            DEPENDING ON WRK-QTDE-FILIAIS.
               10  WRK-FI-FILIAL         PIC X(04).
               10  WRK-FI-QTDE-ITENS     PIC 9(05).
               10  WRK-FI-VALOR-PARADO   PIC 9(11)V99.
       01  WRK-TABELA-CLASSES.
           05  WRK-CL-LINHA OCCURS 3 TIMES.
               10  WRK-CL-QTDE-PRODUTOS  PIC 9(05).
               10  WRK-CL-RECEITA        PIC 9(11)V99.
               10  WRK-CL-QTDE-SALDOS    PIC 9(05).
               10  WRK-CL-VALOR-ESTOQUE  PIC 9(11)V99.
               10  WRK-CL-VALOR-PARADO   PIC 9(11)V99.
       01  WRK-NOMES-CLASSES         PIC X(03) VALUE 'ABC'.
       01  WRK-NOMES-CLASSES-R REDEFINES WRK-NOMES-CLASSES.
           05  WRK-NOME-CLASSE OCCURS 3 TIMES PIC X(01).
       01  REL-CABECALHO.
           05  FILLER                PIC X(50) VALUE
               'CLASSIFICACAO ABC DO CATALOGO - RECEITA DESDE '.
           05  REL-CAB-INICIO        PIC 9(08).
       01  REL-DET-ABC.
           05  REL-ABC-POSICAO       PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-ABC-PRODUTO       PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-ABC-DESCRICAO     PIC X(20).
           05  FILLER                PIC X(10) VALUE '  RECEITA='.
           05  REL-ABC-RECEITA       PIC $ZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(09) VALUE '  ACUM.%='.
           05  REL-ABC-PERC          PIC ZZ9,99.
           05  FILLER                PIC X(10) VALUE '  CLASSE='.
           05  REL-ABC-CLASSE        PIC X(01).
           05  REL-ABC-MUDOU         PIC X(12).
       01  REL-TIT-CLASSES.
           05  FILLER                PIC X(60) VALUE
               'RESUMO POR CLASSE X SALDO EM ESTOQUE (A CUSTO MEDIO)'.
       01  REL-DET-CLASSE.
           05  FILLER                PIC X(07) VALUE 'CLASSE '.
           05  REL-CL-CLASSE         PIC X(01).
           05  FILLER                PIC X(11) VALUE '  PRODUTOS='.
           05  REL-CL-PRODUTOS       PIC ZZZZ9.
           05  FILLER                PIC X(10) VALUE '  RECEITA='.
           05  REL-CL-RECEITA        PIC $ZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(10) VALUE '  ESTOQUE='.
           05  REL-CL-ESTOQUE        PIC $ZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(09) VALUE '  PARADO='.
           05  REL-CL-PARADO         PIC $ZZ.ZZZ.ZZ9,99.
       01  REL-TIT-PARADO.
           05  FILLER                PIC X(41) VALUE
               'ESTOQUE PARADO - SEM VENDA DESDE ANTES DE'.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-TP-CORTE          PIC 9(08).
       01  REL-DET-PARADO.
           05  REL-PA-PRODUTO        PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-PA-FILIAL         PIC X(04).
           05  FILLER                PIC X(09) VALUE '  CLASSE='.
           05  REL-PA-CLASSE         PIC X(01).
           05  FILLER                PIC X(08) VALUE '  SALDO='.
           05  REL-PA-SALDO          PIC ZZZZZZ9.
           05  FILLER                PIC X(08) VALUE '  VALOR='.
           05  REL-PA-VALOR          PIC $ZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(14) VALUE '  ULT. VENDA='.
           05  REL-PA-ULTIMA         PIC X(08).
       01  REL-DET-FILIAL.
           05  FILLER                PIC X(18) VALUE
               'PARADO NA FILIAL '.
           05  REL-FI-FILIAL         PIC X(04).
           05  FILLER                PIC X(08) VALUE '  ITENS='.
           05  REL-FI-ITENS          PIC ZZZZ9.
           05  FILLER                PIC X(08) VALUE '  VALOR='.
           05  REL-FI-VALOR          PIC $ZZ.ZZZ.ZZ9,99.
       01  REL-TOTAL-PARADO.
           05  FILLER                PIC X(30) VALUE
               'TOTAL DE ESTOQUE PARADO...... '.
           05  REL-TOT-ITENS         PIC ZZZZ9.
           05  FILLER                PIC X(08) VALUE '  VALOR='.
           05  REL-TOT-VALOR         PIC $ZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-ACUMULAR-RESUMO.
           SORT ABC-ORDENADO
               ON DESCENDING KEY ABO-RECEITA
               ON ASCENDING KEY ABO-PRODUTO
               INPUT PROCEDURE IS 0220-LIBERAR-PRODUTOS
               OUTPUT PROCEDURE IS 0230-CLASSIFICAR-PRODUTOS.
           PERFORM 0250-GRAVAR-CLASSES.
           PERFORM 0260-LISTAR-ESTOQUE-PARADO.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           PERFORM 0120-CARREGAR-PARAMETROS.
           INITIALIZE WRK-TABELA-CLASSES.
           COMPUTE WRK-DATA-INICIO = WRK-DATAHOJE - 10000.
           COMPUTE WRK-DIAS-EPOCA =
               FUNCTION INTEGER-OF-DATE (WRK-DATAHOJE)
               - WRK-DIAS-SEM-VENDA.
           COMPUTE WRK-DATA-CORTE-PARADO =
               FUNCTION DATE-OF-INTEGER (WRK-DIAS-EPOCA).
           OPEN OUTPUT RELATORIO-ABC.
           MOVE WRK-DATA-INICIO TO REL-CAB-INICIO.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0130-CARREGAR-PRODUTOS.

       0120-CARREGAR-PARAMETROS.
           OPEN INPUT PARAM-ABC.
           IF WRK-FS-PAR = '00'
               READ PARAM-ABC
                   AT END CONTINUE
               END-READ
               IF WRK-FS-PAR = '00'
                   MOVE ABCPAR-PERC-CLASSE-A  TO WRK-PERC-CLASSE-A
                   MOVE ABCPAR-PERC-CLASSE-B  TO WRK-PERC-CLASSE-B
                   MOVE ABCPAR-DIAS-SEM-VENDA TO WRK-DIAS-SEM-VENDA
               END-IF
               CLOSE PARAM-ABC
           END-IF.

      ******************************* CARGA DO CATALOGO EM MEMORIA,
      ******************************* COM A RECEITA ZERADA
       0130-CARREGAR-PRODUTOS.
           OPEN INPUT PRODUTO-MASTER.
           IF WRK-FS-PROD NOT = '00'
               DISPLAY 'CATALOGO DE PRODUTOS INDISPONIVEL - '
                       'CLASSIFICACAO NAO EXECUTADA'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-EOF-SW
               PERFORM 0131-LER-PRODUTO
               PERFORM 0132-GUARDAR-PRODUTO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE PRODUTO-MASTER
           END-IF.

       0131-LER-PRODUTO.
           READ PRODUTO-MASTER
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0132-GUARDAR-PRODUTO.
           IF WRK-QTDE-PRODUTOS < 2000
               ADD 1 TO WRK-QTDE-PRODUTOS
               MOVE PROD-CODIGO     TO WRK-PR-CODIGO (WRK-QTDE-PRODUTOS)
               MOVE PROD-DESCRICAO
                   TO WRK-PR-DESCRICAO (WRK-QTDE-PRODUTOS)
               MOVE PROD-CUSTO-MEDIO
                   TO WRK-PR-CUSTO (WRK-QTDE-PRODUTOS)
               MOVE ZERO  TO WRK-PR-RECEITA (WRK-QTDE-PRODUTOS)
               MOVE 'C'   TO WRK-PR-CLASSE (WRK-QTDE-PRODUTOS)
           END-IF.
           PERFORM 0131-LER-PRODUTO.

      ******************************* LOCALIZA WRK-PRODUTO-BUSCA NA
      ******************************* TABELA DO CATALOGO
       0140-BUSCAR-PRODUTO.
           MOVE 'N' TO WRK-PR-SW.
           PERFORM 0141-COMPARAR-PRODUTO
               VARYING WRK-PR-IDX FROM 1 BY 1
               UNTIL WRK-PR-IDX > WRK-QTDE-PRODUTOS OR WRK-PR-ACHOU.
           IF WRK-PR-ACHOU
               SUBTRACT 1 FROM WRK-PR-IDX
           END-IF.

       0141-COMPARAR-PRODUTO.
           IF WRK-PR-CODIGO (WRK-PR-IDX) = WRK-PRODUTO-BUSCA
               SET WRK-PR-ACHOU TO TRUE
           END-IF.

      ******************************* RECEITA DOS ULTIMOS 12 MESES POR
      ******************************* PRODUTO E DATA DA ULTIMA VENDA
      ******************************* POR PRODUTO/FILIAL (HISTORICO
      ******************************* INTEIRO DO RESUMO)
       0200-ACUMULAR-RESUMO.
           OPEN INPUT RESUMO-DIARIO.
           IF WRK-FS-RESUMO NOT = '00'
               DISPLAY 'RESUMO DIARIO INDISPONIVEL - TODOS OS '
                       'PRODUTOS FICAM SEM RECEITA'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-EOF-SW
               PERFORM 0201-LER-RESUMO
               PERFORM 0202-ACUMULAR-LINHA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE RESUMO-DIARIO
           END-IF.

       0201-LER-RESUMO.
           READ RESUMO-DIARIO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0202-ACUMULAR-LINHA.
           IF RESUMD-DATA >= WRK-DATA-INICIO
               MOVE RESUMD-PRODUTO TO WRK-PRODUTO-BUSCA
               PERFORM 0140-BUSCAR-PRODUTO
               IF WRK-PR-ACHOU
                   ADD RESUMD-VALOR TO WRK-PR-RECEITA (WRK-PR-IDX)
                   ADD RESUMD-VALOR TO WRK-RECEITA-TOTAL
               END-IF
           END-IF.
           PERFORM 0203-BUSCAR-ULT-VENDA.
           IF WRK-UV-ACHOU
               IF RESUMD-DATA > WRK-UV-DATA (WRK-UV-IDX)
                   MOVE RESUMD-DATA TO WRK-UV-DATA (WRK-UV-IDX)
               END-IF
           ELSE
               IF WRK-QTDE-ULT-VENDA < 5000
                   ADD 1 TO WRK-QTDE-ULT-VENDA
                   MOVE RESUMD-PRODUTO
                       TO WRK-UV-PRODUTO (WRK-QTDE-ULT-VENDA)
                   MOVE RESUMD-FILIAL
                       TO WRK-UV-FILIAL (WRK-QTDE-ULT-VENDA)
                   MOVE RESUMD-DATA
                       TO WRK-UV-DATA (WRK-QTDE-ULT-VENDA)
               END-IF
           END-IF.
           PERFORM 0201-LER-RESUMO.

       0203-BUSCAR-ULT-VENDA.
           MOVE 'N' TO WRK-UV-SW.
           PERFORM 0204-COMPARAR-ULT-VENDA
               VARYING WRK-UV-IDX FROM 1 BY 1
               UNTIL WRK-UV-IDX > WRK-QTDE-ULT-VENDA OR WRK-UV-ACHOU.
           IF WRK-UV-ACHOU
               SUBTRACT 1 FROM WRK-UV-IDX
           END-IF.

       0204-COMPARAR-ULT-VENDA.
           IF WRK-UV-PRODUTO (WRK-UV-IDX) = RESUMD-PRODUTO
              AND WRK-UV-FILIAL (WRK-UV-IDX) = RESUMD-FILIAL
               SET WRK-UV-ACHOU TO TRUE
           END-IF.

      ******************************* LIBERA O CATALOGO PARA A
      ******************************* ORDENACAO PELA RECEITA
       0220-LIBERAR-PRODUTOS.
           PERFORM 0221-LIBERAR-PRODUTO
               VARYING WRK-PR-IDX FROM 1 BY 1
               UNTIL WRK-PR-IDX > WRK-QTDE-PRODUTOS.

       0221-LIBERAR-PRODUTO.
           MOVE WRK-PR-RECEITA (WRK-PR-IDX) TO ABO-RECEITA.
           MOVE WRK-PR-CODIGO (WRK-PR-IDX)  TO ABO-PRODUTO.
           RELEASE ABO-REGISTRO.

      ******************************* CLASSE PELA PARTICIPACAO
      ******************************* ACUMULADA ANTES DO ITEM: ABAIXO
      ******************************* DO LIMITE DA A E CLASSE A, ABAIXO
      ******************************* DO LIMITE DA B E CLASSE B, O
      ******************************* RESTO (E TODO ITEM SEM RECEITA)
      ******************************* E CLASSE C
       0230-CLASSIFICAR-PRODUTOS.
           PERFORM 0231-RETORNAR-ORDENADO.
           PERFORM 0232-CLASSIFICAR-PRODUTO
               UNTIL WRK-FIM-ORDENADOS.

       0231-RETORNAR-ORDENADO.
           RETURN ABC-ORDENADO
               AT END SET WRK-FIM-ORDENADOS TO TRUE
           END-RETURN.

       0232-CLASSIFICAR-PRODUTO.
           ADD 1 TO WRK-POSICAO.
           IF WRK-RECEITA-TOTAL > ZERO
               COMPUTE WRK-PERC-ACUMULADO =
                   (WRK-RECEITA-ACUMULADA * 100) / WRK-RECEITA-TOTAL
           END-IF.
           EVALUATE TRUE
               WHEN ABO-RECEITA = ZERO
                   MOVE 'C' TO WRK-CLASSE
                   MOVE 3   TO WRK-CL-IDX
               WHEN WRK-PERC-ACUMULADO < WRK-PERC-CLASSE-A
                   MOVE 'A' TO WRK-CLASSE
                   MOVE 1   TO WRK-CL-IDX
               WHEN WRK-PERC-ACUMULADO < WRK-PERC-CLASSE-B
                   MOVE 'B' TO WRK-CLASSE
                   MOVE 2   TO WRK-CL-IDX
               WHEN OTHER
                   MOVE 'C' TO WRK-CLASSE
                   MOVE 3   TO WRK-CL-IDX
           END-EVALUATE.
           ADD ABO-RECEITA TO WRK-RECEITA-ACUMULADA.
           ADD 1 TO WRK-CL-QTDE-PRODUTOS (WRK-CL-IDX).
           ADD ABO-RECEITA TO WRK-CL-RECEITA (WRK-CL-IDX).
           MOVE ABO-PRODUTO TO WRK-PRODUTO-BUSCA.
           PERFORM 0140-BUSCAR-PRODUTO.
           IF WRK-PR-ACHOU
               MOVE WRK-CLASSE TO WRK-PR-CLASSE (WRK-PR-IDX)
           END-IF.
           MOVE WRK-POSICAO      TO REL-ABC-POSICAO.
           MOVE ABO-PRODUTO      TO REL-ABC-PRODUTO.
           MOVE WRK-PR-DESCRICAO (WRK-PR-IDX) TO REL-ABC-DESCRICAO.
           MOVE ABO-RECEITA      TO REL-ABC-RECEITA.
           IF WRK-RECEITA-TOTAL > ZERO
               COMPUTE WRK-PERC-ACUMULADO =
                   (WRK-RECEITA-ACUMULADA * 100) / WRK-RECEITA-TOTAL
           END-IF.
           MOVE WRK-PERC-ACUMULADO TO REL-ABC-PERC.
           MOVE WRK-CLASSE       TO REL-ABC-CLASSE.
           MOVE SPACES           TO REL-ABC-MUDOU.
           MOVE REL-DET-ABC TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0231-RETORNAR-ORDENADO.

      ******************************* GRAVA A CLASSE NO CATALOGO SO
      ******************************* QUANDO MUDOU, COM O JORNAL DE
      ******************************* ALTERACAO DO MASTER
       0250-GRAVAR-CLASSES.
           OPEN I-O PRODUTO-MASTER.
           IF WRK-FS-PROD = '00'
               MOVE 'N' TO WRK-EOF-SW
               PERFORM 0131-LER-PRODUTO
               PERFORM 0251-ATUALIZAR-CLASSE
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE PRODUTO-MASTER
           END-IF.

       0251-ATUALIZAR-CLASSE.
           MOVE PROD-CODIGO TO WRK-PRODUTO-BUSCA.
           PERFORM 0140-BUSCAR-PRODUTO.
           IF WRK-PR-ACHOU
              AND WRK-PR-CLASSE (WRK-PR-IDX) NOT = PROD-CLASSE-ABC
               ADD 1 TO WRK-QTDE-RECLASSIFICADOS
               INITIALIZE JORN-REGISTRO
               MOVE 'PRODMAST' TO JORN-ARQUIVO
               MOVE PROD-CODIGO TO JORN-CHAVE (01:10)
               MOVE 'PROD-CLASSE-ABC' TO JORN-CAMPO
               MOVE PROD-CLASSE-ABC TO JORN-VALOR-ANTES
               MOVE WRK-PR-CLASSE (WRK-PR-IDX) TO JORN-VALOR-DEPOIS
               MOVE 'PROGCOB42A' TO JORN-PROGRAMA
               CALL 'PROGCOBG' USING JORN-REGISTRO
               MOVE WRK-PR-CLASSE (WRK-PR-IDX) TO PROD-CLASSE-ABC
               REWRITE PROD-REGISTRO
           END-IF.
           PERFORM 0131-LER-PRODUTO.

      ******************************* CRUZA OS SALDOS DO ESTOQUE COM A
      ******************************* CLASSE E LISTA O SALDO PARADO
       0260-LISTAR-ESTOQUE-PARADO.
           MOVE WRK-DATA-CORTE-PARADO TO REL-TP-CORTE.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-TIT-PARADO TO REL-LINHA.
           WRITE REL-LINHA.
           OPEN INPUT ESTOQUE-MASTER.
           IF WRK-FS-ESTOQ NOT = '00'
               DISPLAY 'MASTER DE ESTOQUE INDISPONIVEL - ESTOQUE '
                       'PARADO NAO APURADO'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-EOF-SW
               PERFORM 0261-LER-ESTOQUE
               PERFORM 0262-AVALIAR-SALDO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE ESTOQUE-MASTER
           END-IF.

       0261-LER-ESTOQUE.
           READ ESTOQUE-MASTER
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0262-AVALIAR-SALDO.
           IF ESTOQ-SALDO > ZERO
               MOVE ESTOQ-PRODUTO TO WRK-PRODUTO-BUSCA
               PERFORM 0140-BUSCAR-PRODUTO
               IF NOT WRK-PR-ACHOU
                   ADD 1 TO WRK-QTDE-SEM-CADASTRO
               ELSE
                   PERFORM 0263-VALORIZAR-SALDO
               END-IF
           END-IF.
           PERFORM 0261-LER-ESTOQUE.

       0263-VALORIZAR-SALDO.
           COMPUTE WRK-VALOR-SALDO =
               ESTOQ-SALDO * WRK-PR-CUSTO (WRK-PR-IDX).
           EVALUATE WRK-PR-CLASSE (WRK-PR-IDX)
               WHEN 'A'   MOVE 1 TO WRK-CL-IDX
               WHEN 'B'   MOVE 2 TO WRK-CL-IDX
               WHEN OTHER MOVE 3 TO WRK-CL-IDX
           END-EVALUATE.
           ADD 1 TO WRK-CL-QTDE-SALDOS (WRK-CL-IDX).
           ADD WRK-VALOR-SALDO TO WRK-CL-VALOR-ESTOQUE (WRK-CL-IDX).
           MOVE ESTOQ-PRODUTO TO RESUMD-PRODUTO.
           MOVE ESTOQ-FILIAL  TO RESUMD-FILIAL.
           PERFORM 0203-BUSCAR-ULT-VENDA.
           IF WRK-UV-ACHOU
               MOVE WRK-UV-DATA (WRK-UV-IDX) TO WRK-ULTIMA-VENDA
           ELSE
               MOVE ZERO TO WRK-ULTIMA-VENDA
           END-IF.
           IF WRK-ULTIMA-VENDA < WRK-DATA-CORTE-PARADO
               PERFORM 0264-LISTAR-PARADO
           END-IF.

       0264-LISTAR-PARADO.
           ADD 1 TO WRK-QTDE-ITENS-PARADOS.
           ADD WRK-VALOR-SALDO TO WRK-VALOR-PARADO-TOTAL.
           ADD WRK-VALOR-SALDO TO WRK-CL-VALOR-PARADO (WRK-CL-IDX).
           MOVE ESTOQ-PRODUTO TO REL-PA-PRODUTO.
           MOVE ESTOQ-FILIAL  TO REL-PA-FILIAL.
           MOVE WRK-PR-CLASSE (WRK-PR-IDX) TO REL-PA-CLASSE.
           MOVE ESTOQ-SALDO   TO REL-PA-SALDO.
           MOVE WRK-VALOR-SALDO TO REL-PA-VALOR.
           IF WRK-ULTIMA-VENDA = ZERO
               MOVE 'NUNCA' TO REL-PA-ULTIMA
           ELSE
               MOVE WRK-ULTIMA-VENDA TO REL-PA-ULTIMA
           END-IF.
           MOVE REL-DET-PARADO TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0265-ACUMULAR-FILIAL.

       0265-ACUMULAR-FILIAL.
           MOVE 'N' TO WRK-FI-SW.
           PERFORM 0266-COMPARAR-FILIAL
               VARYING WRK-FI-IDX FROM 1 BY 1
               UNTIL WRK-FI-IDX > WRK-QTDE-FILIAIS OR WRK-FI-ACHOU.
           IF WRK-FI-ACHOU
               SUBTRACT 1 FROM WRK-FI-IDX
           ELSE
               IF WRK-QTDE-FILIAIS < 100
                   ADD 1 TO WRK-QTDE-FILIAIS
                   MOVE WRK-QTDE-FILIAIS TO WRK-FI-IDX
                   MOVE ESTOQ-FILIAL TO WRK-FI-FILIAL (WRK-FI-IDX)
                   MOVE ZERO TO WRK-FI-QTDE-ITENS (WRK-FI-IDX)
                   MOVE ZERO TO WRK-FI-VALOR-PARADO (WRK-FI-IDX)
                   SET WRK-FI-ACHOU TO TRUE
               END-IF
           END-IF.
           IF WRK-FI-ACHOU
               ADD 1 TO WRK-FI-QTDE-ITENS (WRK-FI-IDX)
               ADD WRK-VALOR-SALDO TO WRK-FI-VALOR-PARADO (WRK-FI-IDX)
           END-IF.

       0266-COMPARAR-FILIAL.
           IF WRK-FI-FILIAL (WRK-FI-IDX) = ESTOQ-FILIAL
               SET WRK-FI-ACHOU TO TRUE
           END-IF.

       0300-FINALIZAR.
           PERFORM 0320-IMPRIMIR-FILIAL
               VARYING WRK-FI-IDX FROM 1 BY 1
               UNTIL WRK-FI-IDX > WRK-QTDE-FILIAIS.
           MOVE WRK-QTDE-ITENS-PARADOS TO REL-TOT-ITENS.
           MOVE WRK-VALOR-PARADO-TOTAL TO REL-TOT-VALOR.
           MOVE REL-TOTAL-PARADO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-TIT-CLASSES TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0330-IMPRIMIR-CLASSE
               VARYING WRK-CL-IDX FROM 1 BY 1
               UNTIL WRK-CL-IDX > 3.
           CLOSE RELATORIO-ABC.
           IF WRK-QTDE-SEM-CADASTRO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - PRODUTOS: '
                   WRK-QTDE-PRODUTOS ' RECLASSIFICADOS: '
                   WRK-QTDE-RECLASSIFICADOS ' SALDOS PARADOS: '
                   WRK-QTDE-ITENS-PARADOS.

       0320-IMPRIMIR-FILIAL.
           MOVE WRK-FI-FILIAL (WRK-FI-IDX)       TO REL-FI-FILIAL.
           MOVE WRK-FI-QTDE-ITENS (WRK-FI-IDX)   TO REL-FI-ITENS.
           MOVE WRK-FI-VALOR-PARADO (WRK-FI-IDX) TO REL-FI-VALOR.
           MOVE REL-DET-FILIAL TO REL-LINHA.
           WRITE REL-LINHA.

       0330-IMPRIMIR-CLASSE.
           MOVE WRK-NOME-CLASSE (WRK-CL-IDX)      TO REL-CL-CLASSE.
           MOVE WRK-CL-QTDE-PRODUTOS (WRK-CL-IDX) TO REL-CL-PRODUTOS.
           MOVE WRK-CL-RECEITA (WRK-CL-IDX)       TO REL-CL-RECEITA.
           MOVE WRK-CL-VALOR-ESTOQUE (WRK-CL-IDX) TO REL-CL-ESTOQUE.
           MOVE WRK-CL-VALOR-PARADO (WRK-CL-IDX)  TO REL-CL-PARADO.
           MOVE REL-DET-CLASSE TO REL-LINHA.
           WRITE REL-LINHA.

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
           MOVE 'PROGCOB42A' TO AUDIT-PROGRAMA.
           MOVE 'LOTE RESUMDIA' TO AUDIT-ENTRADA-CHAVE.
           MOVE 'CLASSIFICACAO ABC EXECUTADA' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
