       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBH.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: CONSULTA AOS ARQUIVOS ARQUIVADOS PELO EXPURGO
      *           (PROGCOBA) SEM PRECISAR RESTAURAR A GERACAO. A PARTIR
      *           DO TIPO DE ARQUIVO (AUDITLOG, REJEITOS, HISTVEND OU
      *           HISTREAJ), DA CHAVE DE PESQUISA (PROGRAMA, CHAVE DO
      *           REJEITADO, CPF/NOTA FISCAL OU MATRICULA) E DA FAIXA
      *           DE DATAS, LE O CATALOGO DE GERACOES (CATARQ), LISTA
      *           NO RELATORIO (RELCARQ) OS DSN DAS GERACOES CUJA FAIXA
      *           DE DATAS ALCANCA O PERIODO PEDIDO E LE A DD DO TIPO
      *           (GERAUDIT, GERREJEI, GERHISTV OU GERHISTR), NA QUAL A
      *           JCL CONCATENA AS GERACOES LISTADAS, IMPRIMINDO OS
      *           REGISTROS QUE BATEM COM O FILTRO NO MESMO FORMATO DAS
      *           CONSULTAS DOS ARQUIVOS ATIVOS (PROGCOBQ PARA A
      *           TRILHA DE AUDITORIA E PROGCOB09E PARA AS VENDAS).
      *           DD NAO ALOCADA SAI NO RELATORIO, COM AS GERACOES A
      *           CONCATENAR, E DEVOLVE RETURN-CODE 4
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - GERACOES DEIXAM DE SER ABERTAS PELO NOME DO
      *                 CATALOGO: UMA DD FIXA POR TIPO DE ARQUIVO
      *                 (GERAUDIT, GERREJEI, GERHISTV E GERHISTR),
      *                 COM AS GERACOES LISTADAS PELA CONSULTA
      *                 CONCATENADAS PELA JCL; A FAIXA DE DATAS
      *                 CONTINUA FILTRADA REGISTRO A REGISTRO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-ARQUIVOS ASSIGN TO 'CATARQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CAT.
           SELECT GER-AUDITLOG ASSIGN TO 'GERAUDIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GER.
           SELECT GER-REJEITOS ASSIGN TO 'GERREJEI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GER.
           SELECT GER-HISTVENDA ASSIGN TO 'GERHISTV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GER.
           SELECT GER-HISTREAJ ASSIGN TO 'GERHISTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GER.
           SELECT RELATORIO-CONSULTA ASSIGN TO 'RELCARQ'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-ARQUIVOS.
           COPY CPCATARQ.
      ******************************* A GERACAO DA TRILHA DE AUDITORIA
      ******************************* E LIDA COMO LINHA E MOVIDA PARA
      ******************************* O AUDIT-REGISTRO, QUE SO E
      ******************************* GRAVADO NO FINAL DA CONSULTA
       FD  GER-AUDITLOG.
       01  GERAUD-LINHA               PIC X(84).
       FD  GER-REJEITOS.
           COPY CPREJEIT.
       FD  GER-HISTVENDA.
           COPY CPHISTV.
       FD  GER-HISTREAJ.
           COPY CPRAISEH.
       FD  RELATORIO-CONSULTA.
       01  REL-LINHA                  PIC X(120).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-CAT                  PIC X(02) VALUE '00'.
       77  WRK-FS-GER                  PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT                PIC X(02) VALUE '00'.
       77  WRK-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO             VALUE 'S'.
       77  WRK-FILTRO-SW               PIC X(01) VALUE 'S'.
           88  WRK-FILTRO-OK               VALUE 'S'.
       77  WRK-BATE-FILTRO-SW          PIC X(01) VALUE 'N'.
           88  WRK-BATE-FILTRO             VALUE 'S'.
       77  WRK-REPETIDA-SW             PIC X(01) VALUE 'N'.
           88  WRK-GERACAO-REPETIDA        VALUE 'S'.
       77  WRK-DD-SW                   PIC X(01) VALUE 'S'.
           88  WRK-DD-ALOCADA              VALUE 'S'.
       77  WRK-DD-GERACOES             PIC X(08) VALUE SPACES.
       77  WRK-LIMITE-INI              PIC 9(08) VALUE ZEROS.
       77  WRK-LIMITE-FIM              PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-REG                PIC 9(08) VALUE ZEROS.
       77  WRK-IND                     PIC 9(04) VALUE ZERO.
       77  WRK-IND2                    PIC 9(04) VALUE ZERO.
       77  WRK-QTDE-GERACOES           PIC 9(04) VALUE ZERO.
       77  WRK-QTDE-LIDOS              PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-SELECIONADOS       PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-VENDAS             PIC 9(05) VALUE ZERO.
       77  WRK-TOTAL-VENDAS            PIC 9(09)V99 VALUE ZERO.
       77  WRK-AUDIT-RESULTADO         PIC X(30) VALUE SPACES.
       01  WRK-FILTRO.
           05  WRK-FILTRO-TIPO         PIC X(08).
               88  WRK-TIPO-AUDITLOG       VALUE 'AUDITLOG'.
               88  WRK-TIPO-REJEITOS       VALUE 'REJEITOS'.
               88  WRK-TIPO-HISTVEND       VALUE 'HISTVEND'.
               88  WRK-TIPO-HISTREAJ       VALUE 'HISTREAJ'.
           05  WRK-FILTRO-PROGRAMA     PIC X(10).
           05  WRK-FILTRO-CHAVE        PIC X(20).
           05  WRK-FILTRO-CPF          PIC X(11).
           05  WRK-FILTRO-NOTA         PIC 9(08).
           05  WRK-FILTRO-MATRICULA    PIC 9(06).
           05  WRK-FILTRO-DATAINI      PIC 9(08).
           05  WRK-FILTRO-DATAFIM      PIC 9(08).
      ******************************* GERACOES DO CATALOGO SELECIONADAS
      ******************************* PARA A CONSULTA
       01  WRK-TAB-GERACOES.
           05  WRK-GER OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-QTDE-GERACOES.
               10  WRK-GER-NOME        PIC X(20).
               10  WRK-GER-DATAINI     PIC 9(08).
               10  WRK-GER-DATAFIM     PIC 9(08).
               10  WRK-GER-QTDE        PIC 9(07).
       01  REL-CABECALHO.
           05  FILLER                   PIC X(46) VALUE
               'CONSULTA AOS ARQUIVOS ARQUIVADOS (CATARQ)'.
       01  REL-FILTRO.
           05  FILLER                   PIC X(05) VALUE 'TIPO='.
           05  REL-FIL-TIPO             PIC X(08).
           05  FILLER                   PIC X(10) VALUE ' PERIODO='.
           05  REL-FIL-DATAINI          PIC 9(08).
           05  FILLER                   PIC X(03) VALUE ' A '.
           05  REL-FIL-DATAFIM          PIC 9(08).
       01  REL-GERACAO.
           05  FILLER                   PIC X(08) VALUE 'GERACAO='.
           05  REL-GER-NOME             PIC X(20).
           05  FILLER                   PIC X(07) VALUE ' DATAS='.
           05  REL-GER-DATAINI          PIC 9(08).
           05  FILLER                   PIC X(03) VALUE ' A '.
           05  REL-GER-DATAFIM          PIC 9(08).
           05  FILLER                   PIC X(11) VALUE ' REGISTROS='.
           05  REL-GER-QTDE             PIC ZZZZZZ9.
       01  REL-DD-NAO-ALOCADA.
           05  FILLER                   PIC X(03) VALUE 'DD='.
           05  REL-IND-DD               PIC X(08).
           05  FILLER                   PIC X(52) VALUE
               ' NAO ALOCADA - CONCATENAR NELA AS GERACOES LISTADAS'.
       01  REL-SEM-GERACAO.
           05  FILLER                   PIC X(50) VALUE
               'NENHUMA GERACAO CATALOGADA ALCANCA O PERIODO'.
      ******************************* DETALHE DA TRILHA DE AUDITORIA,
      ******************************* NO FORMATO DO PROGCOBQ
       01  REL-DETALHE.
           05  FILLER                   PIC X(05) VALUE 'DATA='.
           05  REL-DET-DATA             PIC 9(08).
           05  FILLER                   PIC X(06) VALUE ' HORA='.
           05  REL-DET-HORA             PIC 9(08).
           05  FILLER                   PIC X(06) VALUE ' PROG='.
           05  REL-DET-PROGRAMA         PIC X(10).
           05  FILLER                   PIC X(09) VALUE ' CHAVE = '.
           05  REL-DET-CHAVE            PIC X(20).
           05  FILLER                   PIC X(12) VALUE
               ' RESULTADO= '.
           05  REL-DET-RESULTADO        PIC X(30).
       01  REL-DET-REJEITO.
           05  FILLER                   PIC X(05) VALUE 'DATA='.
           05  REL-REJ-DATA             PIC 9(08).
           05  FILLER                   PIC X(06) VALUE ' PROG='.
           05  REL-REJ-PROGRAMA         PIC X(10).
           05  FILLER                   PIC X(09) VALUE ' CHAVE = '.
           05  REL-REJ-CHAVE            PIC X(20).
           05  FILLER                   PIC X(08) VALUE ' MOTIVO='.
           05  REL-REJ-CODMOTIVO        PIC 9(03).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  REL-REJ-DESCMOTIVO       PIC X(40).
           05  FILLER                   PIC X(08) VALUE ' STATUS='.
           05  REL-REJ-STATUS           PIC X(01).
      ******************************* DETALHE DA VENDA, NO FORMATO DO
      ******************************* PROGCOB09E, COM O CPF E A NOTA
      ******************************* FISCAL NO FINAL DA LINHA
       01  REL-DET-VENDA.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  REL-VEN-VENDEDOR         PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  REL-VEN-PRODUTO          PIC X(10).
           05  FILLER                   PIC X(07) VALUE '  DATA='.
           05  REL-VEN-DATA             PIC 9(08).
           05  FILLER                   PIC X(08) VALUE '  VALOR='.
           05  REL-VEN-VALOR            PIC $ZZ.ZZ9,99.
           05  FILLER                   PIC X(06) VALUE '  CPF='.
           05  REL-VEN-CPF              PIC X(11).
           05  FILLER                   PIC X(05) VALUE '  NF='.
           05  REL-VEN-NOTA             PIC 9(08).
       01  REL-DET-REAJUSTE.
           05  FILLER                   PIC X(05) VALUE 'DATA='.
           05  REL-REA-DATA             PIC 9(08).
           05  FILLER                   PIC X(08) VALUE ' MATRIC='.
           05  REL-REA-MATRICULA        PIC 9(06).
           05  FILLER                   PIC X(09) VALUE ' SAL.ANT='.
           05  REL-REA-SAL-ANTERIOR     PIC ZZZ.ZZ9,99.
           05  FILLER                   PIC X(10) VALUE ' SAL.NOVO='.
           05  REL-REA-SAL-NOVO         PIC ZZZ.ZZ9,99.
           05  FILLER                   PIC X(06) VALUE ' PERC='.
           05  REL-REA-PERCENTUAL       PIC 9,9999.
           05  FILLER                   PIC X(06) VALUE ' SIMU='.
           05  REL-REA-SIMULACAO        PIC X(01).
           05  FILLER                   PIC X(08) VALUE ' STATUS='.
           05  REL-REA-STATUS           PIC X(01).
       01  REL-TOTAIS-VENDAS.
           05  FILLER                   PIC X(22) VALUE
               'QUANTIDADE DE VENDAS= '.
           05  REL-TOTV-QTDE            PIC ZZZZ9.
           05  FILLER                   PIC X(15) VALUE
               '  TOTAL VENDAS='.
           05  REL-TOTV-VALOR           PIC $ZZZ.ZZZ.ZZ9,99.
       01  REL-TOTAL.
           05  FILLER                   PIC X(25) VALUE
               'TOTAL DE REGISTROS LIDOS '.
           05  REL-TOT-LIDOS            PIC ZZZZZZ9.
           05  FILLER                   PIC X(27) VALUE
               '  SELECIONADOS PELO FILTRO '.
           05  REL-TOT-SELECIONADOS     PIC ZZZZZZ9.
           05  FILLER                   PIC X(11) VALUE
               '  GERACOES '.
           05  REL-TOT-GERACOES         PIC ZZZ9.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-FILTRO-OK
               PERFORM 0200-SELECIONAR-GERACOES
               PERFORM 0250-LISTAR-GERACAO
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTDE-GERACOES
               IF WRK-QTDE-GERACOES > ZERO
                   PERFORM 0300-CONSULTAR-GERACOES
               END-IF
           END-IF.
           PERFORM 0900-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0110-OBTER-FILTRO.
           IF WRK-FILTRO-OK
               OPEN OUTPUT RELATORIO-CONSULTA
               MOVE REL-CABECALHO TO REL-LINHA
               WRITE REL-LINHA
               MOVE WRK-FILTRO-TIPO TO REL-FIL-TIPO
               MOVE WRK-LIMITE-INI  TO REL-FIL-DATAINI
               MOVE WRK-LIMITE-FIM  TO REL-FIL-DATAFIM
               MOVE REL-FILTRO TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

      ******************************* OBTEM O TIPO DE ARQUIVO, A CHAVE
      ******************************* DE PESQUISA DAQUELE TIPO E A
      ******************************* FAIXA DE DATAS (EM BRANCO/ZERO =
      ******************************* SEM RESTRICAO NESSE CRITERIO)
       0110-OBTER-FILTRO.
           INITIALIZE WRK-FILTRO.
           DISPLAY 'TIPO (AUDITLOG/REJEITOS/HISTVEND/HISTREAJ): '
               WITH NO ADVANCING.
           ACCEPT WRK-FILTRO-TIPO FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-TIPO-AUDITLOG
                   DISPLAY 'PROGRAMA (EM BRANCO = TODOS)..........: '
                       WITH NO ADVANCING
                   ACCEPT WRK-FILTRO-PROGRAMA FROM CONSOLE
               WHEN WRK-TIPO-REJEITOS
                   DISPLAY 'CHAVE DO REJEITADO (EM BRANCO = TODOS): '
                       WITH NO ADVANCING
                   ACCEPT WRK-FILTRO-CHAVE FROM CONSOLE
               WHEN WRK-TIPO-HISTVEND
                   DISPLAY 'CPF DO CLIENTE (EM BRANCO = TODOS)....: '
                       WITH NO ADVANCING
                   ACCEPT WRK-FILTRO-CPF FROM CONSOLE
                   DISPLAY 'NOTA FISCAL (ZERO = TODAS)............: '
                       WITH NO ADVANCING
                   ACCEPT WRK-FILTRO-NOTA FROM CONSOLE
               WHEN WRK-TIPO-HISTREAJ
                   DISPLAY 'MATRICULA (ZERO = TODAS)..............: '
                       WITH NO ADVANCING
                   ACCEPT WRK-FILTRO-MATRICULA FROM CONSOLE
               WHEN OTHER
                   DISPLAY 'TIPO DE ARQUIVO INVALIDO: '
                           WRK-FILTRO-TIPO
                   MOVE 'TIPO DE ARQUIVO INVALIDO'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 'N' TO WRK-FILTRO-SW
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           IF WRK-FILTRO-OK
               DISPLAY 'DATA INICIAL AAAAMMDD (ZERO = SEM LIM.): '
                   WITH NO ADVANCING
               ACCEPT WRK-FILTRO-DATAINI FROM CONSOLE
               DISPLAY 'DATA FINAL AAAAMMDD (ZERO = SEM LIMITE): '
                   WITH NO ADVANCING
               ACCEPT WRK-FILTRO-DATAFIM FROM CONSOLE
               MOVE WRK-FILTRO-DATAINI TO WRK-LIMITE-INI
               MOVE WRK-FILTRO-DATAFIM TO WRK-LIMITE-FIM
               IF WRK-LIMITE-FIM = ZEROS
                   MOVE 99999999 TO WRK-LIMITE-FIM
               END-IF
               IF WRK-LIMITE-INI > WRK-LIMITE-FIM
                   DISPLAY 'DATA INICIAL MAIOR QUE A DATA FINAL'
                   MOVE 'FAIXA DE DATAS INVALIDA'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 'N' TO WRK-FILTRO-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************* LE O CATALOGO (CATARQ) E GUARDA
      ******************************* AS GERACOES DO TIPO PEDIDO CUJA
      ******************************* FAIXA DE DATAS SE SOBREPOE AO
      ******************************* PERIODO DA CONSULTA; UMA GERACAO
      ******************************* CATALOGADA MAIS DE UMA VEZ (NOVA
      ******************************* RODADA NA MESMA DATA DE CORTE) E
      ******************************* LIDA UMA SO VEZ
       0200-SELECIONAR-GERACOES.
           MOVE ZERO TO WRK-QTDE-GERACOES.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT CATALOGO-ARQUIVOS.
           IF WRK-FS-CAT NOT = '00'
               DISPLAY 'CATALOGO DE ARQUIVAMENTO (CATARQ) NAO '
                       'ENCONTRADO'
           ELSE
               PERFORM 0210-LER-CATALOGO
               PERFORM 0220-TRATAR-CATALOGO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE CATALOGO-ARQUIVOS
           END-IF.
           IF WRK-QTDE-GERACOES = ZERO
               MOVE REL-SEM-GERACAO TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'NENHUMA GERACAO NO PERIODO' TO WRK-AUDIT-RESULTADO
               MOVE 4 TO RETURN-CODE
           END-IF.

       0210-LER-CATALOGO.
           READ CATALOGO-ARQUIVOS
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0220-TRATAR-CATALOGO.
           IF CATARQ-TIPO = WRK-FILTRO-TIPO
               AND CATARQ-DATA-INICIAL NOT > WRK-LIMITE-FIM
               AND CATARQ-DATA-FINAL NOT < WRK-LIMITE-INI
               MOVE 'N' TO WRK-REPETIDA-SW
               PERFORM 0230-PROCURAR-GERACAO
                   VARYING WRK-IND2 FROM 1 BY 1
                   UNTIL WRK-IND2 > WRK-QTDE-GERACOES
               IF NOT WRK-GERACAO-REPETIDA
                   AND WRK-QTDE-GERACOES < 500
                   ADD 1 TO WRK-QTDE-GERACOES
                   MOVE CATARQ-GERACAO
                       TO WRK-GER-NOME (WRK-QTDE-GERACOES)
                   MOVE CATARQ-DATA-INICIAL
                       TO WRK-GER-DATAINI (WRK-QTDE-GERACOES)
                   MOVE CATARQ-DATA-FINAL
                       TO WRK-GER-DATAFIM (WRK-QTDE-GERACOES)
                   MOVE CATARQ-QTDE-REGISTROS
                       TO WRK-GER-QTDE (WRK-QTDE-GERACOES)
               END-IF
           END-IF.
           PERFORM 0210-LER-CATALOGO.

       0230-PROCURAR-GERACAO.
           IF WRK-GER-NOME (WRK-IND2) = CATARQ-GERACAO
               SET WRK-GERACAO-REPETIDA TO TRUE
               MOVE CATARQ-DATA-INICIAL TO WRK-GER-DATAINI (WRK-IND2)
               MOVE CATARQ-DATA-FINAL   TO WRK-GER-DATAFIM (WRK-IND2)
               MOVE CATARQ-QTDE-REGISTROS TO WRK-GER-QTDE (WRK-IND2)
           END-IF.

      ******************************* LISTA NO RELATORIO E NO CONSOLE
      ******************************* O DSN DE CADA GERACAO A
      ******************************* CONCATENAR NA DD DO TIPO
       0250-LISTAR-GERACAO.
           MOVE WRK-GER-NOME (WRK-IND)    TO REL-GER-NOME.
           MOVE WRK-GER-DATAINI (WRK-IND) TO REL-GER-DATAINI.
           MOVE WRK-GER-DATAFIM (WRK-IND) TO REL-GER-DATAFIM.
           MOVE WRK-GER-QTDE (WRK-IND)    TO REL-GER-QTDE.
           MOVE REL-GERACAO TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY 'GERACAO A CONCATENAR: ' WRK-GER-NOME (WRK-IND).

      ******************************* ABRE A DD DO TIPO, COM AS
      ******************************* GERACOES CONCATENADAS PELA JCL,
      ******************************* E IMPRIME OS REGISTROS QUE BATEM
      ******************************* COM O FILTRO
       0300-CONSULTAR-GERACOES.
           MOVE 'N' TO WRK-EOF-SW.
           EVALUATE TRUE
               WHEN WRK-TIPO-AUDITLOG
                   MOVE 'GERAUDIT' TO WRK-DD-GERACOES
                   OPEN INPUT GER-AUDITLOG
               WHEN WRK-TIPO-REJEITOS
                   MOVE 'GERREJEI' TO WRK-DD-GERACOES
                   OPEN INPUT GER-REJEITOS
               WHEN WRK-TIPO-HISTVEND
                   MOVE 'GERHISTV' TO WRK-DD-GERACOES
                   OPEN INPUT GER-HISTVENDA
               WHEN WRK-TIPO-HISTREAJ
                   MOVE 'GERHISTR' TO WRK-DD-GERACOES
                   OPEN INPUT GER-HISTREAJ
           END-EVALUATE.
           IF WRK-FS-GER NOT = '00'
               PERFORM 0310-DD-NAO-ALOCADA
           ELSE
               EVALUATE TRUE
                   WHEN WRK-TIPO-AUDITLOG
                       PERFORM 0400-LER-AUDITLOG
                       PERFORM 0410-TRATAR-AUDITLOG
                           UNTIL WRK-FIM-ARQUIVO
                       CLOSE GER-AUDITLOG
                   WHEN WRK-TIPO-REJEITOS
                       PERFORM 0500-LER-REJEITOS
                       PERFORM 0510-TRATAR-REJEITOS
                           UNTIL WRK-FIM-ARQUIVO
                       CLOSE GER-REJEITOS
                   WHEN WRK-TIPO-HISTVEND
                       PERFORM 0600-LER-HISTVENDA
                       PERFORM 0610-TRATAR-HISTVENDA
                           UNTIL WRK-FIM-ARQUIVO
                       CLOSE GER-HISTVENDA
                   WHEN WRK-TIPO-HISTREAJ
                       PERFORM 0700-LER-HISTREAJ
                       PERFORM 0710-TRATAR-HISTREAJ
                           UNTIL WRK-FIM-ARQUIVO
                       CLOSE GER-HISTREAJ
               END-EVALUATE
           END-IF.

      ******************************* DD DO TIPO NAO ALOCADA NA JCL
      ******************************* (OU GERACAO FORA DO DISCO) - SAI
      ******************************* NO RELATORIO, ABAIXO DA LISTA DE
      ******************************* GERACOES A CONCATENAR
       0310-DD-NAO-ALOCADA.
           MOVE 'N' TO WRK-DD-SW.
           MOVE WRK-DD-GERACOES TO REL-IND-DD.
           MOVE REL-DD-NAO-ALOCADA TO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY 'DD ' WRK-DD-GERACOES ' NAO ALOCADA - CONCATENAR '
                   'AS GERACOES LISTADAS'.
           MOVE 'DD DE GERACOES NAO ALOCADA' TO WRK-AUDIT-RESULTADO.
           MOVE 4 TO RETURN-CODE.

      ******************************* CONFERE A DATA DO REGISTRO LIDO
      ******************************* COM A FAIXA DA CONSULTA
       0320-VERIFICAR-DATA.
           SET WRK-BATE-FILTRO TO TRUE.
           IF WRK-DATA-REG < WRK-LIMITE-INI
               OR WRK-DATA-REG > WRK-LIMITE-FIM
               MOVE 'N' TO WRK-BATE-FILTRO-SW
           END-IF.

      ******************************* GERACAO DA TRILHA DE AUDITORIA
       0400-LER-AUDITLOG.
           READ GER-AUDITLOG
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0410-TRATAR-AUDITLOG.
           ADD 1 TO WRK-QTDE-LIDOS.
           MOVE GERAUD-LINHA TO AUDIT-REGISTRO.
           MOVE AUDIT-DATA TO WRK-DATA-REG.
           PERFORM 0320-VERIFICAR-DATA.
           IF WRK-FILTRO-PROGRAMA NOT = SPACES
               AND AUDIT-PROGRAMA NOT = WRK-FILTRO-PROGRAMA
               MOVE 'N' TO WRK-BATE-FILTRO-SW
           END-IF.
           IF WRK-BATE-FILTRO
               ADD 1 TO WRK-QTDE-SELECIONADOS
               MOVE AUDIT-DATA            TO REL-DET-DATA
               MOVE AUDIT-HORA            TO REL-DET-HORA
               MOVE AUDIT-PROGRAMA        TO REL-DET-PROGRAMA
               MOVE AUDIT-ENTRADA-CHAVE   TO REL-DET-CHAVE
               MOVE AUDIT-RESULTADO       TO REL-DET-RESULTADO
               MOVE REL-DETALHE TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM 0400-LER-AUDITLOG.

      ******************************* GERACAO DOS REJEITADOS
       0500-LER-REJEITOS.
           READ GER-REJEITOS
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0510-TRATAR-REJEITOS.
           ADD 1 TO WRK-QTDE-LIDOS.
           MOVE REJEIT-DATA TO WRK-DATA-REG.
           PERFORM 0320-VERIFICAR-DATA.
           IF WRK-FILTRO-CHAVE NOT = SPACES
               AND REJEIT-CHAVE NOT = WRK-FILTRO-CHAVE
               MOVE 'N' TO WRK-BATE-FILTRO-SW
           END-IF.
           IF WRK-BATE-FILTRO
               ADD 1 TO WRK-QTDE-SELECIONADOS
               MOVE REJEIT-DATA           TO REL-REJ-DATA
               MOVE REJEIT-PROGRAMA       TO REL-REJ-PROGRAMA
               MOVE REJEIT-CHAVE          TO REL-REJ-CHAVE
               MOVE REJEIT-CODMOTIVO      TO REL-REJ-CODMOTIVO
               MOVE REJEIT-DESCMOTIVO     TO REL-REJ-DESCMOTIVO
               MOVE REJEIT-STATUS         TO REL-REJ-STATUS
               MOVE REL-DET-REJEITO TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM 0500-LER-REJEITOS.

      ******************************* GERACAO DO HISTORICO DE VENDAS
       0600-LER-HISTVENDA.
           READ GER-HISTVENDA
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0610-TRATAR-HISTVENDA.
           ADD 1 TO WRK-QTDE-LIDOS.
           MOVE HV-DATA TO WRK-DATA-REG.
           PERFORM 0320-VERIFICAR-DATA.
           IF WRK-FILTRO-CPF NOT = SPACES
               AND HV-CPF NOT = WRK-FILTRO-CPF
               MOVE 'N' TO WRK-BATE-FILTRO-SW
           END-IF.
           IF WRK-FILTRO-NOTA NOT = ZEROS
               AND HV-NOTAFISCAL NOT = WRK-FILTRO-NOTA
               MOVE 'N' TO WRK-BATE-FILTRO-SW
           END-IF.
           IF WRK-BATE-FILTRO
               ADD 1 TO WRK-QTDE-SELECIONADOS
               ADD 1 TO WRK-QTDE-VENDAS
               ADD HV-VALOR TO WRK-TOTAL-VENDAS
               MOVE HV-VENDEDOR   TO REL-VEN-VENDEDOR
               MOVE HV-PRODUTO    TO REL-VEN-PRODUTO
               MOVE HV-DATA       TO REL-VEN-DATA
               MOVE HV-VALOR      TO REL-VEN-VALOR
               MOVE HV-CPF        TO REL-VEN-CPF
               MOVE HV-NOTAFISCAL TO REL-VEN-NOTA
               MOVE REL-DET-VENDA TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM 0600-LER-HISTVENDA.

      ******************************* GERACAO DO HISTORICO DE REAJUSTES
       0700-LER-HISTREAJ.
           READ GER-HISTREAJ
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0710-TRATAR-HISTREAJ.
           ADD 1 TO WRK-QTDE-LIDOS.
           MOVE RAISEH-DATAEFETIVA TO WRK-DATA-REG.
           PERFORM 0320-VERIFICAR-DATA.
           IF WRK-FILTRO-MATRICULA NOT = ZEROS
               AND RAISEH-MATRICULA NOT = WRK-FILTRO-MATRICULA
               MOVE 'N' TO WRK-BATE-FILTRO-SW
           END-IF.
           IF WRK-BATE-FILTRO
               ADD 1 TO WRK-QTDE-SELECIONADOS
               MOVE RAISEH-DATAEFETIVA      TO REL-REA-DATA
               MOVE RAISEH-MATRICULA        TO REL-REA-MATRICULA
               MOVE RAISEH-SALARIO-ANTERIOR TO REL-REA-SAL-ANTERIOR
               MOVE RAISEH-SALARIO-NOVO     TO REL-REA-SAL-NOVO
               MOVE RAISEH-PERCENTUAL       TO REL-REA-PERCENTUAL
               MOVE RAISEH-SIMULACAO        TO REL-REA-SIMULACAO
               MOVE RAISEH-STATUS           TO REL-REA-STATUS
               MOVE REL-DET-REAJUSTE TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM 0700-LER-HISTREAJ.

       0900-FINALIZAR.
           IF WRK-FILTRO-OK
               IF WRK-TIPO-HISTVEND
                   MOVE WRK-QTDE-VENDAS  TO REL-TOTV-QTDE
                   MOVE WRK-TOTAL-VENDAS TO REL-TOTV-VALOR
                   MOVE REL-TOTAIS-VENDAS TO REL-LINHA
                   WRITE REL-LINHA
               END-IF
               MOVE WRK-QTDE-LIDOS        TO REL-TOT-LIDOS
               MOVE WRK-QTDE-SELECIONADOS TO REL-TOT-SELECIONADOS
               MOVE WRK-QTDE-GERACOES     TO REL-TOT-GERACOES
               MOVE REL-TOTAL TO REL-LINHA
               WRITE REL-LINHA
               CLOSE RELATORIO-CONSULTA
               IF WRK-AUDIT-RESULTADO = SPACES
                   MOVE 'CONSULTA DE ARQUIVADOS EXECUTADA'
                       TO WRK-AUDIT-RESULTADO
               END-IF
           END-IF.
           PERFORM 0910-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - GERACOES: '
                   WRK-QTDE-GERACOES.
           IF NOT WRK-DD-ALOCADA
               DISPLAY 'DD ' WRK-DD-GERACOES ' NAO ALOCADA'
           END-IF.
           DISPLAY 'LIDOS: ' WRK-QTDE-LIDOS
                   ' SELECIONADOS: ' WRK-QTDE-SELECIONADOS.

      ******************************* GRAVA A TRILHA DE AUDITORIA
       0910-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITORIA-LOG.
           IF WRK-FS-AUDIT = '35'
               OPEN OUTPUT AUDITORIA-LOG
               CLOSE AUDITORIA-LOG
               OPEN EXTEND AUDITORIA-LOG
           END-IF.
           INITIALIZE AUDIT-REGISTRO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE 'PROGCOBH' TO AUDIT-PROGRAMA.
           MOVE WRK-FILTRO-TIPO TO AUDIT-ENTRADA-CHAVE (01:08).
           MOVE WRK-FILTRO-DATAINI TO AUDIT-ENTRADA-CHAVE (09:08).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
