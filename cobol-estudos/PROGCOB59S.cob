       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB59S.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: RELATORIO DE SEGREGACAO DE FUNCOES (RELSOD) EM TRES
      *           PARTES: (1) OPERADORES ATIVOS DO OPERTAB QUE TEM AO
      *           MESMO TEMPO AS DUAS AREAS DE ALGUM PAR DA MATRIZ DE
      *           CONFLITO (SODPAR, TIPO 'C'); (2) PARES PREPARADOR X
      *           APROVADOR DO DUPLO CONTROLE, MINERADOS NA FILA
      *           PENDALT (PROGCOBO/PROGCOBP, PROGCOB43V, PROGCOB51V),
      *           NOS PRECOS PREPARADOS AINDA NO PRECSTAG, NO JORNAL
      *           DE ALTERACOES (JORNALIM) DOS PRECOS JA APLICADOS
      *           PELO PROGCOB09P, CRUZADO COM O PRECHIST, E NA
      *           TRILHA DE AUDITORIA (AUDITLOG) DOS LOTES DE TARIFA
      *           IMPORTADOS (PROGCOB12I) E APROVADOS (PROGCOB12A) -
      *           PAR COM O MINIMO DE APROVACOES DO LIMIAR (SODPAR,
      *           TIPO 'L') E QUE CONCENTRA O PERCENTUAL DO LIMIAR
      *           DAS APROVACOES DO APROVADOR, OU QUE TAMBEM APROVA NO
      *           SENTIDO INVERSO, SAI MARCADO COMO SUSPEITO; (3)
      *           ACESSOS DE OPERADORES ATIVOS AINDA SEM RESPOSTA DO
      *           DONO DA AREA NA RECERTIFICACAO DO TRIMESTRE
      *           (RECERTIF, PROGCOB59R). QUALQUER ACHADO DEVOLVE
      *           RETURN-CODE 4
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
           SELECT PARAM-SOD ASSIGN TO 'SODPAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAR.
           SELECT OPERADORES-MASTER ASSIGN TO 'OPERTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPER-ID
               FILE STATUS IS WRK-FS-OPER.
           SELECT FILA-PENDENCIAS ASSIGN TO 'PENDALT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-NUMERO
               FILE STATUS IS WRK-FS-PEND.
           SELECT PRECOS-PREPARADOS ASSIGN TO 'PRECSTAG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STAG.
           SELECT PRECO-HISTORICO ASSIGN TO 'PRECHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HIST.
           SELECT JORNAL-ALTERACOES ASSIGN TO 'JORNALIM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT RECERTIFICACAO ASSIGN TO 'RECERTIF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECERT.
           SELECT RELATORIO-SOD ASSIGN TO 'RELSOD'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-SOD.
           COPY CPSODPAR.
       FD  OPERADORES-MASTER.
           COPY CPOPERAD.
       FD  FILA-PENDENCIAS.
           COPY CPPENDALT.
       FD  PRECOS-PREPARADOS.
       01  STAG-REGISTRO.
           05  STAG-PRODUTO          PIC X(10).
           05  STAG-PRECO-NOVO       PIC 9(07)V99.
           05  STAG-DATA-EFETIVA     PIC 9(08).
           05  STAG-OPERADOR         PIC X(08).
           05  STAG-APROVADOR        PIC X(08).
       FD  PRECO-HISTORICO.
           COPY CPPRECOH.
       FD  JORNAL-ALTERACOES.
           COPY CPJORNAL.
       FD  RECERTIFICACAO.
           COPY CPRECERT.
       FD  RELATORIO-SOD.
       01  REL-LINHA                 PIC X(80).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-PAR                PIC X(02) VALUE '00'.
       77  WRK-FS-OPER               PIC X(02) VALUE '00'.
       77  WRK-FS-PEND               PIC X(02) VALUE '00'.
       77  WRK-FS-STAG               PIC X(02) VALUE '00'.
       77  WRK-FS-HIST               PIC X(02) VALUE '00'.
       77  WRK-FS-JORNAL             PIC X(02) VALUE '00'.
       77  WRK-FS-RECERT             PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-LIBERADO-SW           PIC X(01) VALUE 'N'.
           88  WRK-RELATORIO-LIBERADO    VALUE 'S'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-ANO-ATUAL             PIC 9(04) VALUE ZERO.
       77  WRK-MES-ATUAL             PIC 9(02) VALUE ZERO.
       77  WRK-TRI-ATUAL             PIC 9(01) VALUE ZERO.
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
       77  WRK-AR-IDX                PIC 9(02) VALUE ZERO.
       77  WRK-AREA-BUSCA            PIC X(12) VALUE SPACES.
       77  WRK-AREA-ACHADA           PIC 9(02) VALUE ZERO.
      ******************************* OPERADORES DO OPERTAB
       77  WRK-QTDE-OPERADORES       PIC 9(03) VALUE ZERO.
       77  WRK-OP-IDX                PIC 9(03) VALUE ZERO.
       01  WRK-TABELA-OPERADORES.
           05  WRK-OPERADOR-LINHA OCCURS 1 TO 200 TIMES
                                  DEPENDING ON WRK-QTDE-OPERADORES.
               10  WRK-OP-ID             PIC X(08).
               10  WRK-OP-NOME           PIC X(20).
               10  WRK-OP-AUT            PIC X(01) OCCURS 8 TIMES.
               10  WRK-OP-STATUS         PIC X(01).
                   88  WRK-OP-ATIVO          VALUE 'A'.
      ******************************* MATRIZ DE CONFLITO
       77  WRK-QTDE-CONFLITOS-PAR    PIC 9(02) VALUE ZERO.
       77  WRK-CF-IDX                PIC 9(02) VALUE ZERO.
       01  WRK-TABELA-CONFLITOS.
           05  WRK-CONFLITO-LINHA OCCURS 1 TO 30 TIMES
                                  DEPENDING ON WRK-QTDE-CONFLITOS-PAR.
               10  WRK-CF-AREA1          PIC 9(02).
               10  WRK-CF-AREA2          PIC 9(02).
               10  WRK-CF-DESCRICAO      PIC X(36).
       77  WRK-MINIMO-APROVACOES     PIC 9(03) VALUE 3.
       77  WRK-PERC-CONCENTRACAO     PIC 9(03) VALUE 100.
      ******************************* PARES PREPARADOR X APROVADOR
       77  WRK-QTDE-PARES            PIC 9(03) VALUE ZERO.
       77  WRK-PA-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-PA-IDX2               PIC 9(03) VALUE ZERO.
       77  WRK-PA-ACHADO             PIC 9(03) VALUE ZERO.
       77  WRK-PAR-PREPARADOR        PIC X(08) VALUE SPACES.
       77  WRK-PAR-APROVADOR         PIC X(08) VALUE SPACES.
       77  WRK-QTDE-PARES-PERDIDOS   PIC 9(05) VALUE ZERO.
       77  WRK-TOTAL-APROVADOR       PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-INVERSO          PIC 9(05) VALUE ZERO.
       77  WRK-PERC-PAR              PIC 9(03) VALUE ZERO.
       01  WRK-TABELA-PARES.
           05  WRK-PAR-LINHA OCCURS 1 TO 300 TIMES
                             DEPENDING ON WRK-QTDE-PARES.
               10  WRK-PA-PREPARADOR     PIC X(08).
               10  WRK-PA-APROVADOR      PIC X(08).
               10  WRK-PA-QTDE           PIC 9(05).
      ******************************* PRECOS APLICADOS (PRECHIST)
       77  WRK-QTDE-PRECOS           PIC 9(04) VALUE ZERO.
       77  WRK-PH-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-PH-ACHADO             PIC 9(04) VALUE ZERO.
       01  WRK-TABELA-PRECOS.
           05  WRK-PRECO-LINHA OCCURS 1 TO 2000 TIMES
                               DEPENDING ON WRK-QTDE-PRECOS.
               10  WRK-PH-PRODUTO        PIC X(10).
               10  WRK-PH-DATA           PIC 9(08).
               10  WRK-PH-OPERADOR       PIC X(08).
      ******************************* IMPORTADORES DE TARIFA DESDE A
      ******************************* ULTIMA APROVACAO (AUDITLOG)
       77  WRK-QTDE-IMPORTADORES     PIC 9(02) VALUE ZERO.
       77  WRK-IM-IDX                PIC 9(02) VALUE ZERO.
       77  WRK-IM-ACHADO             PIC 9(02) VALUE ZERO.
       01  WRK-TABELA-IMPORTADORES.
           05  WRK-IMPORTADOR        PIC X(08) OCCURS 10 TIMES.
      ******************************* RESPOSTAS DA RECERTIFICACAO DO
      ******************************* TRIMESTRE
       77  WRK-QTDE-RESPOSTAS        PIC 9(04) VALUE ZERO.
       77  WRK-RS-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-RESPONDIDO-SW         PIC X(01) VALUE 'N'.
           88  WRK-ACESSO-RESPONDIDO     VALUE 'S'.
       01  WRK-TABELA-RESPOSTAS.
           05  WRK-RESPOSTA-LINHA OCCURS 1 TO 2000 TIMES
                                  DEPENDING ON WRK-QTDE-RESPOSTAS.
               10  WRK-RS-OPERADOR       PIC X(08).
               10  WRK-RS-AREA           PIC X(12).
      ******************************* TOTAIS
       77  WRK-QTDE-CONFLITOS        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-SUSPEITOS        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-SEM-RECERT       PIC 9(05) VALUE ZERO.
       01  REL-CABECALHO.
           05  FILLER                PIC X(44) VALUE
               'RELATORIO DE SEGREGACAO DE FUNCOES - DATA '.
           05  REL-CAB-DATA          PIC 9(08).
       01  REL-TITULO                PIC X(80) VALUE SPACES.
       01  REL-CONFLITO.
           05  REL-CF-OPERADOR       PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-CF-NOME           PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-CF-AREA1          PIC X(12).
           05  FILLER                PIC X(03) VALUE ' X '.
           05  REL-CF-AREA2          PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-CF-DESCRICAO      PIC X(22).
       01  REL-PAR.
           05  REL-PA-PREPARADOR     PIC X(08).
           05  FILLER                PIC X(04) VALUE ' -> '.
           05  REL-PA-APROVADOR      PIC X(08).
           05  FILLER                PIC X(07) VALUE '  QTDE='.
           05  REL-PA-QTDE           PIC ZZZZ9.
           05  FILLER                PIC X(09) VALUE '  PARTIC='.
           05  REL-PA-PERC           PIC ZZ9.
           05  FILLER                PIC X(11) VALUE '%  INVERSO='.
           05  REL-PA-INVERSO        PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-PA-MARCA          PIC X(10).
       01  REL-RECERT.
           05  REL-RC-OPERADOR       PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-RC-NOME           PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  REL-RC-AREA           PIC X(12).
           05  FILLER                PIC X(16) VALUE
               ' SEM RESPOSTA'.
       01  REL-TRIMESTRE.
           05  FILLER                PIC X(50) VALUE
               '3 - ACESSOS SEM RECERTIFICACAO NO TRIMESTRE'.
           05  REL-TR-ANO            PIC 9(04).
           05  FILLER                PIC X(01) VALUE '/'.
           05  REL-TR-TRI            PIC 9(01).
       01  REL-TOTAL.
           05  FILLER                PIC X(11) VALUE 'CONFLITOS='.
           05  REL-TOT-CONFLITOS     PIC ZZZZ9.
           05  FILLER                PIC X(14) VALUE '  SUSPEITOS='.
           05  REL-TOT-SUSPEITOS     PIC ZZZZ9.
           05  FILLER                PIC X(18) VALUE
               '  SEM RECERTIF.='.
           05  REL-TOT-SEM-RECERT    PIC ZZZZ9.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-RELATORIO-LIBERADO
               PERFORM 0200-LISTAR-CONFLITOS
               PERFORM 0220-MINERAR-PARES
               PERFORM 0240-LISTAR-PARES
               PERFORM 0260-LISTAR-SEM-RECERT
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATAHOJE (1:4) TO WRK-ANO-ATUAL.
           MOVE WRK-DATAHOJE (5:2) TO WRK-MES-ATUAL.
           COMPUTE WRK-TRI-ATUAL = (WRK-MES-ATUAL + 2) / 3.
           DISPLAY 'ID DO OPERADOR..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           PERFORM 0110-CARREGAR-OPERADORES.
           PERFORM 0120-VALIDAR-OPERADOR.
           IF WRK-RELATORIO-LIBERADO
               PERFORM 0130-CARREGAR-PARAMETROS
               OPEN OUTPUT RELATORIO-SOD
               MOVE WRK-DATAHOJE TO REL-CAB-DATA
               MOVE REL-CABECALHO TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       0110-CARREGAR-OPERADORES.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT OPERADORES-MASTER.
           IF WRK-FS-OPER = '00'
               PERFORM 0111-LER-OPERADOR
               PERFORM 0112-GUARDAR-OPERADOR
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE OPERADORES-MASTER
           ELSE
               DISPLAY 'TABELA DE OPERADORES NAO DISPONIVEL'
           END-IF.

       0111-LER-OPERADOR.
           READ OPERADORES-MASTER NEXT
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0112-GUARDAR-OPERADOR.
           IF WRK-QTDE-OPERADORES < 200
               ADD 1 TO WRK-QTDE-OPERADORES
               MOVE OPER-ID   TO WRK-OP-ID (WRK-QTDE-OPERADORES)
               MOVE OPER-NOME TO WRK-OP-NOME (WRK-QTDE-OPERADORES)
               MOVE OPER-AUT-CLIENTES
                   TO WRK-OP-AUT (WRK-QTDE-OPERADORES 1)
               MOVE OPER-AUT-VENDAS
                   TO WRK-OP-AUT (WRK-QTDE-OPERADORES 2)
               MOVE OPER-AUT-FRETE
                   TO WRK-OP-AUT (WRK-QTDE-OPERADORES 3)
               MOVE OPER-AUT-FUNCIONARIOS
                   TO WRK-OP-AUT (WRK-QTDE-OPERADORES 4)
               MOVE OPER-AUT-FOLHA
                   TO WRK-OP-AUT (WRK-QTDE-OPERADORES 5)
               MOVE OPER-AUT-TABUADA
                   TO WRK-OP-AUT (WRK-QTDE-OPERADORES 6)
               MOVE OPER-AUT-ACADEMICO
                   TO WRK-OP-AUT (WRK-QTDE-OPERADORES 7)
               MOVE OPER-AUT-UTILITARIOS
                   TO WRK-OP-AUT (WRK-QTDE-OPERADORES 8)
               MOVE OPER-STATUS
                   TO WRK-OP-STATUS (WRK-QTDE-OPERADORES)
           END-IF.
           PERFORM 0111-LER-OPERADOR.

      ******************************* O RELATORIO MOSTRA OS ACESSOS DE
      ******************************* TODOS - SO PARA OPERADOR ATIVO E
      ******************************* AUTORIZADO EM UTILITARIOS
       0120-VALIDAR-OPERADOR.
           PERFORM 0121-COMPARAR-SOLICITANTE
               VARYING WRK-OP-IDX FROM 1 BY 1
               UNTIL WRK-OP-IDX > WRK-QTDE-OPERADORES.
           IF NOT WRK-RELATORIO-LIBERADO
               DISPLAY 'OPERADOR NAO AUTORIZADO PARA O RELATORIO DE '
                       'SEGREGACAO DE FUNCOES'
               MOVE 'OPERADOR NAO AUTORIZADO' TO WRK-AUDIT-RESULTADO
           END-IF.

       0121-COMPARAR-SOLICITANTE.
           IF WRK-OP-ID (WRK-OP-IDX) = WRK-OPERADOR
              AND WRK-OP-ATIVO (WRK-OP-IDX)
              AND WRK-OP-AUT (WRK-OP-IDX 8) = 'S'
               SET WRK-RELATORIO-LIBERADO TO TRUE
           END-IF.

      ******************************* MATRIZ DE CONFLITO E LIMIAR; SEM
      ******************************* LINHA 'L' VALEM 3 APROVACOES E
      ******************************* 100% (O APROVADOR SO APROVA O
      ******************************* MESMO PREPARADOR)
       0130-CARREGAR-PARAMETROS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT PARAM-SOD.
           IF WRK-FS-PAR NOT = '00'
               DISPLAY 'PARAMETROS SODPAR NAO DISPONIVEIS - SEM '
                       'MATRIZ DE CONFLITO'
           ELSE
               PERFORM 0131-LER-PARAMETRO
               PERFORM 0132-GUARDAR-PARAMETRO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE PARAM-SOD
           END-IF.

       0131-LER-PARAMETRO.
           READ PARAM-SOD
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0132-GUARDAR-PARAMETRO.
           EVALUATE TRUE
               WHEN SODP-TIPO-CONFLITO
                   PERFORM 0133-GUARDAR-CONFLITO
               WHEN SODP-TIPO-LIMIAR
                   IF SODP-MINIMO-APROVACOES IS NUMERIC
                      AND SODP-MINIMO-APROVACOES > ZERO
                       MOVE SODP-MINIMO-APROVACOES
                           TO WRK-MINIMO-APROVACOES
                   END-IF
                   IF SODP-PERC-CONCENTRACAO IS NUMERIC
                      AND SODP-PERC-CONCENTRACAO > ZERO
                       MOVE SODP-PERC-CONCENTRACAO
                           TO WRK-PERC-CONCENTRACAO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 0131-LER-PARAMETRO.

       0133-GUARDAR-CONFLITO.
           MOVE SODP-AREA1 TO WRK-AREA-BUSCA.
           PERFORM 0135-LOCALIZAR-AREA.
           IF WRK-AREA-ACHADA > ZERO AND WRK-QTDE-CONFLITOS-PAR < 30
               ADD 1 TO WRK-QTDE-CONFLITOS-PAR
               MOVE WRK-AREA-ACHADA
                   TO WRK-CF-AREA1 (WRK-QTDE-CONFLITOS-PAR)
               MOVE SODP-DESCRICAO
                   TO WRK-CF-DESCRICAO (WRK-QTDE-CONFLITOS-PAR)
               MOVE SODP-AREA2 TO WRK-AREA-BUSCA
               PERFORM 0135-LOCALIZAR-AREA
               IF WRK-AREA-ACHADA > ZERO
                   MOVE WRK-AREA-ACHADA
                       TO WRK-CF-AREA2 (WRK-QTDE-CONFLITOS-PAR)
               ELSE
                   SUBTRACT 1 FROM WRK-QTDE-CONFLITOS-PAR
               END-IF
           END-IF.
           IF WRK-AREA-ACHADA = ZERO
               DISPLAY 'PAR DE CONFLITO COM AREA DESCONHECIDA - '
                       'IGNORADO: ' SODP-AREA1 ' ' SODP-AREA2
           END-IF.

       0135-LOCALIZAR-AREA.
           MOVE ZERO TO WRK-AREA-ACHADA.
           PERFORM 0136-COMPARAR-AREA
               VARYING WRK-AR-IDX FROM 1 BY 1
               UNTIL WRK-AR-IDX > 8.

       0136-COMPARAR-AREA.
           IF WRK-AREA-NOME (WRK-AR-IDX) = WRK-AREA-BUSCA
               MOVE WRK-AR-IDX TO WRK-AREA-ACHADA
           END-IF.

      ******************************* PARTE 1 - OPERADOR ATIVO COM AS
      ******************************* DUAS AREAS DE UM PAR DA MATRIZ
       0200-LISTAR-CONFLITOS.
           MOVE '1 - OPERADORES COM AREAS EM CONFLITO' TO REL-TITULO.
           MOVE REL-TITULO TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0205-CONFERIR-OPERADOR
               VARYING WRK-OP-IDX FROM 1 BY 1
               UNTIL WRK-OP-IDX > WRK-QTDE-OPERADORES.

       0205-CONFERIR-OPERADOR.
           IF WRK-OP-ATIVO (WRK-OP-IDX)
               PERFORM 0206-CONFERIR-CONFLITO
                   VARYING WRK-CF-IDX FROM 1 BY 1
                   UNTIL WRK-CF-IDX > WRK-QTDE-CONFLITOS-PAR
           END-IF.

       0206-CONFERIR-CONFLITO.
           IF WRK-OP-AUT (WRK-OP-IDX WRK-CF-AREA1 (WRK-CF-IDX)) = 'S'
              AND WRK-OP-AUT (WRK-OP-IDX WRK-CF-AREA2 (WRK-CF-IDX))
                  = 'S'
               ADD 1 TO WRK-QTDE-CONFLITOS
               MOVE WRK-OP-ID (WRK-OP-IDX)   TO REL-CF-OPERADOR
               MOVE WRK-OP-NOME (WRK-OP-IDX) TO REL-CF-NOME
               MOVE WRK-AREA-NOME (WRK-CF-AREA1 (WRK-CF-IDX))
                   TO REL-CF-AREA1
               MOVE WRK-AREA-NOME (WRK-CF-AREA2 (WRK-CF-IDX))
                   TO REL-CF-AREA2
               MOVE WRK-CF-DESCRICAO (WRK-CF-IDX) TO REL-CF-DESCRICAO
               MOVE REL-CONFLITO TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

      ******************************* PARTE 2 - JUNTA OS PARES
      ******************************* PREPARADOR X APROVADOR DE CADA
      ******************************* FONTE NUMA UNICA TABELA. AS
      ******************************* TARIFAS VEM SO DO AUDITLOG (O
      ******************************* JORNAL DO PROGCOB12A NAO TRAZ
      ******************************* QUEM IMPORTOU), PARA O MESMO
      ******************************* LOTE NAO SER CONTADO DUAS VEZES
       0220-MINERAR-PARES.
           PERFORM 0221-LER-PENDALT.
           PERFORM 0224-LER-PRECSTAG.
           PERFORM 0227-CARREGAR-PRECHIST.
           PERFORM 0230-LER-JORNAL.
           PERFORM 0234-LER-AUDITORIA.
           IF WRK-QTDE-PARES-PERDIDOS > ZERO
               DISPLAY 'TABELA DE PARES CHEIA - APROVACOES NAO '
                       'CONTADAS: ' WRK-QTDE-PARES-PERDIDOS
           END-IF.

       0221-LER-PENDALT.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT FILA-PENDENCIAS.
           IF WRK-FS-PEND = '00'
               PERFORM 0222-LER-PENDENCIA
               PERFORM 0223-PAR-DA-PENDENCIA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE FILA-PENDENCIAS
           END-IF.

       0222-LER-PENDENCIA.
           READ FILA-PENDENCIAS NEXT
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0223-PAR-DA-PENDENCIA.
           IF PEND-STATUS-APLICADA OR PEND-STATUS-REJEITADA
               MOVE PEND-SOLICITANTE TO WRK-PAR-PREPARADOR
               MOVE PEND-APROVADOR   TO WRK-PAR-APROVADOR
               PERFORM 0250-ACUMULAR-PAR
           END-IF.
           PERFORM 0222-LER-PENDENCIA.

       0224-LER-PRECSTAG.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT PRECOS-PREPARADOS.
           IF WRK-FS-STAG = '00'
               PERFORM 0225-LER-PRECO-PREPARADO
               PERFORM 0226-PAR-DO-PRECO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE PRECOS-PREPARADOS
           END-IF.

       0225-LER-PRECO-PREPARADO.
           READ PRECOS-PREPARADOS
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0226-PAR-DO-PRECO.
           MOVE STAG-OPERADOR  TO WRK-PAR-PREPARADOR.
           MOVE STAG-APROVADOR TO WRK-PAR-APROVADOR.
           PERFORM 0250-ACUMULAR-PAR.
           PERFORM 0225-LER-PRECO-PREPARADO.

       0227-CARREGAR-PRECHIST.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT PRECO-HISTORICO.
           IF WRK-FS-HIST = '00'
               PERFORM 0228-LER-PRECO-HISTORICO
               PERFORM 0229-GUARDAR-PRECO-HISTORICO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE PRECO-HISTORICO
           END-IF.

       0228-LER-PRECO-HISTORICO.
           READ PRECO-HISTORICO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0229-GUARDAR-PRECO-HISTORICO.
           IF WRK-QTDE-PRECOS < 2000
               ADD 1 TO WRK-QTDE-PRECOS
               MOVE PRECOH-PRODUTO
                   TO WRK-PH-PRODUTO (WRK-QTDE-PRECOS)
               MOVE PRECOH-DATA-APLICACAO
                   TO WRK-PH-DATA (WRK-QTDE-PRECOS)
               MOVE PRECOH-OPERADOR
                   TO WRK-PH-OPERADOR (WRK-QTDE-PRECOS)
           END-IF.
           PERFORM 0228-LER-PRECO-HISTORICO.

      ******************************* PRECO APLICADO PELO PROGCOB09P:
      ******************************* O JORNAL TRAZ O APROVADOR E O
      ******************************* PRECHIST DO MESMO PRODUTO E DIA
      ******************************* TRAZ QUEM PREPAROU
       0230-LER-JORNAL.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT JORNAL-ALTERACOES.
           IF WRK-FS-JORNAL = '00'
               PERFORM 0231-LER-IMAGEM
               PERFORM 0232-PAR-DA-IMAGEM
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE JORNAL-ALTERACOES
           END-IF.

       0231-LER-IMAGEM.
           READ JORNAL-ALTERACOES
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0232-PAR-DA-IMAGEM.
           IF JORN-PROGRAMA = 'PROGCOB09P'
              AND JORN-CAMPO = 'PROD-PRECO'
               MOVE ZERO TO WRK-PH-ACHADO
               PERFORM 0233-COMPARAR-PRECO
                   VARYING WRK-PH-IDX FROM 1 BY 1
                   UNTIL WRK-PH-IDX > WRK-QTDE-PRECOS
               IF WRK-PH-ACHADO > ZERO
                   MOVE WRK-PH-OPERADOR (WRK-PH-ACHADO)
                       TO WRK-PAR-PREPARADOR
                   MOVE JORN-OPERADOR TO WRK-PAR-APROVADOR
                   PERFORM 0250-ACUMULAR-PAR
               END-IF
           END-IF.
           PERFORM 0231-LER-IMAGEM.

       0233-COMPARAR-PRECO.
           IF WRK-PH-PRODUTO (WRK-PH-IDX) = JORN-CHAVE (01:10)
              AND WRK-PH-DATA (WRK-PH-IDX) = JORN-DATA
               MOVE WRK-PH-IDX TO WRK-PH-ACHADO
           END-IF.

      ******************************* LOTE DE TARIFA: CADA APROVACAO DO
      ******************************* PROGCOB12A FORMA PAR COM QUEM
      ******************************* IMPORTOU (PROGCOB12I) DESDE A
      ******************************* APROVACAO ANTERIOR
       0234-LER-AUDITORIA.
           MOVE 'N' TO WRK-EOF-SW.
           MOVE ZERO TO WRK-QTDE-IMPORTADORES.
           OPEN INPUT AUDITORIA-LOG.
           IF WRK-FS-AUDIT = '00'
               PERFORM 0235-LER-TRILHA
               PERFORM 0236-PAR-DA-TRILHA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE AUDITORIA-LOG
           END-IF.

       0235-LER-TRILHA.
           READ AUDITORIA-LOG
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0236-PAR-DA-TRILHA.
           EVALUATE AUDIT-PROGRAMA
               WHEN 'PROGCOB12I'
                   MOVE ZERO TO WRK-IM-ACHADO
                   PERFORM 0237-COMPARAR-IMPORTADOR
                       VARYING WRK-IM-IDX FROM 1 BY 1
                       UNTIL WRK-IM-IDX > WRK-QTDE-IMPORTADORES
                   IF WRK-IM-ACHADO = ZERO
                      AND WRK-QTDE-IMPORTADORES < 10
                       ADD 1 TO WRK-QTDE-IMPORTADORES
                       MOVE AUDIT-OPERADOR
                           TO WRK-IMPORTADOR (WRK-QTDE-IMPORTADORES)
                   END-IF
               WHEN 'PROGCOB12A'
                   MOVE AUDIT-OPERADOR TO WRK-PAR-APROVADOR
                   PERFORM 0238-PAR-DO-LOTE
                       VARYING WRK-IM-IDX FROM 1 BY 1
                       UNTIL WRK-IM-IDX > WRK-QTDE-IMPORTADORES
                   MOVE ZERO TO WRK-QTDE-IMPORTADORES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 0235-LER-TRILHA.

       0237-COMPARAR-IMPORTADOR.
           IF WRK-IMPORTADOR (WRK-IM-IDX) = AUDIT-OPERADOR
               MOVE WRK-IM-IDX TO WRK-IM-ACHADO
           END-IF.

       0238-PAR-DO-LOTE.
           MOVE WRK-IMPORTADOR (WRK-IM-IDX) TO WRK-PAR-PREPARADOR.
           PERFORM 0250-ACUMULAR-PAR.

      ******************************* PARTE 2 - CADA PAR COM O MINIMO
      ******************************* DE APROVACOES; SUSPEITO QUANDO
      ******************************* CONCENTRA O PERCENTUAL DO LIMIAR
      ******************************* DAS APROVACOES DO APROVADOR OU
      ******************************* QUANDO OS DOIS SE APROVAM
       0240-LISTAR-PARES.
           MOVE '2 - PARES PREPARADOR X APROVADOR' TO REL-TITULO.
           MOVE REL-TITULO TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0241-AVALIAR-PAR
               VARYING WRK-PA-IDX FROM 1 BY 1
               UNTIL WRK-PA-IDX > WRK-QTDE-PARES.

       0241-AVALIAR-PAR.
           IF WRK-PA-QTDE (WRK-PA-IDX) NOT < WRK-MINIMO-APROVACOES
               MOVE ZERO TO WRK-TOTAL-APROVADOR
               MOVE ZERO TO WRK-QTDE-INVERSO
               PERFORM 0242-SOMAR-APROVADOR
                   VARYING WRK-PA-IDX2 FROM 1 BY 1
                   UNTIL WRK-PA-IDX2 > WRK-QTDE-PARES
               COMPUTE WRK-PERC-PAR =
                   WRK-PA-QTDE (WRK-PA-IDX) * 100
                   / WRK-TOTAL-APROVADOR
               MOVE WRK-PA-PREPARADOR (WRK-PA-IDX) TO REL-PA-PREPARADOR
               MOVE WRK-PA-APROVADOR (WRK-PA-IDX)  TO REL-PA-APROVADOR
               MOVE WRK-PA-QTDE (WRK-PA-IDX)       TO REL-PA-QTDE
               MOVE WRK-PERC-PAR                   TO REL-PA-PERC
               MOVE WRK-QTDE-INVERSO               TO REL-PA-INVERSO
               MOVE SPACES TO REL-PA-MARCA
               IF WRK-PERC-PAR NOT < WRK-PERC-CONCENTRACAO
                  OR WRK-QTDE-INVERSO > ZERO
                   MOVE 'SUSPEITO' TO REL-PA-MARCA
                   ADD 1 TO WRK-QTDE-SUSPEITOS
               END-IF
               MOVE REL-PAR TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       0242-SOMAR-APROVADOR.
           IF WRK-PA-APROVADOR (WRK-PA-IDX2)
              = WRK-PA-APROVADOR (WRK-PA-IDX)
               ADD WRK-PA-QTDE (WRK-PA-IDX2) TO WRK-TOTAL-APROVADOR
           END-IF.
           IF WRK-PA-PREPARADOR (WRK-PA-IDX2)
              = WRK-PA-APROVADOR (WRK-PA-IDX)
              AND WRK-PA-APROVADOR (WRK-PA-IDX2)
              = WRK-PA-PREPARADOR (WRK-PA-IDX)
               MOVE WRK-PA-QTDE (WRK-PA-IDX2) TO WRK-QTDE-INVERSO
           END-IF.

      ******************************* SOMA UMA APROVACAO NO PAR; SEM
      ******************************* UMA DAS IDENTIDADES, OU COM AS
      ******************************* DUAS IGUAIS, NAO HA PAR A CONTAR
       0250-ACUMULAR-PAR.
           IF WRK-PAR-PREPARADOR NOT = SPACES
              AND WRK-PAR-APROVADOR NOT = SPACES
              AND WRK-PAR-PREPARADOR NOT = WRK-PAR-APROVADOR
               MOVE ZERO TO WRK-PA-ACHADO
               PERFORM 0251-COMPARAR-PAR
                   VARYING WRK-PA-IDX FROM 1 BY 1
                   UNTIL WRK-PA-IDX > WRK-QTDE-PARES
                      OR WRK-PA-ACHADO > ZERO
               IF WRK-PA-ACHADO > ZERO
                   ADD 1 TO WRK-PA-QTDE (WRK-PA-ACHADO)
               ELSE
                   IF WRK-QTDE-PARES < 300
                       ADD 1 TO WRK-QTDE-PARES
                       MOVE WRK-PAR-PREPARADOR
                           TO WRK-PA-PREPARADOR (WRK-QTDE-PARES)
                       MOVE WRK-PAR-APROVADOR
                           TO WRK-PA-APROVADOR (WRK-QTDE-PARES)
                       MOVE 1 TO WRK-PA-QTDE (WRK-QTDE-PARES)
                   ELSE
                       ADD 1 TO WRK-QTDE-PARES-PERDIDOS
                   END-IF
               END-IF
           END-IF.

       0251-COMPARAR-PAR.
           IF WRK-PA-PREPARADOR (WRK-PA-IDX) = WRK-PAR-PREPARADOR
              AND WRK-PA-APROVADOR (WRK-PA-IDX) = WRK-PAR-APROVADOR
               MOVE WRK-PA-IDX TO WRK-PA-ACHADO
           END-IF.

      ******************************* PARTE 3 - ACESSO DE OPERADOR
      ******************************* ATIVO SEM RESPOSTA DO DONO DA
      ******************************* AREA NO TRIMESTRE CORRENTE
       0260-LISTAR-SEM-RECERT.
           MOVE WRK-ANO-ATUAL TO REL-TR-ANO.
           MOVE WRK-TRI-ATUAL TO REL-TR-TRI.
           MOVE REL-TRIMESTRE TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT RECERTIFICACAO.
           IF WRK-FS-RECERT = '00'
               PERFORM 0261-LER-RESPOSTA
               PERFORM 0262-GUARDAR-RESPOSTA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE RECERTIFICACAO
           END-IF.
           PERFORM 0265-CONFERIR-RECERT-OPERADOR
               VARYING WRK-OP-IDX FROM 1 BY 1
               UNTIL WRK-OP-IDX > WRK-QTDE-OPERADORES.

       0261-LER-RESPOSTA.
           READ RECERTIFICACAO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0262-GUARDAR-RESPOSTA.
           IF RECERT-ANO = WRK-ANO-ATUAL
              AND RECERT-TRI = WRK-TRI-ATUAL
              AND WRK-QTDE-RESPOSTAS < 2000
               ADD 1 TO WRK-QTDE-RESPOSTAS
               MOVE RECERT-OPERADOR
                   TO WRK-RS-OPERADOR (WRK-QTDE-RESPOSTAS)
               MOVE RECERT-AREA TO WRK-RS-AREA (WRK-QTDE-RESPOSTAS)
           END-IF.
           PERFORM 0261-LER-RESPOSTA.

       0265-CONFERIR-RECERT-OPERADOR.
           IF WRK-OP-ATIVO (WRK-OP-IDX)
               PERFORM 0266-CONFERIR-RECERT-AREA
                   VARYING WRK-AR-IDX FROM 1 BY 1
                   UNTIL WRK-AR-IDX > 8
           END-IF.

       0266-CONFERIR-RECERT-AREA.
           IF WRK-OP-AUT (WRK-OP-IDX WRK-AR-IDX) = 'S'
               MOVE 'N' TO WRK-RESPONDIDO-SW
               PERFORM 0267-COMPARAR-RESPOSTA
                   VARYING WRK-RS-IDX FROM 1 BY 1
                   UNTIL WRK-RS-IDX > WRK-QTDE-RESPOSTAS
                      OR WRK-ACESSO-RESPONDIDO
               IF NOT WRK-ACESSO-RESPONDIDO
                   ADD 1 TO WRK-QTDE-SEM-RECERT
                   MOVE WRK-OP-ID (WRK-OP-IDX)     TO REL-RC-OPERADOR
                   MOVE WRK-OP-NOME (WRK-OP-IDX)   TO REL-RC-NOME
                   MOVE WRK-AREA-NOME (WRK-AR-IDX) TO REL-RC-AREA
                   MOVE REL-RECERT TO REL-LINHA
                   WRITE REL-LINHA
               END-IF
           END-IF.

       0267-COMPARAR-RESPOSTA.
           IF WRK-RS-OPERADOR (WRK-RS-IDX) = WRK-OP-ID (WRK-OP-IDX)
              AND WRK-RS-AREA (WRK-RS-IDX) = WRK-AREA-NOME (WRK-AR-IDX)
               SET WRK-ACESSO-RESPONDIDO TO TRUE
           END-IF.

       0300-FINALIZAR.
           IF WRK-RELATORIO-LIBERADO
               MOVE WRK-QTDE-CONFLITOS  TO REL-TOT-CONFLITOS
               MOVE WRK-QTDE-SUSPEITOS  TO REL-TOT-SUSPEITOS
               MOVE WRK-QTDE-SEM-RECERT TO REL-TOT-SEM-RECERT
               MOVE REL-TOTAL TO REL-LINHA
               WRITE REL-LINHA
               CLOSE RELATORIO-SOD
               IF WRK-QTDE-CONFLITOS > ZERO
                  OR WRK-QTDE-SUSPEITOS > ZERO
                  OR WRK-QTDE-SEM-RECERT > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE 'SEGREGACAO COM ACHADOS' TO WRK-AUDIT-RESULTADO
               ELSE
                   MOVE 'SEGREGACAO SEM ACHADOS' TO WRK-AUDIT-RESULTADO
               END-IF
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - CONFLITOS: '
                   WRK-QTDE-CONFLITOS ' PARES SUSPEITOS: '
                   WRK-QTDE-SUSPEITOS ' ACESSOS SEM RECERTIFICACAO: '
                   WRK-QTDE-SEM-RECERT.

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
           MOVE 'PROGCOB59S' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           MOVE 'RELSOD' TO AUDIT-ENTRADA-CHAVE.
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
