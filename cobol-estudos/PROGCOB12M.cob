       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB12M.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: EMITIR O ROMANEIO DE CARGA DO DIA (RELROMAN) POR
      *           TRANSPORTADORA E FILIAL DE EMBARQUE A PARTIR DO
      *           FRETE CALCULADO PELO PROGCOB12B (FRETECAL), COM
      *           PEDIDO, NOTA FISCAL, CIDADE/UF DE DESTINO, VOLUMES,
      *           PESO E VALOR DECLARADO, OS TOTAIS CONFRONTADOS COM A
      *           CAPACIDADE DIARIA DA TRANSPORTADORA
      *           (FRETE-TRANS-CAPACIDADE) E O QUADRO DE ASSINATURA
      *           DO MOTORISTA. CADA ROMANEIO RECEBE UM NUMERO
      *           (PONTO DE CONTROLE CHECKROM) E SEUS PEDIDOS SAO
      *           GRAVADOS NO ROMANEIO-MASTER PARA A CONFIRMACAO DA
      *           COLETA (PROGCOB12K)
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
           SELECT FRETE-CALCULADO ASSIGN TO 'FRETECAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETE.
           SELECT FRETE-TABELA ASSIGN TO 'FRETETAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRETE-CHAVE
               FILE STATUS IS WRK-FS-TABELA.
           SELECT ROMANEIO-MASTER ASSIGN TO 'ROMANEIO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROM-CHAVE
               FILE STATUS IS WRK-FS-ROM.
           SELECT CHECKPOINT-ROMANEIO ASSIGN TO 'CHECKROM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHECK.
           SELECT FRETE-ORDENADO ASSIGN TO 'FCALORD'.
           SELECT RELATORIO-ROMANEIO ASSIGN TO 'RELROMAN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT STATUS-CICLO ASSIGN TO 'CICLOSTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CICLO.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-CALCULADO.
           COPY CPFCAL.
       FD  FRETE-TABELA.
           COPY CPFRETE.
       FD  ROMANEIO-MASTER.
           COPY CPROMAN.
       FD  CHECKPOINT-ROMANEIO.
       01  CHECKROM-REGISTRO         PIC 9(06).
       SD  FRETE-ORDENADO.
       01  FCO-REGISTRO.
           05  FCO-NUMERO            PIC 9(06).
           05  FCO-UF                PIC X(02).
           05  FCO-VALOR             PIC 9(06)V99.
           05  FCO-FRETE             PIC 9(06)V99.
           05  FCO-CPF               PIC X(11).
           05  FCO-TRANSPORTADORA    PIC X(10).
           05  FCO-CENTRO-CUSTO      PIC X(04).
           05  FCO-NOTAFISCAL        PIC 9(08).
           05  FCO-DATA-PROMESSA     PIC 9(08).
           05  FCO-FILIAL            PIC X(04).
           05  FCO-CIDADE            PIC X(20).
           05  FCO-PESO              PIC 9(05)V99.
           05  FCO-VOLUMES           PIC 9(03).
       FD  RELATORIO-ROMANEIO.
       01  REL-LINHA                 PIC X(100).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       FD  STATUS-CICLO.
           COPY CPCICLO.
       WORKING-STORAGE SECTION.
       77  WRK-FS-FRETE              PIC X(02) VALUE '00'.
       77  WRK-FS-TABELA             PIC X(02) VALUE '00'.
       77  WRK-FS-ROM                PIC X(02) VALUE '00'.
       77  WRK-FS-CHECK              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-FS-CICLO              PIC X(02) VALUE '00'.
       77  WRK-HORA-INICIO-CICLO     PIC 9(08) VALUE ZEROS.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-EOF-ORD-SW            PIC X(01) VALUE 'N'.
           88  WRK-FIM-ORDENADO          VALUE 'S'.
       77  WRK-EOF-TABELA-SW         PIC X(01) VALUE 'N'.
           88  WRK-FIM-TABELA            VALUE 'S'.
       77  WRK-PRIMEIRO-REGISTRO     PIC X(01) VALUE 'S'.
           88  WRK-E-PRIMEIRO-REGISTRO   VALUE 'S'.
       77  WRK-ULTIMO-ROMANEIO       PIC 9(06) VALUE ZERO.
       77  WRK-TRANSP-ANTERIOR       PIC X(10) VALUE SPACES.
       77  WRK-FILIAL-ANTERIOR       PIC X(04) VALUE SPACES.
       77  WRK-TRANSP-BUSCA          PIC X(10) VALUE SPACES.
       77  WRK-QTDE-LIDOS            PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-ROMANEIOS        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-ACIMA-CAPAC      PIC 9(05) VALUE ZERO.
       77  WRK-ROM-PEDIDOS           PIC 9(05) VALUE ZERO.
       77  WRK-ROM-VOLUMES           PIC 9(05) VALUE ZERO.
       77  WRK-ROM-PESO              PIC 9(07)V99 VALUE ZERO.
       77  WRK-ROM-VALOR             PIC 9(09)V99 VALUE ZERO.
       77  WRK-VOLUMES-TRANSP        PIC 9(05) VALUE ZERO.
       77  WRK-CAPACIDADE            PIC 9(05) VALUE ZERO.
      ******************************* CAPACIDADE DIARIA DE COLETA DE
      ******************************* CADA TRANSPORTADORA DA TABELA DE
      ******************************* FRETE (A MAIOR ENTRE OS PARES
      ******************************* DE UF EM QUE ELA APARECE)
       77  WRK-QTDE-CP               PIC 9(03) VALUE ZERO.
       77  WRK-CP-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-CP-SW                 PIC X(01) VALUE 'N'.
           88  WRK-CP-ACHOU              VALUE 'S'.
       01  WRK-TABELA-CAPACIDADE.
           05  WRK-CP-LINHA OCCURS 1 TO 100 TIMES
                            DEPENDING ON WRK-QTDE-CP.
               10  WRK-CP-TRANSPORTADORA  PIC X(10).
               10  WRK-CP-CAPACIDADE      PIC 9(05).
       01  REL-CAB-ROMANEIO.
           05  FILLER                PIC X(21) VALUE
               'ROMANEIO DE CARGA NR '.
           05  REL-CR-NUMERO         PIC 9(06).
           05  FILLER                PIC X(11) VALUE '   EMISSAO '.
           05  REL-CR-DATA           PIC 9(08).
       01  REL-CAB-TRANSP.
           05  FILLER                PIC X(16) VALUE
               'TRANSPORTADORA: '.
           05  REL-CT-TRANSP         PIC X(10).
           05  FILLER                PIC X(23) VALUE
               '   FILIAL DE EMBARQUE: '.
           05  REL-CT-FILIAL         PIC X(04).
       01  REL-CAB-COLUNAS.
           05  FILLER                PIC X(50) VALUE
               'PEDIDO  NOTA FISC  CIDADE DE DESTINO     UF  VOL'.
           05  FILLER                PIC X(40) VALUE
               '    PESO KG  VALOR DECLARADO'.
       01  REL-DETALHE.
           05  REL-DET-PEDIDO        PIC 9(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-NOTAFISCAL    PIC 9(08).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  REL-DET-CIDADE        PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-UF            PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-VOLUMES       PIC ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-DET-PESO          PIC ZZ.ZZ9,99.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  REL-DET-VALOR         PIC $ZZZ.ZZ9,99.
       01  REL-TOTAL-ROMANEIO.
           05  FILLER                PIC X(15) VALUE
               'TOTAL PEDIDOS='.
           05  REL-TR-PEDIDOS        PIC ZZZZ9.
           05  FILLER                PIC X(10) VALUE '  VOLUMES='.
           05  REL-TR-VOLUMES        PIC ZZZZ9.
           05  FILLER                PIC X(10) VALUE '  PESO KG='.
           05  REL-TR-PESO           PIC Z.ZZZ.ZZ9,99.
           05  FILLER                PIC X(08) VALUE '  VALOR='.
           05  REL-TR-VALOR          PIC $ZZZ.ZZZ.ZZ9,99.
       01  REL-CAPACIDADE.
           05  FILLER                PIC X(29) VALUE
               'CAPACIDADE DIARIA (VOLUMES)='.
           05  REL-CAP-CAPACIDADE    PIC ZZZZ9.
           05  FILLER                PIC X(20) VALUE
               '  VOLUMES NO DIA='.
           05  REL-CAP-VOLUMES-DIA   PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  REL-CAP-SITUACAO      PIC X(30).
       01  REL-ASSINATURA-1.
           05  FILLER                PIC X(60) VALUE
               'CONFERENCIA DA CARGA NA COLETA - MOTORISTA'.
       01  REL-ASSINATURA-2.
           05  FILLER                PIC X(60) VALUE
               'NOME DO MOTORISTA: ______________________________'.
       01  REL-ASSINATURA-3.
           05  FILLER                PIC X(60) VALUE
               'DOCUMENTO (RG/CPF): ________________  PLACA: ________'.
       01  REL-ASSINATURA-4.
           05  FILLER                PIC X(40) VALUE
               'ASSINATURA: ____________________________'.
           05  FILLER                PIC X(40) VALUE
               '  DATA/HORA: ___/___/_____ ___:___'.
       01  REL-SEPARADOR.
           05  FILLER                PIC X(100) VALUE ALL '-'.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           SORT FRETE-ORDENADO
               ON ASCENDING KEY FCO-TRANSPORTADORA FCO-FILIAL
                                FCO-NUMERO
               INPUT PROCEDURE IS 0150-SELECIONAR-PEDIDOS
               OUTPUT PROCEDURE IS 0200-IMPRIMIR-ROMANEIOS.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-HORA-INICIO-CICLO FROM TIME.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           PERFORM 0110-CARREGAR-CAPACIDADES.
           PERFORM 0130-LER-CHECKPOINT.
           OPEN I-O ROMANEIO-MASTER.
           IF WRK-FS-ROM = '35'
               OPEN OUTPUT ROMANEIO-MASTER
               CLOSE ROMANEIO-MASTER
               OPEN I-O ROMANEIO-MASTER
           END-IF.
           OPEN OUTPUT RELATORIO-ROMANEIO.

      ******************************* CARGA DA CAPACIDADE DIARIA DE
      ******************************* CADA TRANSPORTADORA
       0110-CARREGAR-CAPACIDADES.
           OPEN INPUT FRETE-TABELA.
           IF WRK-FS-TABELA NOT = '00'
               DISPLAY 'TABELA DE FRETE INDISPONIVEL - ROMANEIO SEM '
                       'CONFRONTO DE CAPACIDADE'
           ELSE
               PERFORM 0111-LER-TABELA
               PERFORM 0112-GUARDAR-CAPACIDADES
                   UNTIL WRK-FIM-TABELA
               CLOSE FRETE-TABELA
           END-IF.

       0111-LER-TABELA.
           READ FRETE-TABELA
               AT END SET WRK-FIM-TABELA TO TRUE
           END-READ.

       0112-GUARDAR-CAPACIDADES.
           PERFORM 0113-GUARDAR-CAPACIDADE
               VARYING FRETE-IDX FROM 1 BY 1
               UNTIL FRETE-IDX > 3.
           PERFORM 0111-LER-TABELA.

       0113-GUARDAR-CAPACIDADE.
           IF FRETE-TRANS-NOME (FRETE-IDX) NOT = SPACES
               MOVE FRETE-TRANS-NOME (FRETE-IDX)
                   TO WRK-TRANSP-BUSCA
               PERFORM 0115-BUSCAR-CAPACIDADE
               IF WRK-CP-ACHOU
                   IF FRETE-TRANS-CAPACIDADE (FRETE-IDX) >
                      WRK-CP-CAPACIDADE (WRK-CP-IDX)
                       MOVE FRETE-TRANS-CAPACIDADE (FRETE-IDX)
                           TO WRK-CP-CAPACIDADE (WRK-CP-IDX)
                   END-IF
               ELSE
                   IF WRK-QTDE-CP < 100
                       ADD 1 TO WRK-QTDE-CP
                       MOVE FRETE-TRANS-NOME (FRETE-IDX)
                           TO WRK-CP-TRANSPORTADORA (WRK-QTDE-CP)
                       MOVE FRETE-TRANS-CAPACIDADE (FRETE-IDX)
                           TO WRK-CP-CAPACIDADE (WRK-QTDE-CP)
                   END-IF
               END-IF
           END-IF.

      ******************************* PROCURA NA TABELA A TRANSPORTA-
      ******************************* DORA EM WRK-TRANSP-BUSCA
       0115-BUSCAR-CAPACIDADE.
           MOVE 'N' TO WRK-CP-SW.
           PERFORM 0116-COMPARAR-CAPACIDADE
               VARYING WRK-CP-IDX FROM 1 BY 1
               UNTIL WRK-CP-IDX > WRK-QTDE-CP
                  OR WRK-CP-ACHOU.
           IF WRK-CP-ACHOU
               SUBTRACT 1 FROM WRK-CP-IDX
           END-IF.

       0116-COMPARAR-CAPACIDADE.
           IF WRK-CP-TRANSPORTADORA (WRK-CP-IDX) = WRK-TRANSP-BUSCA
               SET WRK-CP-ACHOU TO TRUE
           END-IF.

      ******************************* LE O ULTIMO NUMERO DE ROMANEIO
      ******************************* JA ATRIBUIDO
       0130-LER-CHECKPOINT.
           OPEN INPUT CHECKPOINT-ROMANEIO.
           IF WRK-FS-CHECK = '00'
               READ CHECKPOINT-ROMANEIO
                   AT END MOVE ZERO TO WRK-ULTIMO-ROMANEIO
               END-READ
               IF WRK-FS-CHECK = '00'
                   MOVE CHECKROM-REGISTRO TO WRK-ULTIMO-ROMANEIO
               END-IF
               CLOSE CHECKPOINT-ROMANEIO
           ELSE
               MOVE ZERO TO WRK-ULTIMO-ROMANEIO
           END-IF.

      ******************************* TODO PEDIDO COTADO NO DIA ENTRA
      ******************************* NA CLASSIFICACAO
       0150-SELECIONAR-PEDIDOS.
           OPEN INPUT FRETE-CALCULADO.
           IF WRK-FS-FRETE NOT = '00'
               DISPLAY 'FRETECAL DO DIA AUSENTE - NENHUM ROMANEIO '
                       'EMITIDO'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0151-LER-FRETE
               PERFORM 0152-LIBERAR-PEDIDO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE FRETE-CALCULADO
           END-IF.

       0151-LER-FRETE.
           READ FRETE-CALCULADO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0152-LIBERAR-PEDIDO.
           ADD 1 TO WRK-QTDE-LIDOS.
           MOVE FCAL-REGISTRO TO FCO-REGISTRO.
           RELEASE FCO-REGISTRO.
           PERFORM 0151-LER-FRETE.

       0200-IMPRIMIR-ROMANEIOS.
           PERFORM 0210-RETORNAR-PEDIDO.
           PERFORM 0220-PROCESSAR-PEDIDO
               UNTIL WRK-FIM-ORDENADO.
           IF NOT WRK-E-PRIMEIRO-REGISTRO
               PERFORM 0240-FECHAR-ROMANEIO
           END-IF.

       0210-RETORNAR-PEDIDO.
           RETURN FRETE-ORDENADO
               AT END SET WRK-FIM-ORDENADO TO TRUE
           END-RETURN.

      ******************************* QUEBRA POR TRANSPORTADORA E
      ******************************* FILIAL - CADA PAR E UM ROMANEIO
       0220-PROCESSAR-PEDIDO.
           IF WRK-E-PRIMEIRO-REGISTRO
               MOVE 'N' TO WRK-PRIMEIRO-REGISTRO
               MOVE FCO-TRANSPORTADORA TO WRK-TRANSP-ANTERIOR
               MOVE FCO-FILIAL TO WRK-FILIAL-ANTERIOR
               MOVE ZERO TO WRK-VOLUMES-TRANSP
               PERFORM 0230-ABRIR-ROMANEIO
           END-IF.
           IF FCO-TRANSPORTADORA NOT = WRK-TRANSP-ANTERIOR
              OR FCO-FILIAL NOT = WRK-FILIAL-ANTERIOR
               PERFORM 0240-FECHAR-ROMANEIO
               IF FCO-TRANSPORTADORA NOT = WRK-TRANSP-ANTERIOR
                   MOVE ZERO TO WRK-VOLUMES-TRANSP
               END-IF
               MOVE FCO-TRANSPORTADORA TO WRK-TRANSP-ANTERIOR
               MOVE FCO-FILIAL TO WRK-FILIAL-ANTERIOR
               PERFORM 0230-ABRIR-ROMANEIO
           END-IF.
           PERFORM 0250-IMPRIMIR-PEDIDO.
           PERFORM 0210-RETORNAR-PEDIDO.

      ******************************* NUMERA O ROMANEIO E IMPRIME O
      ******************************* CABECALHO
       0230-ABRIR-ROMANEIO.
           ADD 1 TO WRK-ULTIMO-ROMANEIO.
           ADD 1 TO WRK-QTDE-ROMANEIOS.
           MOVE ZERO TO WRK-ROM-PEDIDOS.
           MOVE ZERO TO WRK-ROM-VOLUMES.
           MOVE ZERO TO WRK-ROM-PESO.
           MOVE ZERO TO WRK-ROM-VALOR.
           MOVE WRK-ULTIMO-ROMANEIO TO REL-CR-NUMERO.
           MOVE WRK-DATAHOJE TO REL-CR-DATA.
           MOVE REL-CAB-ROMANEIO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TRANSP-ANTERIOR TO REL-CT-TRANSP.
           MOVE WRK-FILIAL-ANTERIOR TO REL-CT-FILIAL.
           MOVE REL-CAB-TRANSP TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-CAB-COLUNAS TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************* TOTAIS DO ROMANEIO CONTRA A
      ******************************* CAPACIDADE DIARIA DA TRANSPORTA-
      ******************************* DORA E QUADRO DE ASSINATURA
       0240-FECHAR-ROMANEIO.
           MOVE WRK-ROM-PEDIDOS TO REL-TR-PEDIDOS.
           MOVE WRK-ROM-VOLUMES TO REL-TR-VOLUMES.
           MOVE WRK-ROM-PESO    TO REL-TR-PESO.
           MOVE WRK-ROM-VALOR   TO REL-TR-VALOR.
           MOVE REL-TOTAL-ROMANEIO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TRANSP-ANTERIOR TO WRK-TRANSP-BUSCA.
           PERFORM 0115-BUSCAR-CAPACIDADE.
           MOVE ZERO TO WRK-CAPACIDADE.
           IF WRK-CP-ACHOU
               MOVE WRK-CP-CAPACIDADE (WRK-CP-IDX) TO WRK-CAPACIDADE
           END-IF.
           MOVE WRK-CAPACIDADE TO REL-CAP-CAPACIDADE.
           MOVE WRK-VOLUMES-TRANSP TO REL-CAP-VOLUMES-DIA.
           EVALUATE TRUE
               WHEN WRK-CAPACIDADE = ZERO
                   MOVE 'SEM LIMITE CADASTRADO' TO REL-CAP-SITUACAO
               WHEN WRK-VOLUMES-TRANSP > WRK-CAPACIDADE
                   MOVE 'EXCEDE A CAPACIDADE DIARIA'
                       TO REL-CAP-SITUACAO
                   ADD 1 TO WRK-QTDE-ACIMA-CAPAC
                   DISPLAY 'ROMANEIO ' WRK-ULTIMO-ROMANEIO
                           ' - ' WRK-TRANSP-ANTERIOR
                           ' ACIMA DA CAPACIDADE DIARIA'
               WHEN OTHER
                   MOVE 'DENTRO DA CAPACIDADE' TO REL-CAP-SITUACAO
           END-EVALUATE.
           MOVE REL-CAPACIDADE TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-ASSINATURA-1 TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-ASSINATURA-2 TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-ASSINATURA-3 TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-ASSINATURA-4 TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE REL-SEPARADOR TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************* IMPRIME A LINHA DO PEDIDO E O
      ******************************* GRAVA NO ROMANEIO-MASTER COMO
      ******************************* PENDENTE DE COLETA
       0250-IMPRIMIR-PEDIDO.
           MOVE FCO-NUMERO      TO REL-DET-PEDIDO.
           MOVE FCO-NOTAFISCAL  TO REL-DET-NOTAFISCAL.
           MOVE FCO-CIDADE      TO REL-DET-CIDADE.
           MOVE FCO-UF          TO REL-DET-UF.
           MOVE FCO-VOLUMES     TO REL-DET-VOLUMES.
           MOVE FCO-PESO        TO REL-DET-PESO.
           MOVE FCO-VALOR       TO REL-DET-VALOR.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WRK-ROM-PEDIDOS.
           ADD FCO-VOLUMES TO WRK-ROM-VOLUMES.
           ADD FCO-VOLUMES TO WRK-VOLUMES-TRANSP.
           ADD FCO-PESO    TO WRK-ROM-PESO.
           ADD FCO-VALOR   TO WRK-ROM-VALOR.
           INITIALIZE ROM-REGISTRO.
           MOVE WRK-ULTIMO-ROMANEIO TO ROM-NUMERO.
           MOVE FCO-NUMERO          TO ROM-PEDIDO.
           MOVE FCO-TRANSPORTADORA  TO ROM-TRANSPORTADORA.
           MOVE FCO-FILIAL          TO ROM-FILIAL.
           MOVE FCO-NOTAFISCAL      TO ROM-NOTAFISCAL.
           MOVE FCO-DATA-PROMESSA   TO ROM-DATA-PROMESSA.
           MOVE WRK-DATAHOJE        TO ROM-DATA-EMISSAO.
           SET ROM-STATUS-PENDENTE TO TRUE.
           WRITE ROM-REGISTRO
               INVALID KEY
                   DISPLAY 'PEDIDO ' FCO-NUMERO ' JA CONSTA DO '
                           'ROMANEIO ' WRK-ULTIMO-ROMANEIO
           END-WRITE.

       0300-FINALIZAR.
           CLOSE ROMANEIO-MASTER.
           CLOSE RELATORIO-ROMANEIO.
           PERFORM 0320-GRAVAR-CHECKPOINT.
           IF WRK-QTDE-ACIMA-CAPAC > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           PERFORM 0340-GRAVAR-STATUS-CICLO.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - PEDIDOS LIDOS: '
                   WRK-QTDE-LIDOS ' ROMANEIOS EMITIDOS: '
                   WRK-QTDE-ROMANEIOS ' ACIMA DA CAPACIDADE: '
                   WRK-QTDE-ACIMA-CAPAC.

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
           MOVE 'PROGCOB12M' TO AUDIT-PROGRAMA.
           MOVE 'LOTE ROMANEIO' TO AUDIT-ENTRADA-CHAVE.
           MOVE 'ROMANEIOS DE CARGA EMITIDOS' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.

      ******************************* GRAVA O ULTIMO NUMERO DE
      ******************************* ROMANEIO ATRIBUIDO
       0320-GRAVAR-CHECKPOINT.
           MOVE WRK-ULTIMO-ROMANEIO TO CHECKROM-REGISTRO.
           OPEN OUTPUT CHECKPOINT-ROMANEIO.
           WRITE CHECKROM-REGISTRO.
           CLOSE CHECKPOINT-ROMANEIO.

      ******************************* GRAVA A LINHA DESTE STEP NO
      ******************************* PAINEL DE STATUS DO CICLO NOTURNO
       0340-GRAVAR-STATUS-CICLO.
           OPEN EXTEND STATUS-CICLO.
           IF WRK-FS-CICLO = '35'
               OPEN OUTPUT STATUS-CICLO
               CLOSE STATUS-CICLO
               OPEN EXTEND STATUS-CICLO
           END-IF.
           INITIALIZE CICLO-REGISTRO.
           MOVE 'STEP019'    TO CICLO-STEP.
           MOVE 'PROGCOB12M' TO CICLO-PROGRAMA.
           ACCEPT CICLO-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO-CICLO TO CICLO-HORA-INICIO.
           ACCEPT CICLO-HORA-FIM FROM TIME.
           MOVE RETURN-CODE TO CICLO-RETURN-CODE.
           MOVE WRK-QTDE-ROMANEIOS TO CICLO-QTDE-REGISTROS.
           MOVE 'ROMANEIOS DE CARGA EMITIDOS' TO CICLO-RESULTADO.
           WRITE CICLO-REGISTRO.
           CLOSE STATUS-CICLO.
