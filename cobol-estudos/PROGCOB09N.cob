       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB09N.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: IMPRIMIR O ESPELHO DAS NOTAS FISCAIS EMITIDAS NO DIA
      *           (NOTASIMP) A PARTIR DO HISTORICO DE VENDAS
      *           (HISTVENDA) - AS LINHAS DE UMA MESMA NOTA (PEDIDO COM
      *           VARIOS ITENS, GRAVADAS EM SEQUENCIA PELO PROGCOB09/
      *           09A) SAEM NUMA SO NOTA IMPRESSA, COM O CABECALHO DO
      *           CLIENTE (CLIMA01), UMA LINHA POR ITEM COM A DESCRICAO
      *           DO CATALOGO (PRODMAST) E O TOTAL DA NOTA
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - A NOTA PASSA A MOSTRAR O VALOR PAGO EM CADA
      *                 FORMA (DINHEIRO, CARTAO, PONTOS E CREDIARIO COM
      *                 O NUMERO DE PARCELAS) ABAIXO DO TOTAL, E O
      *                 CABECALHO TRAZ CREDIARIO OU MISTO QUANDO FOR O
      *                 CASO
      * 15/10/2026 FM - CADA NOTA DO DIA PASSA A SAIR TAMBEM NA REMESSA
      *                 AO GATEWAY FISCAL DA SEFAZ (NFEREMES, CPNFEREM)
      *                 COM EMITENTE (FILIAL E UF DA TABELA FILIAIS),
      *                 DESTINATARIO (CLIMA01 E CLIEND), ITENS COM O
      *                 ICMS DA UF DO DESTINATARIO (ICMSTAB) E TOTAIS,
      *                 FICANDO PENDENTE DE AUTORIZACAO NO MASTER DE
      *                 NF-E (NFEMAST); NOTA JA AUTORIZADA OU CANCELADA
      *                 NAO E REENVIADA
      * 15/10/2026 FM - ENDERECO DO DESTINATARIO PASSA A SER O DE
      *                 ENTREGA USADO NA VENDA (HV-ENDERECO, OU O PADRAO
      *                 DO CLIENTE), PELA ROTINA PROGCOBE
      * 15/10/2026 FM - NFEREMES PASSA A SAIR ENTRE HEADER E TRAILER DE
      *                 CONTROLE (CPCTLREM, SEQUENCIA PELA ROTINA
      *                 PROGCOBB), COM QUANTIDADE DE REGISTROS E SOMA DE
      *                 VALOR E ICMS DOS TOTAIS DAS NOTAS; O PAINEL
      *                 CICLOSTA GANHA UMA SEGUNDA LINHA DO STEP COM OS
      *                 MESMOS TOTAIS, PARA O VALIDADOR PROGCOBZ
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-VENDAS ASSIGN TO 'HISTVENDA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTV.
           SELECT CLIENTE-MASTER ASSIGN TO 'CLIMA01'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIMA-CPF
               FILE STATUS IS WRK-FS-CLIMA.
           SELECT PRODUTO-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PROD.
           SELECT NOTAS-IMPRESSAS ASSIGN TO 'NOTASIMP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ICMS-TABELA ASSIGN TO 'ICMSTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ICMS.
           SELECT TABELA-FILIAIS ASSIGN TO 'FILIAIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FILIAL.
           SELECT NFE-MASTER ASSIGN TO 'NFEMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NFE-NOTAFISCAL
               FILE STATUS IS WRK-FS-NFE.
           SELECT NFE-REMESSA ASSIGN TO 'NFEREMES'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT STATUS-CICLO ASSIGN TO 'CICLOSTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CICLO.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-VENDAS.
           COPY CPHISTV.
       FD  CLIENTE-MASTER.
           COPY CPCLIMA.
       FD  PRODUTO-MASTER.
           COPY CPPROD.
       FD  NOTAS-IMPRESSAS.
       01  NIMP-LINHA                PIC X(80).
       FD  ICMS-TABELA.
           COPY CPICMS.
      *****************************************************************
      * TABELA-FILIAIS - TABELA EXTERNA DE FILIAIS COM A UF DE ORIGEM
      *                  (FLAG S = MATRIZ)
      *****************************************************************
       FD  TABELA-FILIAIS.
       01  FILIAL-REGISTRO.
           05  FILIAL-CODIGO             PIC X(04).
           05  FILIAL-UF                 PIC X(02).
           05  FILIAL-MATRIZ             PIC X(01).
       FD  NFE-MASTER.
           COPY CPNFE.
       FD  NFE-REMESSA.
           COPY CPNFEREM.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       FD  STATUS-CICLO.
           COPY CPCICLO.
       WORKING-STORAGE SECTION.
       77  WRK-FS-HISTV              PIC X(02) VALUE '00'.
       77  WRK-FS-CLIMA              PIC X(02) VALUE '00'.
       77  WRK-FS-PROD               PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-FS-CICLO              PIC X(02) VALUE '00'.
       77  WRK-FS-ICMS               PIC X(02) VALUE '00'.
       77  WRK-FS-FILIAL             PIC X(02) VALUE '00'.
       77  WRK-FS-NFE                PIC X(02) VALUE '00'.
       77  WRK-HORA-INICIO-CICLO     PIC 9(08) VALUE ZEROS.
       77  WRK-QTDE-REG-NFER         PIC 9(07) VALUE ZERO.
       77  WRK-TOTAL-CONTROLE        PIC 9(13)V99 VALUE ZERO.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-NOTA-SW               PIC X(01) VALUE 'N'.
           88  WRK-HA-NOTA-ABERTA        VALUE 'S'.
       77  WRK-NOTA-NUMERO           PIC 9(08) VALUE ZERO.
       77  WRK-NOTA-VALOR            PIC 9(09)V99 VALUE ZERO.
       77  WRK-NOTA-DESCONTO         PIC 9(09)V99 VALUE ZERO.
       77  WRK-QTDE-NOTAS            PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-ITENS            PIC 9(05) VALUE ZERO.
       77  WRK-TOTAL-DIA             PIC 9(09)V99 VALUE ZERO.
       77  WRK-PG-IDX                PIC 9(02) VALUE ZERO.
       77  WRK-NOTA-DINHEIRO         PIC 9(09)V99 VALUE ZERO.
       77  WRK-NOTA-CARTAO           PIC 9(09)V99 VALUE ZERO.
       77  WRK-NOTA-CREDIARIO        PIC 9(09)V99 VALUE ZERO.
       77  WRK-NOTA-PONTOS           PIC 9(09)V99 VALUE ZERO.
       77  WRK-NOTA-PARCELAS         PIC 9(02) VALUE ZERO.
      ******************************* REMESSA DA NF-E AO GATEWAY
      ******************************* FISCAL DA SEFAZ
       77  WRK-NFE-MASTER-SW         PIC X(01) VALUE 'N'.
           88  WRK-NFE-MASTER-OK         VALUE 'S'.
       77  WRK-ENVIA-NFE-SW          PIC X(01) VALUE 'N'.
           88  WRK-ENVIA-NFE             VALUE 'S'.
       77  WRK-NFE-EXISTE-SW         PIC X(01) VALUE 'N'.
           88  WRK-NFE-EXISTE            VALUE 'S'.
       77  WRK-QTDE-NFE-ENVIADAS     PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-NFE-JA-AUTORIZ   PIC 9(05) VALUE ZERO.
       77  WRK-NOTA-QTDE-ITENS       PIC 9(03) VALUE ZERO.
       77  WRK-NOTA-ICMS             PIC 9(09)V99 VALUE ZERO.
       77  WRK-VALOR-ICMS            PIC 9(07)V99 VALUE ZERO.
       77  WRK-UF-CLIENTE            PIC X(02) VALUE SPACES.
       77  WRK-ALIQUOTA              PIC 9V9(04) VALUE ZERO.
       77  WRK-EOF-ICMS-SW           PIC X(01) VALUE 'N'.
           88  WRK-FIM-ALIQUOTAS         VALUE 'S'.
       77  WRK-QTDE-UF               PIC 9(03) VALUE ZERO.
       77  WRK-UF-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-UF-SW                 PIC X(01) VALUE 'N'.
           88  WRK-UF-ACHOU              VALUE 'S'.
       01  WRK-TABELA-UF.
           05  WRK-UF-LINHA OCCURS 1 TO 50 TIMES
                            DEPENDING ON WRK-QTDE-UF.
               10  WRK-UF-SIGLA          PIC X(02).
               10  WRK-UF-ALIQUOTA       PIC 9V9(04).
       77  WRK-EOF-FILIAL-SW         PIC X(01) VALUE 'N'.
           88  WRK-FIM-FILIAIS           VALUE 'S'.
       77  WRK-QTDE-FILIAIS          PIC 9(03) VALUE ZERO.
       77  WRK-FL-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-FL-SW                 PIC X(01) VALUE 'N'.
           88  WRK-FILIAL-ACHADA         VALUE 'S'.
       01  WRK-TABELA-FILIAIS.
           05  WRK-FILIAL OCCURS 1 TO 100 TIMES
                          DEPENDING ON WRK-QTDE-FILIAIS.
               10  WRK-FILIAL-CODIGO     PIC X(04).
               10  WRK-FILIAL-UF         PIC X(02).
       01  NIMP-SEPARADOR.
           05  FILLER                PIC X(60) VALUE ALL '-'.
       01  NIMP-CAB-NOTA.
           05  FILLER                PIC X(14) VALUE 'NOTA FISCAL.. '.
           05  NIMP-CAB-NUMERO       PIC 9(08).
           05  FILLER                PIC X(10) VALUE '  EMISSAO='.
           05  NIMP-CAB-DATA         PIC 9(08).
           05  FILLER                PIC X(09) VALUE '  FILIAL='.
           05  NIMP-CAB-FILIAL       PIC X(04).
       01  NIMP-CAB-CLIENTE.
           05  FILLER                PIC X(08) VALUE 'CPF... '.
           05  NIMP-CAB-CPF          PIC X(11).
           05  FILLER                PIC X(09) VALUE '  NOME..'.
           05  NIMP-CAB-NOME         PIC X(40).
       01  NIMP-CAB-VENDA.
           05  FILLER                PIC X(10) VALUE 'VENDEDOR..'.
           05  NIMP-CAB-VENDEDOR     PIC X(10).
           05  FILLER                PIC X(09) VALUE '  PAGTO..'.
           05  NIMP-CAB-PAGTO        PIC X(09).
       01  NIMP-CAB-ITENS.
           05  FILLER                PIC X(40) VALUE
               'PRODUTO    DESCRICAO             QTDE  '.
           05  FILLER                PIC X(28) VALUE
               '       VALOR     DESCONTO'.
       01  NIMP-DET-ITEM.
           05  NIMP-DET-PRODUTO      PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  NIMP-DET-DESCRICAO    PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  NIMP-DET-QTDE         PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  NIMP-DET-VALOR        PIC Z.ZZZ.ZZ9,99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  NIMP-DET-DESCONTO     PIC Z.ZZZ.ZZ9,99.
       01  NIMP-TOT-NOTA.
           05  FILLER                PIC X(22) VALUE
               'TOTAL DA NOTA........ '.
           05  NIMP-TOT-VALOR        PIC $ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(12) VALUE '  DESCONTO='.
           05  NIMP-TOT-DESCONTO     PIC $ZZZ.ZZZ.ZZ9,99.
       01  NIMP-TOT-FORMA.
           05  FILLER                PIC X(06) VALUE SPACES.
           05  NIMP-FORMA-DESCRICAO  PIC X(16).
           05  NIMP-FORMA-VALOR      PIC $ZZZ.ZZZ.ZZ9,99.
           05  NIMP-FORMA-PARC-TXT   PIC X(05).
           05  NIMP-FORMA-PARCELAS   PIC Z9.
       01  NIMP-RODAPE.
           05  FILLER                PIC X(22) VALUE
               'NOTAS IMPRESSAS...... '.
           05  NIMP-ROD-QTDE         PIC ZZZZ9.
           05  FILLER                PIC X(15) VALUE '  TOTAL DO DIA='.
           05  NIMP-ROD-VALOR        PIC $ZZZ.ZZZ.ZZ9,99.
       77  WRK-ENDERECO-SW           PIC X(01) VALUE 'N'.
           88  WRK-ENDERECO-ACHADO       VALUE 'S'.
      ******************************* ENDERECO DE ENTREGA DA VENDA
      ******************************* (ROTINA PROGCOBE)
           COPY CPENDER.
           COPY CPCTLREM.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR
               UNTIL WRK-FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-HORA-INICIO-CICLO FROM TIME.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT NOTAS-IMPRESSAS.
           OPEN INPUT HIST-VENDAS.
           IF WRK-FS-HISTV NOT = '00'
               DISPLAY 'HISTORICO DE VENDAS INDISPONIVEL - NOTAS '
                       'FISCAIS NAO IMPRESSAS'
               MOVE 4 TO RETURN-CODE
               SET WRK-FIM-ARQUIVO TO TRUE
           END-IF.
           OPEN INPUT CLIENTE-MASTER.
           OPEN INPUT PRODUTO-MASTER.
           OPEN OUTPUT NFE-REMESSA.
           PERFORM 0270-GRAVAR-HEADER-NFE.
           OPEN I-O NFE-MASTER.
           IF WRK-FS-NFE = '35'
               OPEN OUTPUT NFE-MASTER
               CLOSE NFE-MASTER
               OPEN I-O NFE-MASTER
           END-IF.
           IF WRK-FS-NFE = '00'
               SET WRK-NFE-MASTER-OK TO TRUE
           ELSE
               DISPLAY 'MASTER DE NF-E INDISPONIVEL - REMESSA AO '
                       'GATEWAY FISCAL NAO GERADA'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0120-CARREGAR-FILIAIS.
           PERFORM 0130-CARREGAR-ALIQUOTAS.
           IF NOT WRK-FIM-ARQUIVO
               PERFORM 0110-LER-HISTORICO
           END-IF.

       0110-LER-HISTORICO.
           READ HIST-VENDAS
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* CARGA DA TABELA DE FILIAIS COM
      ******************************* A UF DO EMITENTE DA NF-E
       0120-CARREGAR-FILIAIS.
           OPEN INPUT TABELA-FILIAIS.
           IF WRK-FS-FILIAL NOT = '00'
               SET WRK-FIM-FILIAIS TO TRUE
           ELSE
               PERFORM 0121-LER-FILIAL
               PERFORM 0122-GUARDAR-FILIAL
                   UNTIL WRK-FIM-FILIAIS
               CLOSE TABELA-FILIAIS
           END-IF.

       0121-LER-FILIAL.
           READ TABELA-FILIAIS
               AT END SET WRK-FIM-FILIAIS TO TRUE
           END-READ.

       0122-GUARDAR-FILIAL.
           IF WRK-QTDE-FILIAIS < 100
               ADD 1 TO WRK-QTDE-FILIAIS
               MOVE FILIAL-CODIGO TO
                   WRK-FILIAL-CODIGO (WRK-QTDE-FILIAIS)
               MOVE FILIAL-UF TO WRK-FILIAL-UF (WRK-QTDE-FILIAIS)
           END-IF.
           PERFORM 0121-LER-FILIAL.

      ******************************* CARGA DA TABELA DE ALIQUOTAS DE
      ******************************* ICMS POR UF
       0130-CARREGAR-ALIQUOTAS.
           OPEN INPUT ICMS-TABELA.
           IF WRK-FS-ICMS NOT = '00'
               SET WRK-FIM-ALIQUOTAS TO TRUE
           ELSE
               PERFORM 0131-LER-ALIQUOTA
               PERFORM 0132-GUARDAR-ALIQUOTA
                   UNTIL WRK-FIM-ALIQUOTAS
               CLOSE ICMS-TABELA
           END-IF.

       0131-LER-ALIQUOTA.
           READ ICMS-TABELA
               AT END SET WRK-FIM-ALIQUOTAS TO TRUE
           END-READ.

       0132-GUARDAR-ALIQUOTA.
           IF WRK-QTDE-UF < 50
               ADD 1 TO WRK-QTDE-UF
               MOVE ICMS-UF       TO WRK-UF-SIGLA (WRK-QTDE-UF)
               MOVE ICMS-ALIQUOTA TO WRK-UF-ALIQUOTA (WRK-QTDE-UF)
           END-IF.
           PERFORM 0131-LER-ALIQUOTA.

      ******************************* SO AS NOTAS DO DIA SAO
      ******************************* IMPRESSAS - AS ANTERIORES JA
      ******************************* SAIRAM NOS CICLOS ANTERIORES
       0200-PROCESSAR.
           IF HV-DATA = WRK-DATAHOJE
               PERFORM 0205-ACUMULAR-NOTA
           END-IF.
           PERFORM 0110-LER-HISTORICO.

      ******************************* OS ITENS DE UMA MESMA NOTA VEM
      ******************************* EM SEQUENCIA NO HISTORICO; O
      ******************************* CABECALHO SAI NO PRIMEIRO ITEM E
      ******************************* O TOTAL QUANDO A NOTA MUDA (OU NO
      ******************************* FIM DO ARQUIVO)
       0205-ACUMULAR-NOTA.
           IF WRK-HA-NOTA-ABERTA
              AND HV-NOTAFISCAL NOT = WRK-NOTA-NUMERO
               PERFORM 0230-FECHAR-NOTA
           END-IF.
           IF NOT WRK-HA-NOTA-ABERTA
               PERFORM 0210-ABRIR-NOTA
           END-IF.
           PERFORM 0220-IMPRIMIR-ITEM.

      ******************************* CABECALHO DA NOTA COM OS DADOS
      ******************************* DO CLIENTE E DA VENDA
       0210-ABRIR-NOTA.
           SET WRK-HA-NOTA-ABERTA TO TRUE.
           ADD 1 TO WRK-QTDE-NOTAS.
           MOVE HV-NOTAFISCAL TO WRK-NOTA-NUMERO.
           MOVE ZERO TO WRK-NOTA-VALOR.
           MOVE ZERO TO WRK-NOTA-DESCONTO.
           MOVE ZERO TO WRK-NOTA-DINHEIRO.
           MOVE ZERO TO WRK-NOTA-CARTAO.
           MOVE ZERO TO WRK-NOTA-CREDIARIO.
           MOVE ZERO TO WRK-NOTA-PONTOS.
           MOVE ZERO TO WRK-NOTA-PARCELAS.
           MOVE HV-NOTAFISCAL TO NIMP-CAB-NUMERO.
           MOVE HV-DATA       TO NIMP-CAB-DATA.
           MOVE HV-FILIAL     TO NIMP-CAB-FILIAL.
           MOVE HV-CPF        TO NIMP-CAB-CPF.
           MOVE HV-CPF        TO CLIMA-CPF.
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO NIMP-CAB-NOME
               NOT INVALID KEY
                   MOVE CLIMA-NOME TO NIMP-CAB-NOME
           END-READ.
           MOVE HV-VENDEDOR   TO NIMP-CAB-VENDEDOR.
           EVALUATE TRUE
               WHEN HV-PAGTO-CARTAO
                   MOVE 'CARTAO'    TO NIMP-CAB-PAGTO
               WHEN HV-PAGTO-CREDIARIO
                   MOVE 'CREDIARIO' TO NIMP-CAB-PAGTO
               WHEN HV-PAGTO-MISTO
                   MOVE 'MISTO'     TO NIMP-CAB-PAGTO
               WHEN OTHER
                   MOVE 'DINHEIRO'  TO NIMP-CAB-PAGTO
           END-EVALUATE.
           MOVE NIMP-SEPARADOR   TO NIMP-LINHA.
           WRITE NIMP-LINHA.
           MOVE NIMP-CAB-NOTA    TO NIMP-LINHA.
           WRITE NIMP-LINHA.
           MOVE NIMP-CAB-CLIENTE TO NIMP-LINHA.
           WRITE NIMP-LINHA.
           MOVE NIMP-CAB-VENDA   TO NIMP-LINHA.
           WRITE NIMP-LINHA.
           MOVE NIMP-CAB-ITENS   TO NIMP-LINHA.
           WRITE NIMP-LINHA.
           PERFORM 0240-ABRIR-NFE.

      ******************************* UMA LINHA POR ITEM, COM A
      ******************************* DESCRICAO DO CATALOGO
       0220-IMPRIMIR-ITEM.
           ADD 1 TO WRK-QTDE-ITENS.
           MOVE HV-PRODUTO TO NIMP-DET-PRODUTO.
           MOVE HV-PRODUTO TO PROD-CODIGO.
           READ PRODUTO-MASTER
               INVALID KEY
                   MOVE SPACES TO NIMP-DET-DESCRICAO
               NOT INVALID KEY
                   MOVE PROD-DESCRICAO TO NIMP-DET-DESCRICAO
           END-READ.
           MOVE HV-QUANTIDADE TO NIMP-DET-QTDE.
           MOVE HV-VALOR      TO NIMP-DET-VALOR.
           MOVE HV-DESCONTO   TO NIMP-DET-DESCONTO.
           MOVE NIMP-DET-ITEM TO NIMP-LINHA.
           WRITE NIMP-LINHA.
           ADD HV-VALOR    TO WRK-NOTA-VALOR.
           ADD HV-DESCONTO TO WRK-NOTA-DESCONTO.
           IF HV-PAG-VAZIO (1)
               EVALUATE TRUE
                   WHEN HV-PAGTO-CARTAO
                       ADD HV-VALOR TO WRK-NOTA-CARTAO
                   WHEN HV-PAGTO-CREDIARIO
                       ADD HV-VALOR TO WRK-NOTA-CREDIARIO
                   WHEN OTHER
                       ADD HV-VALOR TO WRK-NOTA-DINHEIRO
               END-EVALUATE
           ELSE
               PERFORM 0225-SOMAR-FORMA
                   VARYING WRK-PG-IDX FROM 1 BY 1
                   UNTIL WRK-PG-IDX > 5
           END-IF.
           IF WRK-ENVIA-NFE
               PERFORM 0250-GRAVAR-ITEM-NFE
           END-IF.

      ******************************* ACUMULA NA NOTA O VALOR DE CADA
      ******************************* FORMA DE PAGAMENTO DA LINHA
       0225-SOMAR-FORMA.
           EVALUATE TRUE
               WHEN HV-PAG-DINHEIRO (WRK-PG-IDX)
                   ADD HV-PAG-VALOR (WRK-PG-IDX) TO WRK-NOTA-DINHEIRO
               WHEN HV-PAG-CARTAO (WRK-PG-IDX)
                   ADD HV-PAG-VALOR (WRK-PG-IDX) TO WRK-NOTA-CARTAO
               WHEN HV-PAG-CREDIARIO (WRK-PG-IDX)
                   ADD HV-PAG-VALOR (WRK-PG-IDX) TO WRK-NOTA-CREDIARIO
                   IF HV-PAG-PARCELAS (WRK-PG-IDX) > WRK-NOTA-PARCELAS
                       MOVE HV-PAG-PARCELAS (WRK-PG-IDX)
                           TO WRK-NOTA-PARCELAS
                   END-IF
               WHEN HV-PAG-PONTOS (WRK-PG-IDX)
                   ADD HV-PAG-VALOR (WRK-PG-IDX) TO WRK-NOTA-PONTOS
           END-EVALUATE.

      ******************************* TOTAL DA NOTA
       0230-FECHAR-NOTA.
           MOVE WRK-NOTA-VALOR    TO NIMP-TOT-VALOR.
           MOVE WRK-NOTA-DESCONTO TO NIMP-TOT-DESCONTO.
           MOVE NIMP-TOT-NOTA TO NIMP-LINHA.
           WRITE NIMP-LINHA.
           MOVE SPACES TO NIMP-FORMA-PARC-TXT.
           MOVE ZERO   TO NIMP-FORMA-PARCELAS.
           IF WRK-NOTA-DINHEIRO > ZERO
               MOVE 'EM DINHEIRO.... ' TO NIMP-FORMA-DESCRICAO
               MOVE WRK-NOTA-DINHEIRO  TO NIMP-FORMA-VALOR
               PERFORM 0235-IMPRIMIR-FORMA
           END-IF.
           IF WRK-NOTA-CARTAO > ZERO
               MOVE 'EM CARTAO...... ' TO NIMP-FORMA-DESCRICAO
               MOVE WRK-NOTA-CARTAO    TO NIMP-FORMA-VALOR
               PERFORM 0235-IMPRIMIR-FORMA
           END-IF.
           IF WRK-NOTA-PONTOS > ZERO
               MOVE 'EM PONTOS...... ' TO NIMP-FORMA-DESCRICAO
               MOVE WRK-NOTA-PONTOS    TO NIMP-FORMA-VALOR
               PERFORM 0235-IMPRIMIR-FORMA
           END-IF.
           IF WRK-NOTA-CREDIARIO > ZERO
               MOVE 'NO CREDIARIO... ' TO NIMP-FORMA-DESCRICAO
               MOVE WRK-NOTA-CREDIARIO TO NIMP-FORMA-VALOR
               MOVE '  EM '            TO NIMP-FORMA-PARC-TXT
               IF WRK-NOTA-PARCELAS = ZERO
                   MOVE 1 TO WRK-NOTA-PARCELAS
               END-IF
               MOVE WRK-NOTA-PARCELAS  TO NIMP-FORMA-PARCELAS
               PERFORM 0235-IMPRIMIR-FORMA
           END-IF.
           ADD WRK-NOTA-VALOR TO WRK-TOTAL-DIA.
           IF WRK-ENVIA-NFE
               PERFORM 0260-FECHAR-NFE
           END-IF.
           MOVE 'N' TO WRK-NOTA-SW.

      ******************************* UMA LINHA POR FORMA DE PAGAMENTO
      ******************************* USADA NA NOTA
       0235-IMPRIMIR-FORMA.
           MOVE NIMP-TOT-FORMA TO NIMP-LINHA.
           WRITE NIMP-LINHA.

      ******************************* A NOTA VAI PARA A REMESSA DO
      ******************************* GATEWAY FISCAL, A NAO SER QUE JA
      ******************************* TENHA SIDO AUTORIZADA OU
      ******************************* CANCELADA NUM CICLO ANTERIOR
      ******************************* (REPROCESSAMENTO DO DIA); NOTA
      ******************************* PENDENTE OU REJEITADA E REENVIADA
       0240-ABRIR-NFE.
           MOVE 'N' TO WRK-ENVIA-NFE-SW.
           MOVE 'N' TO WRK-NFE-EXISTE-SW.
           MOVE ZERO TO WRK-NOTA-ICMS.
           MOVE ZERO TO WRK-NOTA-QTDE-ITENS.
           IF WRK-NFE-MASTER-OK
               SET WRK-ENVIA-NFE TO TRUE
               MOVE HV-NOTAFISCAL TO NFE-NOTAFISCAL
               READ NFE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WRK-NFE-EXISTE TO TRUE
                       IF NFE-STATUS-AUTORIZADA
                          OR NFE-STATUS-CANC-SOLICIT
                          OR NFE-STATUS-CANCELADA
                           MOVE 'N' TO WRK-ENVIA-NFE-SW
                           ADD 1 TO WRK-QTDE-NFE-JA-AUTORIZ
                       END-IF
               END-READ
           END-IF.
           IF WRK-ENVIA-NFE
               PERFORM 0241-GRAVAR-EMITENTE
               PERFORM 0243-GRAVAR-DESTINATARIO
           END-IF.

      ******************************* EMITENTE: FILIAL DA VENDA COM A
      ******************************* UF DA TABELA DE FILIAIS
       0241-GRAVAR-EMITENTE.
           INITIALIZE NFER-REGISTRO.
           SET NFER-TIPO-EMITENTE TO TRUE.
           MOVE HV-NOTAFISCAL  TO NFER-NOTAFISCAL.
           MOVE HV-DATA        TO NFER-EMI-DATA-EMISSAO.
           MOVE HV-FILIAL      TO NFER-EMI-FILIAL.
           MOVE HV-VENDEDOR    TO NFER-EMI-VENDEDOR.
           MOVE HV-FORMA-PAGTO TO NFER-EMI-FORMA-PAGTO.
           MOVE 'N' TO WRK-FL-SW.
           PERFORM 0242-COMPARAR-FILIAL
               VARYING WRK-FL-IDX FROM 1 BY 1
               UNTIL WRK-FL-IDX > WRK-QTDE-FILIAIS
                  OR WRK-FILIAL-ACHADA.
           PERFORM 0265-GRAVAR-NFER.

       0242-COMPARAR-FILIAL.
           IF WRK-FILIAL-CODIGO (WRK-FL-IDX) = HV-FILIAL
               SET WRK-FILIAL-ACHADA TO TRUE
               MOVE WRK-FILIAL-UF (WRK-FL-IDX) TO NFER-EMI-UF
           END-IF.

      ******************************* DESTINATARIO: NOME DO CLIENTE-
      ******************************* MASTER E ENDERECO DE ENTREGA DA
      ******************************* VENDA (HV-ENDERECO, OU O PADRAO
      ******************************* DO CLIENTE); A UF DO DESTINATARIO
      ******************************* DA A ALIQUOTA DE ICMS DA NOTA
       0243-GRAVAR-DESTINATARIO.
           INITIALIZE NFER-REGISTRO.
           SET NFER-TIPO-DESTINATARIO TO TRUE.
           MOVE HV-NOTAFISCAL TO NFER-NOTAFISCAL.
           MOVE HV-CPF        TO NFER-DEST-CPF.
           MOVE NIMP-CAB-NOME TO NFER-DEST-NOME.
           MOVE SPACES TO WRK-UF-CLIENTE.
           INITIALIZE CEND-REGISTRO.
           MOVE HV-CPF TO CEND-CPF.
           IF HV-ENDERECO IS NUMERIC
               MOVE HV-ENDERECO TO CEND-NUMERO
           END-IF.
           CALL 'PROGCOBE' USING CEND-REGISTRO WRK-ENDERECO-SW.
           IF WRK-ENDERECO-ACHADO
               MOVE CEND-ENDERECO TO NFER-DEST-ENDERECO
               MOVE CEND-CIDADE   TO NFER-DEST-CIDADE
               MOVE CEND-UF       TO NFER-DEST-UF
               MOVE CEND-UF       TO WRK-UF-CLIENTE
           ELSE
               DISPLAY 'AVISO - NOTA ' HV-NOTAFISCAL
                       ' SEM ENDERECO DO DESTINATARIO: ' HV-CPF
           END-IF.
           PERFORM 0265-GRAVAR-NFER.
           PERFORM 0244-BUSCAR-ALIQUOTA.

      ******************************* LOCALIZA A ALIQUOTA DA UF NA
      ******************************* TABELA CARREGADA; UF SEM
      ******************************* ALIQUOTA SAI COM ICMS ZERO
       0244-BUSCAR-ALIQUOTA.
           MOVE 'N' TO WRK-UF-SW.
           MOVE ZERO TO WRK-ALIQUOTA.
           PERFORM 0245-COMPARAR-ALIQUOTA
               VARYING WRK-UF-IDX FROM 1 BY 1
               UNTIL WRK-UF-IDX > WRK-QTDE-UF OR WRK-UF-ACHOU.

       0245-COMPARAR-ALIQUOTA.
           IF WRK-UF-SIGLA (WRK-UF-IDX) = WRK-UF-CLIENTE
               SET WRK-UF-ACHOU TO TRUE
               MOVE WRK-UF-ALIQUOTA (WRK-UF-IDX) TO WRK-ALIQUOTA
           END-IF.

      ******************************* UM REGISTRO POR ITEM, COM O ICMS
      ******************************* DO ITEM PELA ALIQUOTA DA UF
       0250-GRAVAR-ITEM-NFE.
           COMPUTE WRK-VALOR-ICMS ROUNDED =
               HV-VALOR * WRK-ALIQUOTA.
           ADD WRK-VALOR-ICMS TO WRK-NOTA-ICMS.
           ADD 1 TO WRK-NOTA-QTDE-ITENS.
           INITIALIZE NFER-REGISTRO.
           SET NFER-TIPO-ITEM TO TRUE.
           MOVE HV-NOTAFISCAL      TO NFER-NOTAFISCAL.
           MOVE HV-PRODUTO         TO NFER-ITEM-PRODUTO.
           MOVE NIMP-DET-DESCRICAO TO NFER-ITEM-DESCRICAO.
           MOVE HV-QUANTIDADE      TO NFER-ITEM-QUANTIDADE.
           MOVE HV-VALOR           TO NFER-ITEM-VALOR.
           MOVE HV-DESCONTO        TO NFER-ITEM-DESCONTO.
           MOVE WRK-ALIQUOTA       TO NFER-ITEM-ALIQUOTA.
           MOVE WRK-VALOR-ICMS     TO NFER-ITEM-ICMS.
           PERFORM 0265-GRAVAR-NFER.

      ******************************* TOTAIS DA NOTA NA REMESSA E A
      ******************************* NOTA PENDENTE DE AUTORIZACAO NO
      ******************************* MASTER DE NF-E
       0260-FECHAR-NFE.
           INITIALIZE NFER-REGISTRO.
           SET NFER-TIPO-TOTAL TO TRUE.
           MOVE WRK-NOTA-NUMERO     TO NFER-NOTAFISCAL.
           MOVE WRK-NOTA-QTDE-ITENS TO NFER-TOT-QTDE-ITENS.
           MOVE WRK-NOTA-VALOR      TO NFER-TOT-VALOR.
           MOVE WRK-NOTA-DESCONTO   TO NFER-TOT-DESCONTO.
           MOVE WRK-NOTA-VALOR      TO NFER-TOT-BASE-ICMS.
           MOVE WRK-NOTA-ICMS       TO NFER-TOT-ICMS.
           PERFORM 0265-GRAVAR-NFER.
           INITIALIZE NFE-REGISTRO.
           MOVE WRK-NOTA-NUMERO   TO NFE-NOTAFISCAL.
           MOVE NIMP-CAB-DATA     TO NFE-DATA-EMISSAO.
           MOVE NIMP-CAB-CPF      TO NFE-CPF.
           MOVE NIMP-CAB-FILIAL   TO NFE-FILIAL.
           MOVE WRK-NOTA-VALOR    TO NFE-VALOR.
           MOVE WRK-NOTA-ICMS     TO NFE-ICMS.
           SET NFE-STATUS-PENDENTE TO TRUE.
           IF WRK-NFE-EXISTE
               REWRITE NFE-REGISTRO
           ELSE
               WRITE NFE-REGISTRO
           END-IF.
           ADD 1 TO WRK-QTDE-NFE-ENVIADAS.
           MOVE 'N' TO WRK-ENVIA-NFE-SW.

      ******************************* GRAVA UM REGISTRO DA REMESSA,
      ******************************* CONTANDO-O PARA O TRAILER; O
      ******************************* TOTAL DE CONTROLE SOMA VALOR E
      ******************************* ICMS DOS REGISTROS DE TOTAIS
       0265-GRAVAR-NFER.
           WRITE NFER-REGISTRO.
           ADD 1 TO WRK-QTDE-REG-NFER.
           IF NFER-TIPO-TOTAL
               ADD NFER-TOT-VALOR NFER-TOT-ICMS TO WRK-TOTAL-CONTROLE
           END-IF.

      ******************************* HEADER COM A SEQUENCIA DA
      ******************************* REMESSA (ROTINA PROGCOBB)
       0270-GRAVAR-HEADER-NFE.
           INITIALIZE CTLREM-REGISTRO.
           MOVE 'NFEREMES'   TO CTLREM-ARQUIVO.
           MOVE 'PROGCOB09N' TO CTLREM-PROGRAMA.
           CALL 'PROGCOBB' USING CTLREM-REGISTRO.
           WRITE NFER-REGISTRO FROM CTLREM-REGISTRO.

      ******************************* TRAILER COM A QUANTIDADE DE
      ******************************* REGISTROS E O TOTAL DE CONTROLE
       0275-GRAVAR-TRAILER-NFE.
           INITIALIZE CTLREM-REGISTRO.
           SET CTLREM-TRAILER TO TRUE.
           MOVE 'NFEREMES'         TO CTLREM-ARQUIVO.
           MOVE WRK-QTDE-REG-NFER  TO CTLREM-QTDE-REGISTROS.
           MOVE WRK-TOTAL-CONTROLE TO CTLREM-TOTAL-CONTROLE.
           WRITE NFER-REGISTRO FROM CTLREM-REGISTRO.

       0300-FINALIZAR.
           IF WRK-HA-NOTA-ABERTA
               PERFORM 0230-FECHAR-NOTA
           END-IF.
           MOVE NIMP-SEPARADOR TO NIMP-LINHA.
           WRITE NIMP-LINHA.
           MOVE WRK-QTDE-NOTAS TO NIMP-ROD-QTDE.
           MOVE WRK-TOTAL-DIA  TO NIMP-ROD-VALOR.
           MOVE NIMP-RODAPE TO NIMP-LINHA.
           WRITE NIMP-LINHA.
           IF WRK-FS-HISTV = '00' OR WRK-FS-HISTV = '10'
               CLOSE HIST-VENDAS
           END-IF.
           CLOSE CLIENTE-MASTER.
           CLOSE PRODUTO-MASTER.
           CLOSE NOTAS-IMPRESSAS.
           PERFORM 0275-GRAVAR-TRAILER-NFE.
           CLOSE NFE-REMESSA.
           IF WRK-NFE-MASTER-OK
               CLOSE NFE-MASTER
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           PERFORM 0340-GRAVAR-STATUS-CICLO.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - NOTAS IMPRESSAS: '
                   WRK-QTDE-NOTAS ' ITENS: ' WRK-QTDE-ITENS.
           DISPLAY 'NF-E ENVIADAS AO GATEWAY FISCAL: '
                   WRK-QTDE-NFE-ENVIADAS ' JA AUTORIZADAS OU '
                   'CANCELADAS (NAO REENVIADAS): '
                   WRK-QTDE-NFE-JA-AUTORIZ.

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
           MOVE 'PROGCOB09N' TO AUDIT-PROGRAMA.
           MOVE 'LOTE HISTVENDA' TO AUDIT-ENTRADA-CHAVE.
           MOVE 'NOTAS FISCAIS IMPRESSAS' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.

      ******************************* GRAVA AS LINHAS DESTE STEP NO
      ******************************* PAINEL DE STATUS DO CICLO NOTURNO
      ******************************* (NOTAS IMPRESSAS E REMESSA NF-E)
       0340-GRAVAR-STATUS-CICLO.
           OPEN EXTEND STATUS-CICLO.
           IF WRK-FS-CICLO = '35'
               OPEN OUTPUT STATUS-CICLO
               CLOSE STATUS-CICLO
               OPEN EXTEND STATUS-CICLO
           END-IF.
           INITIALIZE CICLO-REGISTRO.
           MOVE 'STEP012'    TO CICLO-STEP.
           MOVE 'PROGCOB09N' TO CICLO-PROGRAMA.
           ACCEPT CICLO-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO-CICLO TO CICLO-HORA-INICIO.
           ACCEPT CICLO-HORA-FIM FROM TIME.
           MOVE RETURN-CODE TO CICLO-RETURN-CODE.
           MOVE WRK-QTDE-NOTAS TO CICLO-QTDE-REGISTROS.
           MOVE 'IMPRESSAO DAS NOTAS FISCAIS DO DIA' TO CICLO-RESULTADO.
           WRITE CICLO-REGISTRO.
           MOVE WRK-QTDE-REG-NFER TO CICLO-QTDE-REGISTROS.
           MOVE 'REMESSA DE NF-E AO GATEWAY FISCAL' TO CICLO-RESULTADO.
           MOVE 'NFEREMES' TO CICLO-ARQUIVO.
           MOVE WRK-TOTAL-CONTROLE TO CICLO-TOTAL-CONTROLE.
           WRITE CICLO-REGISTRO.
           CLOSE STATUS-CICLO.
