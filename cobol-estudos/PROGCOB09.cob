      *                 O RESTO DA VALIDACAO PASSAR, FICA PARADA EM
      *                 VENDAS-PENDENTES PARA O SUPERVISOR PODER
      *                 LIBERAR PELO PROGCOB09A (CAMINHO DE OVERRIDE)
      * 15/10/2026 FM - VENDAS PASSA A ACEITAR O PEDIDO COM VARIOS ITENS
      *                 (LAYOUT NO NOVO COPYBOOK CPVENDA): UM CABECALHO
      *                 COM CPF, VENDEDOR, FILIAL, FORMA DE PAGAMENTO E
      *                 PONTOS, SEGUIDO DE N LINHAS DE ITEM. O PEDIDO E
      *                 VALIDADO UMA VEZ (VENDEDOR, CLIENTE, LIMITE DE
      *                 CREDITO PELA SOMA DOS ITENS E BLOQUEIO), CADA
      *                 ITEM E VALIDADO, PRECIFICADO, PROMOVIDO E
      *                 CONFERIDO NO ESTOQUE COMO A VENDA AVULSA, E
      *                 TODOS OS ITENS ACEITOS SAEM NUMA SO NOTA FISCAL
      *                 - UMA LINHA POR ITEM NO HISTORICO (HISTVENDA)
      *                 COM O MESMO HV-NOTAFISCAL. O LIMIAR DE
      *                 APROVACAO, A NOTIFICACAO GERENCIAL E O RESGATE
      *                 DE PONTOS PASSAM A OLHAR O TOTAL DO PEDIDO; O
      *                 RESGATE E RATEADO NOS ITENS NA ORDEM EM QUE
      *                 VIERAM. ITEM SEM CABECALHO E PEDIDO SEM ITEM VAO
      *                 PARA O REJEITOS (MOTIVOS 408/409). A VENDA
      *                 AVULSA (TIPO EM BRANCO) SEGUE COMO ANTES
      * 15/10/2026 FM - A VENDA AVULSA E O CABECALHO DO PEDIDO PASSAM A
      *                 TRAZER A LISTA DE FORMAS DE PAGAMENTO
      *                 (VENDA-PAGTO: DINHEIRO, CARTAO E CREDIARIO
      *                 PARCELADO, CADA UMA COM O SEU VALOR; A ULTIMA
      *                 FECHA O VALOR LIQUIDO). O VALOR DE CADA LINHA DO
      *                 HISTORICO E DIVIDIDO NAS FORMAS NA ORDEM
      *                 (HV-PAGTO), COM O RESGATE DE PONTOS COMO FORMA
      *                 P, E HV-FORMA-PAGTO VIRA M=MISTO QUANDO HOUVER
      *                 MAIS DE UMA. FORMA INVALIDA OU CREDIARIO ACIMA
      *                 DE 12 PARCELAS VAI PARA O REJEITOS (MOTIVO 410).
      *                 O BOLETIM MOSTRA A FORMA DE CADA VENDA E OS
      *                 TOTAIS POR FORMA NO RODAPE. SEM LISTA INFORMADA
      *                 VALE A FORMA UNICA COMO ANTES
      * 15/10/2026 FM - INCLUIDA A FORMA DE PAGAMENTO L=CREDITO DE LOJA:
      *                 O VALOR INFORMADO PRECISA CABER NO SALDO ATIVO
      *                 DO CLIENTE NO CREDITO-LOJA (SENAO A VENDA VAI
      *                 PARA O REJEITOS COM O MOTIVO 411), E NA VENDA
      *                 REGISTRADA E ABATIDO DO SALDO COM O MOVIMENTO
      *                 GRAVADO NO MOVCRED (NA PENDENTE, SO NA APROVACAO
      *                 PELO PROGCOB09A). O BOLETIM GANHA O TOTAL EM
      *                 CREDITO DE LOJA
      * 15/10/2026 FM - PEDIDO DA LOJA VIRTUAL (CABECALHO COM
      *                 VENDA-PEDIDO-WEB, GRAVADO PELA IMPORTACAO
      *                 PROGCOB09K) GRAVA NO CRUZAMENTO PEDNOTA O NUMERO
      *                 DO PEDIDO E A NOTA FISCAL ATRIBUIDA, PARA O LOTE
      *                 DE FRETE (PROGCOB12B) EMBARCAR O PEDIDO COM A
      *                 NOTA
      * 15/10/2026 FM - NUMERO DO ENDERECO DE ENTREGA DA VENDA
      *                 (VENDA-ENDERECO) LEVADO AO HISTORICO
      *                 (HV-ENDERECO) E AS PENDENTES (PENDV-ENDERECO)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT HIST-VENDAS ASSIGN TO 'HISTVENDA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTV.
           SELECT PEDIDO-NOTA ASSIGN TO 'PEDNOTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDNF.
           SELECT VENDAS-PENDENTES ASSIGN TO 'VENDPEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEND.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PONTOS-CPF
               FILE STATUS IS WRK-FS-PONTOS.
           SELECT CREDITO-LOJA ASSIGN TO 'CREDLOJA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CREDL-CPF
               FILE STATUS IS WRK-FS-CREDL.
           SELECT MOVIMENTO-CREDITO ASSIGN TO 'MOVCRED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVCR.
           SELECT PARAM-PONTOS ASSIGN TO 'PONTOPAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTPAR.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
           COPY CPVENDA.
       FD  CLIENTE-MASTER.
           COPY CPCLIMA.
       FD  BOLETIM-VENDAS.
           COPY CPREJEIT.
       FD  HIST-VENDAS.
           COPY CPHISTV.
       FD  PEDIDO-NOTA.
           COPY CPPEDNF.
       FD  VENDAS-PENDENTES.
           COPY CPPENDV.
       FD  CHECKPOINT-PENDENTE.
           COPY CPPONTOS.
       FD  PARAM-PONTOS.
           COPY CPPONTPAR.
       FD  CREDITO-LOJA.
           COPY CPCREDL.
       FD  MOVIMENTO-CREDITO.
           COPY CPMOVCR.
      *****************************************************************
      * PROMOCOES-SAZONAIS - TABELA EXTERNA DE CAMPANHAS COM PRODUTO,
      *                      PERCENTUAL DE DESCONTO E VIGENCIA
       77  WRK-FS-CLIMA              PIC X(02) VALUE '00'.
       77  WRK-FS-HISTV              PIC X(02) VALUE '00'.
       77  WRK-FS-PEND               PIC X(02) VALUE '00'.
       77  WRK-FS-PEDNF              PIC X(02) VALUE '00'.
       77  WRK-FS-CHECK              PIC X(02) VALUE '00'.
       77  WRK-FS-CHECKNF            PIC X(02) VALUE '00'.
       77  WRK-FS-PROD               PIC X(02) VALUE '00'.
               10  WRK-DESC-PERCENTUAL   PIC 9V9(04).
       77  WRK-FS-PROMO              PIC X(02) VALUE '00'.
       77  WRK-FS-PONTOS             PIC X(02) VALUE '00'.
       77  WRK-FS-CREDL              PIC X(02) VALUE '00'.
       77  WRK-FS-MOVCR              PIC X(02) VALUE '00'.
       77  WRK-FS-BLOQ               PIC X(02) VALUE '00'.
       77  WRK-BLOQUEIO-SW           PIC X(01) VALUE 'N'.
           88  WRK-CPF-BLOQUEADO         VALUE 'S'.
       77  WRK-PRODUTO-SW            PIC X(01) VALUE 'S'.
           88  WRK-PRODUTO-OK            VALUE 'S'.
           88  WRK-PRODUTO-REJEITADO     VALUE 'N'.
       77  WRK-QTDE-PEDIDOS          PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-ITENS            PIC 9(03) VALUE ZERO.
       77  WRK-QTDE-ITENS-OK         PIC 9(03) VALUE ZERO.
       77  WRK-IT-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-PED-VALOR-INFORMADO   PIC 9(07)V99 VALUE ZERO.
       77  WRK-PED-VALOR-TOTAL       PIC 9(07)V99 VALUE ZERO.
       77  WRK-RESGATE-A-RATEAR      PIC 9(07)V99 VALUE ZERO.
       77  WRK-VENDA-LIDA-SW         PIC X(01) VALUE 'N'.
           88  WRK-HA-VENDA-LIDA         VALUE 'S'.
       01  WRK-PED-CABECALHO         PIC X(110) VALUE SPACES.
       01  WRK-VENDA-LIDA            PIC X(110) VALUE SPACES.
       01  WRK-TABELA-ITENS.
           05  WRK-ITEM OCCURS 1 TO 50 TIMES
                        DEPENDING ON WRK-QTDE-ITENS.
               10  WRK-ITEM-PRODUTO      PIC X(10).
               10  WRK-ITEM-VALOR        PIC 9(05)V99.
               10  WRK-ITEM-QUANTIDADE   PIC 9(05).
               10  WRK-ITEM-DESCONTO     PIC 9(07)V99.
               10  WRK-ITEM-SITUACAO     PIC X(01).
                   88  WRK-ITEM-OK           VALUE 'S'.
               10  WRK-ITEM-RESGATE      PIC 9(07)V99.
       77  WRK-PAGTO-SW              PIC X(01) VALUE 'S'.
           88  WRK-PAGTOS-OK             VALUE 'S'.
       77  WRK-PG-IDX                PIC 9(02) VALUE ZERO.
       77  WRK-LP-IDX                PIC 9(02) VALUE ZERO.
       77  WRK-QTDE-FORMAS           PIC 9(02) VALUE ZERO.
       77  WRK-QTDE-FORMAS-LINHA     PIC 9(02) VALUE ZERO.
       77  WRK-FORMA-LINHA           PIC X(01) VALUE SPACE.
       77  WRK-PAGTO-A-DISTRIBUIR    PIC 9(07)V99 VALUE ZERO.
       77  WRK-LINHA-A-DISTRIBUIR    PIC 9(07)V99 VALUE ZERO.
       77  WRK-RESGATE-ITEM          PIC 9(07)V99 VALUE ZERO.
       77  WRK-TOTAL-DINHEIRO        PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-CARTAO          PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-CREDIARIO       PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-PONTOS          PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-CREDITO-LOJA    PIC 9(09)V99 VALUE ZERO.
       77  WRK-CREDITO-INFORMADO     PIC 9(07)V99 VALUE ZERO.
       77  WRK-CREDITO-A-DEBITAR     PIC 9(07)V99 VALUE ZERO.
       77  WRK-PAGTO-CODMOTIVO       PIC 9(03) VALUE ZERO.
       77  WRK-PAGTO-DESCMOTIVO      PIC X(40) VALUE SPACES.
       01  WRK-TABELA-PAGTOS.
           05  WRK-PAGTO OCCURS 4 TIMES.
               10  WRK-PAGTO-FORMA       PIC X(01).
               10  WRK-PAGTO-SALDO       PIC 9(07)V99.
               10  WRK-PAGTO-PARCELAS    PIC 9(02).
       01  WRK-LINHA-PAGTOS.
           05  WRK-LINHA-PAGTO OCCURS 5 TIMES.
               10  WRK-LP-FORMA          PIC X(01).
               10  WRK-LP-VALOR          PIC 9(07)V99.
               10  WRK-LP-PARCELAS       PIC 9(02).
       77  WRK-TOTAL-VENDAS          PIC 9(07)V99 VALUE ZERO.
       77  WRK-MEDIA                 PIC 9(06)V99 VALUE ZEROS.
       77  WRK-MEDIA-ED              PIC $ZZ.ZZ9,99 VALUE ZEROS.
           05  BOL-DET-NOTAFISCAL    PIC 9(08).
           05  FILLER                PIC X(09) VALUE '  DESC = '.
           05  BOL-DET-DESCONTO      PIC $ZZ.ZZ9,99.
           05  FILLER                PIC X(06) VALUE '  PG= '.
           05  BOL-DET-FORMA         PIC X(01).
       01  BOL-RODAPE-1.
           05  FILLER                PIC X(22) VALUE
               'QUANTIDADE DE VENDAS= '.
           05  FILLER                PIC X(22) VALUE
               'MEDIA DAS VENDAS..... '.
           05  BOL-MEDIA-ED          PIC $ZZ.ZZ9,99.
       01  BOL-RODAPE-4.
           05  FILLER                PIC X(22) VALUE
               'PEDIDOS COM ITENS.... '.
           05  BOL-PEDIDOS-ED        PIC ZZZZ9.
       01  BOL-RODAPE-FORMA.
           05  FILLER                PIC X(06) VALUE 'TOTAL '.
           05  BOL-FORMA-DESCRICAO   PIC X(16).
           05  BOL-FORMA-VALOR-ED    PIC $Z.ZZZ.ZZ9,99.
       01  REL-PROMO-CABECALHO.
           05  FILLER                PIC X(50) VALUE
               'VENDAS COM PROMOCAO SAZONAL APLICADA'.
               CLOSE PONTOS-FIDELIDADE
               OPEN I-O PONTOS-FIDELIDADE
           END-IF.
           OPEN I-O CREDITO-LOJA.
           IF WRK-FS-CREDL = '35'
               OPEN OUTPUT CREDITO-LOJA
               CLOSE CREDITO-LOJA
               OPEN I-O CREDITO-LOJA
           END-IF.
           OPEN EXTEND MOVIMENTO-CREDITO.
           IF WRK-FS-MOVCR = '35'
               OPEN OUTPUT MOVIMENTO-CREDITO
               CLOSE MOVIMENTO-CREDITO
               OPEN EXTEND MOVIMENTO-CREDITO
           END-IF.
           OPEN OUTPUT RELATORIO-PROMOCAO.
           MOVE REL-PROMO-CABECALHO TO REL-PROMO-LINHA.
           WRITE REL-PROMO-LINHA.
               CLOSE VENDAS-PENDENTES
               OPEN EXTEND VENDAS-PENDENTES
           END-IF.
           OPEN EXTEND PEDIDO-NOTA.
           IF WRK-FS-PEDNF = '35'
               OPEN OUTPUT PEDIDO-NOTA
               CLOSE PEDIDO-NOTA
               OPEN EXTEND PEDIDO-NOTA
           END-IF.
           PERFORM 0130-LER-CHECKPOINT.
           PERFORM 0135-LER-CHECKPOINT-NF.
           MOVE BOL-CABECALHO TO BOL-LINHA.
           END-IF.

       0200-PROCESSAR.
           EVALUATE TRUE
               WHEN VENDA-REG-CABECALHO
                   PERFORM 0250-PROCESSAR-PEDIDO
               WHEN VENDA-REG-ITEM
                   ADD 1 TO WRK-QTDE-RECUSADOS
                   DISPLAY 'VENDA - ITEM DE PEDIDO SEM CABECALHO: '
                           VENDA-PRODUTO
                   PERFORM 0258-GRAVAR-REJEITO-ITEM-AVULSO
               WHEN OTHER
                   PERFORM 0240-VALIDAR-PAGAMENTOS
                   IF WRK-PAGTOS-OK
                       PERFORM 0207-VALIDAR-VENDEDOR
                       IF WRK-VENDEDOR-OK
                           PERFORM 0208-VALIDAR-CLIENTE-E-VENDA
                       END-IF
                   END-IF
           END-EVALUATE.
           PERFORM 0205-LER-PROXIMA-VENDA.

      ******************************* O PEDIDO COM ITENS JA LEU UM
      ******************************* REGISTRO ADIANTE PARA SABER ONDE
      ******************************* TERMINAVA; ESSE REGISTRO E O
      ******************************* PROXIMO A PROCESSAR
       0205-LER-PROXIMA-VENDA.
           IF WRK-HA-VENDA-LIDA
               MOVE WRK-VENDA-LIDA TO VENDA-REGISTRO
               MOVE 'N' TO WRK-VENDA-LIDA-SW
           ELSE
               IF NOT WRK-FIM-ARQUIVO
                   READ VENDAS
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
               END-IF
           END-IF.

      ******************************* VALIDA O CODIGO DO VENDEDOR
      ******************************* CONTRA O MASTER DE VENDEDORES,
                                PERFORM 0220-VERIFICAR-NOTIFICACAO
                                PERFORM 0222-AVISAR-SEM-ESTOQUE
                                IF WRK-CPF-BLOQUEADO
                                   PERFORM 0235-PENDENTE-AVULSA
                                ELSE
                                 IF VENDA-VALOR > WRK-LIMIAR-APROVACAO
                                   PERFORM 0235-PENDENTE-AVULSA
                                 ELSE
                                   PERFORM 0238-PAGAR-VENDA-AVULSA
                                   PERFORM 0210-REGISTRAR-VENDA
                                 END-IF
                                END-IF
           MOVE VENDA-VENDEDOR TO BOL-DET-VENDEDOR.
           MOVE WRK-ULTIMO-NOTAFISCAL TO BOL-DET-NOTAFISCAL.
           MOVE WRK-DESCONTO-DADO TO BOL-DET-DESCONTO.
           MOVE WRK-FORMA-LINHA TO BOL-DET-FORMA.
           MOVE BOL-DETALHE TO BOL-LINHA.
           WRITE BOL-LINHA.
           PERFORM 0212-GRAVAR-HISTORICO.
           MOVE VENDA-FILIAL           TO PENDV-FILIAL.
           MOVE VENDA-QUANTIDADE       TO PENDV-QUANTIDADE.
           MOVE WRK-DESCONTO-DADO      TO PENDV-DESCONTO.
           MOVE WRK-FORMA-LINHA        TO PENDV-FORMA-PAGTO.
           MOVE WRK-LINHA-PAGTOS       TO PENDV-PAGAMENTOS.
           IF VENDA-ENDERECO IS NUMERIC
               MOVE VENDA-ENDERECO     TO PENDV-ENDERECO
           ELSE
               MOVE ZERO               TO PENDV-ENDERECO
           END-IF.
           SET PENDV-STATUS-PENDENTE TO TRUE.
           WRITE PENDV-REGISTRO.

           MOVE VENDA-FILIAL   TO HV-FILIAL.
           MOVE VENDA-QUANTIDADE TO HV-QUANTIDADE.
           MOVE WRK-DESCONTO-DADO TO HV-DESCONTO.
           MOVE WRK-FORMA-LINHA TO HV-FORMA-PAGTO.
           MOVE WRK-LINHA-PAGTOS TO HV-PAGAMENTOS.
           IF VENDA-ENDERECO IS NUMERIC
               MOVE VENDA-ENDERECO TO HV-ENDERECO
           ELSE
               MOVE ZERO TO HV-ENDERECO
           END-IF.
           WRITE HV-REGISTRO.
           PERFORM 0247-SOMAR-FORMA-LINHA
               VARYING WRK-LP-IDX FROM 1 BY 1
               UNTIL WRK-LP-IDX > WRK-QTDE-FORMAS-LINHA.

      ******************************* VENDA AVULSA ACIMA DO LIMIAR OU
      ******************************* DE CPF BLOQUEADO: RESOLVE AS
      ******************************* FORMAS DE PAGAMENTO (SEM RESGATE
      ******************************* DE PONTOS, QUE SO ACONTECE NA
      ******************************* VENDA REGISTRADA) E GRAVA A
      ******************************* PENDENCIA
       0235-PENDENTE-AVULSA.
           MOVE VENDA-VALOR TO WRK-PAGTO-A-DISTRIBUIR.
           PERFORM 0242-RESOLVER-PAGAMENTOS.
           MOVE VENDA-VALOR TO WRK-LINHA-A-DISTRIBUIR.
           MOVE ZERO TO WRK-RESGATE-ITEM.
           PERFORM 0245-DISTRIBUIR-LINHA.
           PERFORM 0215-GRAVAR-PENDENTE.

      ******************************* VENDA AVULSA REGISTRADA: RESGATA
      ******************************* OS PONTOS E DIVIDE O VALOR
      ******************************* LIQUIDO NAS FORMAS DE PAGAMENTO
       0238-PAGAR-VENDA-AVULSA.
           MOVE ZERO TO WRK-VALOR-RESGATE.
           PERFORM 0233-RESGATAR-PONTOS.
           MOVE VENDA-VALOR TO WRK-PAGTO-A-DISTRIBUIR.
           PERFORM 0242-RESOLVER-PAGAMENTOS.
           PERFORM 0249-DEBITAR-CREDITO-LOJA.
           MOVE VENDA-VALOR TO WRK-LINHA-A-DISTRIBUIR.
           MOVE WRK-VALOR-RESGATE TO WRK-RESGATE-ITEM.
           PERFORM 0245-DISTRIBUIR-LINHA.

      ******************************* USO DO CREDITO DE LOJA DO
      ******************************* CLIENTE NA VENDA REGISTRADA:
      ******************************* ABATE DO SALDO A PARTE DA VENDA
      ******************************* PAGA NA FORMA L (JA CONFERIDA NA
      ******************************* VALIDACAO) E GRAVA O MOVIMENTO
       0249-DEBITAR-CREDITO-LOJA.
           IF WRK-CREDITO-A-DEBITAR > ZERO
               MOVE VENDA-CPF TO CREDL-CPF
               READ CREDITO-LOJA
                   INVALID KEY
                       DISPLAY 'AVISO - CLIENTE SEM CREDITO DE LOJA: '
                               VENDA-CPF
                   NOT INVALID KEY
                       PERFORM 0230-ABATER-CREDITO-LOJA
               END-READ
           END-IF.

       0230-ABATER-CREDITO-LOJA.
           IF WRK-CREDITO-A-DEBITAR > CREDL-SALDO
               MOVE CREDL-SALDO TO WRK-CREDITO-A-DEBITAR
           END-IF.
           SUBTRACT WRK-CREDITO-A-DEBITAR FROM CREDL-SALDO.
           REWRITE CREDL-REGISTRO.
           INITIALIZE MOVCR-REGISTRO.
           MOVE VENDA-CPF             TO MOVCR-CPF.
           MOVE WRK-DATAHOJE          TO MOVCR-DATA.
           SET MOVCR-TIPO-USO         TO TRUE.
           MOVE WRK-CREDITO-A-DEBITAR TO MOVCR-VALOR.
           MOVE CREDL-SALDO           TO MOVCR-SALDO.
           MOVE WRK-ULTIMO-NOTAFISCAL TO MOVCR-NOTAFISCAL.
           MOVE 'PROGCOB09'           TO MOVCR-PROGRAMA.
           WRITE MOVCR-REGISTRO.

      ******************************* GRAVA O MOTIVO DA RECUSA POR
      ******************************* FORMA DE PAGAMENTO INVALIDA OU
      ******************************* CREDITO DE LOJA SEM SALDO
       0239-GRAVAR-REJEITO-PAGTO.
           INITIALIZE REJEIT-REGISTRO.
           ACCEPT REJEIT-DATA FROM DATE YYYYMMDD.
           SET REJEIT-STATUS-PENDENTE TO TRUE.
           MOVE VENDA-CPF TO REJEIT-CHAVE (01:11).
           MOVE 'PROGCOB09' TO REJEIT-PROGRAMA.
           MOVE WRK-PAGTO-CODMOTIVO TO REJEIT-CODMOTIVO.
           MOVE WRK-PAGTO-DESCMOTIVO TO REJEIT-DESCMOTIVO.
           WRITE REJEIT-REGISTRO.

      ******************************* CONFERE A LISTA DE FORMAS DE
      ******************************* PAGAMENTO DA VENDA AVULSA OU DO
      ******************************* CABECALHO: SO D, C OU R, E NO
      ******************************* CREDIARIO ATE 12 PARCELAS
       0240-VALIDAR-PAGAMENTOS.
           SET WRK-PAGTOS-OK TO TRUE.
           MOVE ZERO TO WRK-CREDITO-INFORMADO.
           MOVE 410 TO WRK-PAGTO-CODMOTIVO.
           MOVE 'FORMA DE PAGAMENTO OU PARCELAS INVALIDAS'
               TO WRK-PAGTO-DESCMOTIVO.
           PERFORM 0241-CONFERIR-FORMA
               VARYING WRK-PG-IDX FROM 1 BY 1
               UNTIL WRK-PG-IDX > 4.
           IF WRK-PAGTOS-OK
              AND WRK-CREDITO-INFORMADO > ZERO
               PERFORM 0248-CONFERIR-CREDITO-LOJA
           END-IF.
           IF NOT WRK-PAGTOS-OK
               ADD 1 TO WRK-QTDE-RECUSADOS
               DISPLAY 'VENDA ' VENDA-VENDEDOR ' - '
                       WRK-PAGTO-DESCMOTIVO ': ' VENDA-CPF
               PERFORM 0239-GRAVAR-REJEITO-PAGTO
           END-IF.

       0241-CONFERIR-FORMA.
           IF NOT VENDA-PAGTO-VAZIO (WRK-PG-IDX)
              AND NOT VENDA-PAGTO-VALIDO (WRK-PG-IDX)
               MOVE 'N' TO WRK-PAGTO-SW
           END-IF.
           IF VENDA-PAGTO-CREDIARIO (WRK-PG-IDX)
              AND VENDA-PAGTO-PARCELAS (WRK-PG-IDX) > 12
               MOVE 'N' TO WRK-PAGTO-SW
           END-IF.
           IF VENDA-PAGTO-CREDITO-LOJA (WRK-PG-IDX)
               IF VENDA-PAGTO-VALOR (WRK-PG-IDX) = ZERO
                   MOVE 'N' TO WRK-PAGTO-SW
               ELSE
                   ADD VENDA-PAGTO-VALOR (WRK-PG-IDX)
                       TO WRK-CREDITO-INFORMADO
               END-IF
           END-IF.

      ******************************* O CREDITO DE LOJA INFORMADO NA
      ******************************* VENDA PRECISA CABER NO SALDO
      ******************************* ATIVO DO CLIENTE
       0248-CONFERIR-CREDITO-LOJA.
           MOVE VENDA-CPF TO CREDL-CPF.
           READ CREDITO-LOJA
               INVALID KEY
                   MOVE 'N' TO WRK-PAGTO-SW
               NOT INVALID KEY
                   IF NOT CREDL-STATUS-ATIVO
                      OR CREDL-SALDO < WRK-CREDITO-INFORMADO
                       MOVE 'N' TO WRK-PAGTO-SW
                   END-IF
           END-READ.
           IF NOT WRK-PAGTOS-OK
               MOVE 411 TO WRK-PAGTO-CODMOTIVO
               MOVE 'CREDITO DE LOJA SEM SALDO SUFICIENTE'
                   TO WRK-PAGTO-DESCMOTIVO
           END-IF.

      ******************************* MONTA A TABELA DE FORMAS DA
      ******************************* VENDA SOBRE O VALOR LIQUIDO
      ******************************* (WRK-PAGTO-A-DISTRIBUIR): CADA
      ******************************* FORMA FICA COM O VALOR
      ******************************* INFORMADO (LIMITADO AO QUE
      ******************************* FALTA) E A ULTIMA COM O RESTO;
      ******************************* SEM LISTA INFORMADA, A FORMA
      ******************************* UNICA VENDA-FORMA-PAGTO LEVA TUDO
       0242-RESOLVER-PAGAMENTOS.
           INITIALIZE WRK-TABELA-PAGTOS.
           MOVE ZERO TO WRK-QTDE-FORMAS.
           MOVE ZERO TO WRK-CREDITO-A-DEBITAR.
           PERFORM 0243-GUARDAR-FORMA
               VARYING WRK-PG-IDX FROM 1 BY 1
               UNTIL WRK-PG-IDX > 4.
           IF WRK-QTDE-FORMAS = ZERO
               MOVE 1 TO WRK-QTDE-FORMAS
               IF VENDA-FORMA-PAGTO = SPACE
                   MOVE 'D' TO WRK-PAGTO-FORMA (1)
               ELSE
                   MOVE VENDA-FORMA-PAGTO TO WRK-PAGTO-FORMA (1)
               END-IF
               MOVE WRK-PAGTO-A-DISTRIBUIR TO WRK-PAGTO-SALDO (1)
               MOVE 1 TO WRK-PAGTO-PARCELAS (1)
           ELSE
               PERFORM 0244-FECHAR-FORMA
                   VARYING WRK-PG-IDX FROM 1 BY 1
                   UNTIL WRK-PG-IDX > WRK-QTDE-FORMAS
           END-IF.

       0243-GUARDAR-FORMA.
           IF NOT VENDA-PAGTO-VAZIO (WRK-PG-IDX)
               ADD 1 TO WRK-QTDE-FORMAS
               MOVE VENDA-PAGTO-FORMA (WRK-PG-IDX)
                   TO WRK-PAGTO-FORMA (WRK-QTDE-FORMAS)
               MOVE VENDA-PAGTO-VALOR (WRK-PG-IDX)
                   TO WRK-PAGTO-SALDO (WRK-QTDE-FORMAS)
               MOVE VENDA-PAGTO-PARCELAS (WRK-PG-IDX)
                   TO WRK-PAGTO-PARCELAS (WRK-QTDE-FORMAS)
               IF WRK-PAGTO-PARCELAS (WRK-QTDE-FORMAS) = ZERO
                   MOVE 1 TO WRK-PAGTO-PARCELAS (WRK-QTDE-FORMAS)
               END-IF
           END-IF.

       0244-FECHAR-FORMA.
           IF WRK-PG-IDX = WRK-QTDE-FORMAS
              OR WRK-PAGTO-SALDO (WRK-PG-IDX) > WRK-PAGTO-A-DISTRIBUIR
               MOVE WRK-PAGTO-A-DISTRIBUIR
                   TO WRK-PAGTO-SALDO (WRK-PG-IDX)
           END-IF.
           SUBTRACT WRK-PAGTO-SALDO (WRK-PG-IDX)
               FROM WRK-PAGTO-A-DISTRIBUIR.
           IF WRK-PAGTO-FORMA (WRK-PG-IDX) = 'L'
               ADD WRK-PAGTO-SALDO (WRK-PG-IDX)
                   TO WRK-CREDITO-A-DEBITAR
           END-IF.

      ******************************* DIVIDE O VALOR DE UMA LINHA DO
      ******************************* HISTORICO (WRK-LINHA-A-
      ******************************* DISTRIBUIR) NAS FORMAS DA VENDA,
      ******************************* CONSUMINDO O SALDO DE CADA UMA
      ******************************* NA ORDEM; O RESGATE DE PONTOS DA
      ******************************* LINHA ENTRA COMO FORMA P
       0245-DISTRIBUIR-LINHA.
           INITIALIZE WRK-LINHA-PAGTOS.
           MOVE ZERO TO WRK-QTDE-FORMAS-LINHA.
           PERFORM 0246-CONSUMIR-FORMA
               VARYING WRK-PG-IDX FROM 1 BY 1
               UNTIL WRK-PG-IDX > WRK-QTDE-FORMAS
                  OR WRK-LINHA-A-DISTRIBUIR = ZERO.
           IF WRK-RESGATE-ITEM > ZERO
               ADD 1 TO WRK-QTDE-FORMAS-LINHA
               MOVE 'P' TO WRK-LP-FORMA (WRK-QTDE-FORMAS-LINHA)
               MOVE WRK-RESGATE-ITEM
                   TO WRK-LP-VALOR (WRK-QTDE-FORMAS-LINHA)
           END-IF.
           EVALUATE WRK-QTDE-FORMAS-LINHA
               WHEN ZERO
                   MOVE WRK-PAGTO-FORMA (1) TO WRK-FORMA-LINHA
               WHEN 1
                   MOVE WRK-LP-FORMA (1) TO WRK-FORMA-LINHA
               WHEN OTHER
                   MOVE 'M' TO WRK-FORMA-LINHA
           END-EVALUATE.

       0246-CONSUMIR-FORMA.
           IF WRK-PAGTO-SALDO (WRK-PG-IDX) > ZERO
               ADD 1 TO WRK-QTDE-FORMAS-LINHA
               MOVE WRK-PAGTO-FORMA (WRK-PG-IDX)
                   TO WRK-LP-FORMA (WRK-QTDE-FORMAS-LINHA)
               MOVE WRK-PAGTO-PARCELAS (WRK-PG-IDX)
                   TO WRK-LP-PARCELAS (WRK-QTDE-FORMAS-LINHA)
               IF WRK-PAGTO-SALDO (WRK-PG-IDX) > WRK-LINHA-A-DISTRIBUIR
                   MOVE WRK-LINHA-A-DISTRIBUIR
                       TO WRK-LP-VALOR (WRK-QTDE-FORMAS-LINHA)
               ELSE
                   MOVE WRK-PAGTO-SALDO (WRK-PG-IDX)
                       TO WRK-LP-VALOR (WRK-QTDE-FORMAS-LINHA)
               END-IF
               SUBTRACT WRK-LP-VALOR (WRK-QTDE-FORMAS-LINHA)
                   FROM WRK-PAGTO-SALDO (WRK-PG-IDX)
               SUBTRACT WRK-LP-VALOR (WRK-QTDE-FORMAS-LINHA)
                   FROM WRK-LINHA-A-DISTRIBUIR
           END-IF.

      ******************************* ACUMULA OS TOTAIS POR FORMA DE
      ******************************* PAGAMENTO PARA O BOLETIM
       0247-SOMAR-FORMA-LINHA.
           EVALUATE WRK-LP-FORMA (WRK-LP-IDX)
               WHEN 'D'
                   ADD WRK-LP-VALOR (WRK-LP-IDX) TO WRK-TOTAL-DINHEIRO
               WHEN 'C'
                   ADD WRK-LP-VALOR (WRK-LP-IDX) TO WRK-TOTAL-CARTAO
               WHEN 'R'
                   ADD WRK-LP-VALOR (WRK-LP-IDX) TO WRK-TOTAL-CREDIARIO
               WHEN 'P'
                   ADD WRK-LP-VALOR (WRK-LP-IDX) TO WRK-TOTAL-PONTOS
               WHEN 'L'
                   ADD WRK-LP-VALOR (WRK-LP-IDX)
                       TO WRK-TOTAL-CREDITO-LOJA
           END-EVALUATE.

      ******************************* PEDIDO COM VARIOS ITENS: GUARDA O
      ******************************* CABECALHO, CARREGA OS ITENS QUE
      ******************************* O SEGUEM E VALIDA O PEDIDO COMO
      ******************************* UM TODO, PARA TODOS OS ITENS
      ******************************* ACEITOS SAIREM NUMA SO NOTA
       0250-PROCESSAR-PEDIDO.
           ADD 1 TO WRK-QTDE-PEDIDOS.
           MOVE VENDA-REGISTRO TO WRK-PED-CABECALHO.
           PERFORM 0251-CARREGAR-ITENS.
           MOVE WRK-PED-CABECALHO TO VENDA-REGISTRO.
           IF WRK-QTDE-ITENS = ZERO
               ADD 1 TO WRK-QTDE-RECUSADOS
               DISPLAY 'PEDIDO ' VENDA-VENDEDOR
                       ' - SEM NENHUM ITEM: ' VENDA-CPF
               PERFORM 0259-GRAVAR-REJEITO-PEDIDO-VAZIO
           ELSE
               PERFORM 0240-VALIDAR-PAGAMENTOS
               IF WRK-PAGTOS-OK
                   PERFORM 0207-VALIDAR-VENDEDOR
                   IF WRK-VENDEDOR-OK
                       PERFORM 0255-VALIDAR-CLIENTE-PEDIDO
                   END-IF
               END-IF
           END-IF.

      ******************************* LE OS ITENS DO PEDIDO ATE O
      ******************************* PRIMEIRO REGISTRO QUE NAO FOR
      ******************************* ITEM, QUE FICA GUARDADO PARA A
      ******************************* PROXIMA VOLTA DO 0200
       0251-CARREGAR-ITENS.
           MOVE ZERO TO WRK-QTDE-ITENS.
           MOVE 'N' TO WRK-VENDA-LIDA-SW.
           PERFORM 0252-LER-ITEM.
           PERFORM 0253-GUARDAR-ITEM
               UNTIL WRK-FIM-ARQUIVO
                  OR NOT VENDA-REG-ITEM.
           IF NOT WRK-FIM-ARQUIVO
               MOVE VENDA-REGISTRO TO WRK-VENDA-LIDA
               SET WRK-HA-VENDA-LIDA TO TRUE
           END-IF.

       0252-LER-ITEM.
           READ VENDAS
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0253-GUARDAR-ITEM.
           IF WRK-QTDE-ITENS < 50
               ADD 1 TO WRK-QTDE-ITENS
               MOVE VENDA-PRODUTO
                   TO WRK-ITEM-PRODUTO (WRK-QTDE-ITENS)
               MOVE VENDA-VALOR
                   TO WRK-ITEM-VALOR (WRK-QTDE-ITENS)
               MOVE VENDA-QUANTIDADE
                   TO WRK-ITEM-QUANTIDADE (WRK-QTDE-ITENS)
               MOVE ZERO TO WRK-ITEM-DESCONTO (WRK-QTDE-ITENS)
               MOVE 'N' TO WRK-ITEM-SITUACAO (WRK-QTDE-ITENS)
               MOVE ZERO TO WRK-ITEM-RESGATE (WRK-QTDE-ITENS)
           ELSE
               ADD 1 TO WRK-QTDE-RECUSADOS
               DISPLAY 'PEDIDO COM MAIS DE 50 ITENS - ITEM RECUSADO: '
                       VENDA-PRODUTO
               PERFORM 0258-GRAVAR-REJEITO-ITEM-AVULSO
           END-IF.
           PERFORM 0252-LER-ITEM.

      ******************************* MONTA NA AREA DA VENDA O ITEM
      ******************************* CORRENTE COM OS DADOS DO
      ******************************* CABECALHO, PARA OS PARAGRAFOS DA
      ******************************* VENDA AVULSA VALEREM PARA O ITEM
       0254-MONTAR-ITEM.
           MOVE WRK-PED-CABECALHO TO VENDA-REGISTRO.
           MOVE WRK-ITEM-PRODUTO (WRK-IT-IDX)    TO VENDA-PRODUTO.
           MOVE WRK-ITEM-VALOR (WRK-IT-IDX)      TO VENDA-VALOR.
           MOVE WRK-ITEM-QUANTIDADE (WRK-IT-IDX) TO VENDA-QUANTIDADE.
           MOVE WRK-ITEM-DESCONTO (WRK-IT-IDX)   TO WRK-DESCONTO-DADO.

      ******************************* MESMA VALIDACAO DE CLIENTE DA
      ******************************* VENDA AVULSA (0208), COM O
      ******************************* LIMITE DE CREDITO CONFERIDO
      ******************************* CONTRA A SOMA DOS ITENS
       0255-VALIDAR-CLIENTE-PEDIDO.
           MOVE ZERO TO WRK-PED-VALOR-INFORMADO.
           PERFORM 0256-SOMAR-ITEM-INFORMADO
               VARYING WRK-IT-IDX FROM 1 BY 1
               UNTIL WRK-IT-IDX > WRK-QTDE-ITENS.
           MOVE VENDA-CPF TO CLIMA-CPF.
           READ CLIENTE-MASTER
               INVALID KEY
                   ADD 1 TO WRK-QTDE-RECUSADOS
                   DISPLAY 'PEDIDO ' VENDA-VENDEDOR
                           ' - CLIENTE NAO CADASTRADO: ' VENDA-CPF
                   PERFORM 0211-GRAVAR-REJEITO
               NOT INVALID KEY
                   IF NOT CLIMA-STATUS-ATIVO
                       ADD 1 TO WRK-QTDE-RECUSADOS
                       DISPLAY 'PEDIDO ' VENDA-VENDEDOR
                               ' - CLIENTE INATIVO: ' VENDA-CPF
                       PERFORM 0211-GRAVAR-REJEITO
                   ELSE
                       IF CLIMA-LIMITE-CREDITO > 0
                          AND WRK-PED-VALOR-INFORMADO >
                              CLIMA-LIMITE-CREDITO
                           ADD 1 TO WRK-QTDE-RECUSADOS
                           DISPLAY 'PEDIDO ' VENDA-VENDEDOR
                               ' - ESTOURA O LIMITE DE CREDITO: '
                               VENDA-CPF
                           PERFORM 0214-GRAVAR-REJEITO-CREDITO
                       ELSE
                           PERFORM 0260-FECHAR-PEDIDO
                       END-IF
                   END-IF
           END-READ.

       0256-SOMAR-ITEM-INFORMADO.
           ADD WRK-ITEM-VALOR (WRK-IT-IDX) TO WRK-PED-VALOR-INFORMADO.

      ******************************* GRAVA O MOTIVO DA RECUSA DE ITEM
      ******************************* FORA DE UM PEDIDO (SEM O
      ******************************* CABECALHO ANTES) OU ALEM DO
      ******************************* LIMITE DE ITENS DO PEDIDO
       0258-GRAVAR-REJEITO-ITEM-AVULSO.
           INITIALIZE REJEIT-REGISTRO.
           ACCEPT REJEIT-DATA FROM DATE YYYYMMDD.
           SET REJEIT-STATUS-PENDENTE TO TRUE.
           MOVE VENDA-PRODUTO TO REJEIT-CHAVE (01:10).
           MOVE 'PROGCOB09' TO REJEIT-PROGRAMA.
           MOVE 409 TO REJEIT-CODMOTIVO.
           MOVE 'ITEM FORA DE PEDIDO OU ACIMA DE 50'
               TO REJEIT-DESCMOTIVO.
           WRITE REJEIT-REGISTRO.

      ******************************* GRAVA O MOTIVO DA RECUSA DE
      ******************************* CABECALHO DE PEDIDO SEM ITENS
       0259-GRAVAR-REJEITO-PEDIDO-VAZIO.
           INITIALIZE REJEIT-REGISTRO.
           ACCEPT REJEIT-DATA FROM DATE YYYYMMDD.
           SET REJEIT-STATUS-PENDENTE TO TRUE.
           MOVE VENDA-CPF TO REJEIT-CHAVE (01:11).
           MOVE 'PROGCOB09' TO REJEIT-PROGRAMA.
           MOVE 408 TO REJEIT-CODMOTIVO.
           MOVE 'PEDIDO SEM NENHUM ITEM'
               TO REJEIT-DESCMOTIVO.
           WRITE REJEIT-REGISTRO.

      ******************************* CLIENTE APROVADO: PRECIFICA OS
      ******************************* ITENS, ATRIBUI UMA SO NOTA
      ******************************* FISCAL AOS ACEITOS E DECIDE PELO
      ******************************* TOTAL DO PEDIDO SE ELE FICA
      ******************************* PENDENTE OU E REGISTRADO
       0260-FECHAR-PEDIDO.
           PERFORM 0224-VERIFICAR-BLOQUEIO.
           MOVE ZERO TO WRK-QTDE-ITENS-OK.
           MOVE ZERO TO WRK-PED-VALOR-TOTAL.
           PERFORM 0261-PRECIFICAR-ITEM
               VARYING WRK-IT-IDX FROM 1 BY 1
               UNTIL WRK-IT-IDX > WRK-QTDE-ITENS.
           IF WRK-QTDE-ITENS-OK > ZERO
               PERFORM 0216-ATRIBUIR-NOTAFISCAL
               PERFORM 0262-PROMOVER-ITEM
                   VARYING WRK-IT-IDX FROM 1 BY 1
                   UNTIL WRK-IT-IDX > WRK-QTDE-ITENS
               MOVE WRK-PED-CABECALHO TO VENDA-REGISTRO
               IF VENDA-PEDIDO-WEB IS NUMERIC
                  AND VENDA-PEDIDO-WEB > ZERO
                   PERFORM 0268-GRAVAR-PEDIDO-NOTA
               END-IF
               IF WRK-PED-VALOR-TOTAL > WRK-LIMIAR-NOTIFICACAO
                   PERFORM 0263-NOTIFICAR-PEDIDO
               END-IF
               IF WRK-CPF-BLOQUEADO
                  OR WRK-PED-VALOR-TOTAL > WRK-LIMIAR-APROVACAO
                   MOVE WRK-PED-VALOR-TOTAL TO WRK-PAGTO-A-DISTRIBUIR
                   PERFORM 0242-RESOLVER-PAGAMENTOS
                   PERFORM 0265-PENDENTE-ITEM
                       VARYING WRK-IT-IDX FROM 1 BY 1
                       UNTIL WRK-IT-IDX > WRK-QTDE-ITENS
               ELSE
                   PERFORM 0264-RESGATAR-PONTOS-PEDIDO
                   COMPUTE WRK-PAGTO-A-DISTRIBUIR =
                       WRK-PED-VALOR-TOTAL - WRK-VALOR-RESGATE
                   PERFORM 0242-RESOLVER-PAGAMENTOS
                   PERFORM 0249-DEBITAR-CREDITO-LOJA
                   PERFORM 0266-REGISTRAR-ITEM
                       VARYING WRK-IT-IDX FROM 1 BY 1
                       UNTIL WRK-IT-IDX > WRK-QTDE-ITENS
               END-IF
           END-IF.

       0261-PRECIFICAR-ITEM.
           PERFORM 0254-MONTAR-ITEM.
           PERFORM 0213-VALIDAR-PRODUTO.
           IF WRK-PRODUTO-OK
               PERFORM 0226-RESOLVER-PRECO
               IF NOT WRK-VALOR-ESTOURADO
                   ADD 1 TO WRK-QTDE-ITENS-OK
                   MOVE 'S' TO WRK-ITEM-SITUACAO (WRK-IT-IDX)
                   MOVE VENDA-VALOR TO WRK-ITEM-VALOR (WRK-IT-IDX)
                   MOVE WRK-DESCONTO-DADO
                       TO WRK-ITEM-DESCONTO (WRK-IT-IDX)
               END-IF
           END-IF.

       0262-PROMOVER-ITEM.
           IF WRK-ITEM-OK (WRK-IT-IDX)
               PERFORM 0254-MONTAR-ITEM
               PERFORM 0231-APLICAR-PROMOCAO
               PERFORM 0222-AVISAR-SEM-ESTOQUE
               MOVE VENDA-VALOR TO WRK-ITEM-VALOR (WRK-IT-IDX)
               MOVE WRK-DESCONTO-DADO TO WRK-ITEM-DESCONTO (WRK-IT-IDX)
               ADD VENDA-VALOR TO WRK-PED-VALOR-TOTAL
           END-IF.

      ******************************* UMA LINHA NO NOTIFGER POR PEDIDO
      ******************************* GRANDE, COM O TOTAL DO PEDIDO
       0263-NOTIFICAR-PEDIDO.
           ADD 1 TO WRK-QTDE-NOTIFICACOES.
           MOVE VENDA-VENDEDOR      TO NOTIF-DET-VENDEDOR.
           MOVE VENDA-CPF           TO NOTIF-DET-CPF.
           MOVE 'PEDIDO'            TO NOTIF-DET-PRODUTO.
           MOVE WRK-PED-VALOR-TOTAL TO NOTIF-DET-VALOR.
           MOVE VENDA-FILIAL        TO NOTIF-DET-FILIAL.
           MOVE NOTIF-DETALHE       TO NOTIF-LINHA.
           WRITE NOTIF-LINHA.

      ******************************* RESGATE DE PONTOS PEDIDO NO
      ******************************* CABECALHO, SOBRE O TOTAL DO
      ******************************* PEDIDO (JA ABAIXO DO LIMIAR DE
      ******************************* APROVACAO, CABE EM VENDA-VALOR),
      ******************************* RATEADO NOS ITENS NA ORDEM
       0264-RESGATAR-PONTOS-PEDIDO.
           MOVE WRK-PED-VALOR-TOTAL TO VENDA-VALOR.
           MOVE ZERO TO WRK-VALOR-RESGATE.
           PERFORM 0233-RESGATAR-PONTOS.
           IF WRK-VALOR-RESGATE > ZERO
               MOVE WRK-VALOR-RESGATE TO WRK-RESGATE-A-RATEAR
               PERFORM 0267-RATEAR-RESGATE
                   VARYING WRK-IT-IDX FROM 1 BY 1
                   UNTIL WRK-IT-IDX > WRK-QTDE-ITENS
                      OR WRK-RESGATE-A-RATEAR = ZERO
           END-IF.

       0265-PENDENTE-ITEM.
           IF WRK-ITEM-OK (WRK-IT-IDX)
               PERFORM 0254-MONTAR-ITEM
               MOVE VENDA-VALOR TO WRK-LINHA-A-DISTRIBUIR
               MOVE ZERO TO WRK-RESGATE-ITEM
               PERFORM 0245-DISTRIBUIR-LINHA
               PERFORM 0215-GRAVAR-PENDENTE
           END-IF.

       0266-REGISTRAR-ITEM.
           IF WRK-ITEM-OK (WRK-IT-IDX)
               PERFORM 0254-MONTAR-ITEM
               MOVE VENDA-VALOR TO WRK-LINHA-A-DISTRIBUIR
               MOVE WRK-ITEM-RESGATE (WRK-IT-IDX) TO WRK-RESGATE-ITEM
               PERFORM 0245-DISTRIBUIR-LINHA
               PERFORM 0210-REGISTRAR-VENDA
           END-IF.

       0267-RATEAR-RESGATE.
           IF WRK-ITEM-OK (WRK-IT-IDX)
               IF WRK-ITEM-VALOR (WRK-IT-IDX) > WRK-RESGATE-A-RATEAR
                   MOVE WRK-RESGATE-A-RATEAR
                       TO WRK-ITEM-RESGATE (WRK-IT-IDX)
                   SUBTRACT WRK-RESGATE-A-RATEAR
                       FROM WRK-ITEM-VALOR (WRK-IT-IDX)
                   MOVE ZERO TO WRK-RESGATE-A-RATEAR
               ELSE
                   MOVE WRK-ITEM-VALOR (WRK-IT-IDX)
                       TO WRK-ITEM-RESGATE (WRK-IT-IDX)
                   SUBTRACT WRK-ITEM-VALOR (WRK-IT-IDX)
                       FROM WRK-RESGATE-A-RATEAR
                   MOVE ZERO TO WRK-ITEM-VALOR (WRK-IT-IDX)
               END-IF
           END-IF.

      ******************************* PEDIDO DA LOJA VIRTUAL: GUARDA A
      ******************************* NOTA ATRIBUIDA AO NUMERO DO
      ******************************* PEDIDO, PARA O LOTE DE FRETE
      ******************************* (PROGCOB12B) COMPLETAR O PEDIDO
      ******************************* DE FRETE GRAVADO SEM A NOTA
       0268-GRAVAR-PEDIDO-NOTA.
           INITIALIZE PEDNF-REGISTRO.
           MOVE VENDA-PEDIDO-WEB      TO PEDNF-PEDIDO.
           MOVE WRK-ULTIMO-NOTAFISCAL TO PEDNF-NOTAFISCAL.
           MOVE WRK-DATAHOJE          TO PEDNF-DATA.
           WRITE PEDNF-REGISTRO.

       0300-FINALIZAR.
           IF WRK-QTDE-VENDAS > 0
           MOVE WRK-MEDIA-ED TO BOL-MEDIA-ED.
           MOVE BOL-RODAPE-3 TO BOL-LINHA.
           WRITE BOL-LINHA.
           MOVE WRK-QTDE-PEDIDOS TO BOL-PEDIDOS-ED.
           MOVE BOL-RODAPE-4 TO BOL-LINHA.
           WRITE BOL-LINHA.
           MOVE 'EM DINHEIRO.... ' TO BOL-FORMA-DESCRICAO.
           MOVE WRK-TOTAL-DINHEIRO TO BOL-FORMA-VALOR-ED.
           PERFORM 0305-IMPRIMIR-TOTAL-FORMA.
           MOVE 'EM CARTAO...... ' TO BOL-FORMA-DESCRICAO.
           MOVE WRK-TOTAL-CARTAO TO BOL-FORMA-VALOR-ED.
           PERFORM 0305-IMPRIMIR-TOTAL-FORMA.
           MOVE 'NO CREDIARIO... ' TO BOL-FORMA-DESCRICAO.
           MOVE WRK-TOTAL-CREDIARIO TO BOL-FORMA-VALOR-ED.
           PERFORM 0305-IMPRIMIR-TOTAL-FORMA.
           MOVE 'EM PONTOS...... ' TO BOL-FORMA-DESCRICAO.
           MOVE WRK-TOTAL-PONTOS TO BOL-FORMA-VALOR-ED.
           PERFORM 0305-IMPRIMIR-TOTAL-FORMA.
           MOVE 'EM CREDITO LOJA ' TO BOL-FORMA-DESCRICAO.
           MOVE WRK-TOTAL-CREDITO-LOJA TO BOL-FORMA-VALOR-ED.
           PERFORM 0305-IMPRIMIR-TOTAL-FORMA.
           MOVE WRK-QTDE-DESVIOS TO REL-DESVIO-TOT-QTDE.
           MOVE REL-DESVIO-TOTAL TO REL-DESVIO-LINHA.
           WRITE REL-DESVIO-LINHA.
           CLOSE ACORDO-MASTER.
           CLOSE BLOQUEIO-MASTER.
           CLOSE PONTOS-FIDELIDADE.
           CLOSE CREDITO-LOJA.
           CLOSE MOVIMENTO-CREDITO.
           CLOSE ESTOQUE-MASTER.
           CLOSE BOLETIM-VENDAS.
           CLOSE REJEITOS-LOG.
           CLOSE NOTIFICACAO-GERENCIA.
           CLOSE HIST-VENDAS.
           CLOSE VENDAS-PENDENTES.
           CLOSE PEDIDO-NOTA.
           PERFORM 0320-GRAVAR-CHECKPOINT.
           IF WRK-QTDE-RECUSADOS > 0
               MOVE 4 TO RETURN-CODE
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - VENDAS: '
                   WRK-QTDE-VENDAS ' RECUSADAS: ' WRK-QTDE-RECUSADOS
                   ' PEDIDOS COM ITENS: ' WRK-QTDE-PEDIDOS
                   ' PENDENTES DE APROVACAO: ' WRK-QTDE-PENDENTES
                   ' COM DESVIO DE PRECO: ' WRK-QTDE-DESVIOS
                   ' SEM ESTOQUE NA FILIAL: ' WRK-QTDE-SEM-ESTOQUE
                   ' NOTIFICADAS A GERENCIA: ' WRK-QTDE-NOTIFICACOES
                   ' MEDIA = ' WRK-MEDIA-ED.

      ******************************* UMA LINHA DE TOTAL POR FORMA DE
      ******************************* PAGAMENTO NO RODAPE DO BOLETIM
       0305-IMPRIMIR-TOTAL-FORMA.
           MOVE BOL-RODAPE-FORMA TO BOL-LINHA.
           WRITE BOL-LINHA.

      ******************************* ATUALIZA O PONTO DE CONTROLE COM
      ******************************* O ULTIMO NUMERO DE VENDA PENDENTE
      ******************************* ATRIBUIDO NESTE LOTE
