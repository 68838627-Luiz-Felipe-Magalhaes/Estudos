       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB09K.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: IMPORTACAO NOTURNA DOS PEDIDOS DA LOJA VIRTUAL
      *           (PEDWEB, CPPEDWEB), NO LUGAR DA DIGITACAO DOS
      *           PEDIDOS IMPRESSOS. CADA PEDIDO (CABECALHO E ITENS) E
      *           CONFERIDO NA ORDEM: DIGITOS VERIFICADORES DO CPF
      *           (MESMO CALCULO DO PROGCOB06), CLIENTE ATIVO NO
      *           CLIENTE-MASTER, LISTA DE BLOQUEIO (BLOQCPF), PRODUTO
      *           ATIVO E PRECO DE CADA ITEM NO PRODMAST, SALDO DE
      *           ESTOQUE NA FILIAL (ESTOQMAST, DESCONTANDO O JA
      *           RESERVADO PELOS PEDIDOS ACEITOS ANTES NO MESMO LOTE) E
      *           LIMITE DE CREDITO PELO TOTAL DO PEDIDO. O PEDIDO
      *           ACEITO VIRA UM PEDIDO DE VENDA NO VENDAS (CABECALHO
      *           COM O VENDEDOR LOJAWEB E O NUMERO DO PEDIDO DA LOJA
      *           EM VENDA-PEDIDO-WEB, MAIS UM ITEM POR PRODUTO), PARA O
      *           FECHAMENTO (PROGCOB09) ATRIBUIR A NOTA, E UM PEDIDO DE
      *           FRETE NO PEDIDOS COM O MESMO NUMERO, PARA O LOTE DE
      *           FRETE (PROGCOB12B). TODO PEDIDO GANHA UMA LINHA NO
      *           RETORNO PARA A LOJA (RETWEB, CPRETWEB): ACEITO OU
      *           RECUSADO COM O CODIGO E O MOTIVO
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - NUMERO DO ENDERECO DE ENTREGA DO PEDIDO DA LOJA
      *                 LEVADO AO VENDAS E AO PEDIDOS
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-WEB ASSIGN TO 'PEDWEB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PWEB.
           SELECT RETORNO-WEB ASSIGN TO 'RETWEB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RWEB.
           SELECT CLIENTE-MASTER ASSIGN TO 'CLIMA01'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIMA-CPF
               FILE STATUS IS WRK-FS-CLIMA.
           SELECT BLOQUEIO-MASTER ASSIGN TO 'BLOQCPF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BLOQ-CPF
               FILE STATUS IS WRK-FS-BLOQ.
           SELECT PRODUTO-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PROD.
           SELECT ESTOQUE-MASTER ASSIGN TO 'ESTOQMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ESTOQ-CHAVE
               FILE STATUS IS WRK-FS-ESTOQ.
           SELECT VENDAS ASSIGN TO 'VENDAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VENDAS.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PED.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT STATUS-CICLO ASSIGN TO 'CICLOSTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CICLO.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS-WEB.
           COPY CPPEDWEB.
       FD  RETORNO-WEB.
           COPY CPRETWEB.
       FD  CLIENTE-MASTER.
           COPY CPCLIMA.
       FD  BLOQUEIO-MASTER.
           COPY CPBLOQ.
       FD  PRODUTO-MASTER.
           COPY CPPROD.
       FD  ESTOQUE-MASTER.
           COPY CPESTOQ.
       FD  VENDAS.
           COPY CPVENDA.
       FD  PEDIDOS.
           COPY CPPEDIDO.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       FD  STATUS-CICLO.
           COPY CPCICLO.
       WORKING-STORAGE SECTION.
       77  WRK-FS-PWEB               PIC X(02) VALUE '00'.
       77  WRK-FS-RWEB               PIC X(02) VALUE '00'.
       77  WRK-FS-CLIMA              PIC X(02) VALUE '00'.
       77  WRK-FS-BLOQ               PIC X(02) VALUE '00'.
       77  WRK-FS-PROD               PIC X(02) VALUE '00'.
       77  WRK-FS-ESTOQ              PIC X(02) VALUE '00'.
       77  WRK-FS-VENDAS             PIC X(02) VALUE '00'.
       77  WRK-FS-PED                PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-FS-CICLO              PIC X(02) VALUE '00'.
       77  WRK-HORA-INICIO-CICLO     PIC 9(08) VALUE ZEROS.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-ARQUIVOS-SW           PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-ABERTOS      VALUE 'S'.
       77  WRK-QTDE-PEDIDOS          PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-ACEITOS          PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-RECUSADOS        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-ITENS-GRAVADOS   PIC 9(07) VALUE ZERO.
       77  WRK-TOTAL-ACEITO          PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-ACEITO-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-COD-REJEITO           PIC 9(03) VALUE ZERO.
       77  WRK-DESC-REJEITO          PIC X(40) VALUE SPACES.
       77  WRK-VENDEDOR-LOJA         PIC X(10) VALUE 'LOJAWEB'.
       77  WRK-CCUSTO-LOJA           PIC X(04) VALUE 'LWEB'.
      ******************************* CABECALHO DO PEDIDO EM CURSO
       01  WRK-CABECALHO.
           05  WRK-CAB-PEDIDO        PIC 9(06).
           05  WRK-CAB-CPF           PIC X(11).
           05  WRK-CAB-UF            PIC X(02).
           05  WRK-CAB-FILIAL        PIC X(04).
           05  WRK-CAB-FORMA-PAGTO   PIC X(01).
           05  WRK-CAB-PESO          PIC 9(03)V99.
           05  WRK-CAB-COMPRIMENTO   PIC 9(03).
           05  WRK-CAB-LARGURA       PIC 9(03).
           05  WRK-CAB-ALTURA        PIC 9(03).
           05  WRK-CAB-ENDERECO      PIC 9(02).
       77  WRK-PED-VALOR-TOTAL       PIC 9(09)V99 VALUE ZERO.
       77  WRK-ITENS-EXCEDIDOS-SW    PIC X(01) VALUE 'N'.
           88  WRK-ITENS-EXCEDIDOS       VALUE 'S'.
       77  WRK-QTDE-ITENS            PIC 9(03) VALUE ZERO.
       77  WRK-IT-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-QTDE-ITENS-RESERVADOS PIC 9(03) VALUE ZERO.
       77  WRK-VALOR-ITEM            PIC 9(12)V99 VALUE ZERO.
       01  WRK-TABELA-ITENS.
           05  WRK-ITEM OCCURS 1 TO 50 TIMES
                        DEPENDING ON WRK-QTDE-ITENS.
               10  WRK-ITEM-PRODUTO      PIC X(10).
               10  WRK-ITEM-QUANTIDADE   PIC 9(05).
               10  WRK-ITEM-PRECO        PIC 9(07)V99.
               10  WRK-ITEM-VALOR        PIC 9(05)V99.
      ******************************* RESERVA DE ESTOQUE POR PRODUTO E
      ******************************* FILIAL DOS PEDIDOS JA ACEITOS
       77  WRK-QTDE-RESERVAS         PIC 9(04) VALUE ZERO.
       77  WRK-RS-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-RS-SW                 PIC X(01) VALUE 'N'.
           88  WRK-RESERVA-ACHADA        VALUE 'S'.
       77  WRK-QTDE-RESERVADA        PIC 9(07) VALUE ZERO.
       77  WRK-SALDO-DISPONIVEL      PIC S9(08) VALUE ZERO.
       01  WRK-TABELA-RESERVAS.
           05  WRK-RESERVA OCCURS 1 TO 2000 TIMES
                           DEPENDING ON WRK-QTDE-RESERVAS.
               10  WRK-RESERVA-PRODUTO   PIC X(10).
               10  WRK-RESERVA-FILIAL    PIC X(04).
               10  WRK-RESERVA-QTDE      PIC 9(07).
      ******************************* CONFERENCIA DO CPF (PROGCOB06)
       01  WRK-CPF-GRUPO.
           05  WRK-CPF               PIC X(11) VALUE ZEROS.
       01  WRK-CPF-DIGITOS REDEFINES WRK-CPF-GRUPO.
           05  WRK-CPF-DIG           PIC 9(01) OCCURS 11 TIMES.
       77  WRK-CPF-DV1-CALC          PIC 9(01) VALUE ZERO.
       77  WRK-CPF-DV2-CALC          PIC 9(01) VALUE ZERO.
       77  WRK-SOMA                  PIC 9(04) VALUE ZERO.
       77  WRK-QUOC                  PIC 9(04) VALUE ZERO.
       77  WRK-RESTO                 PIC 9(02) VALUE ZERO.
       77  WRK-IDX                   PIC 9(02) VALUE ZERO.
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
           OPEN INPUT PEDIDOS-WEB.
           IF WRK-FS-PWEB NOT = '00'
               DISPLAY 'ARQUIVO DE PEDIDOS DA LOJA VIRTUAL AUSENTE - '
                       'NADA A IMPORTAR'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               SET WRK-ARQUIVOS-ABERTOS TO TRUE
               OPEN INPUT CLIENTE-MASTER
               OPEN INPUT PRODUTO-MASTER
               OPEN INPUT BLOQUEIO-MASTER
               IF WRK-FS-BLOQ = '35'
                   OPEN OUTPUT BLOQUEIO-MASTER
                   CLOSE BLOQUEIO-MASTER
                   OPEN INPUT BLOQUEIO-MASTER
               END-IF
               OPEN INPUT ESTOQUE-MASTER
               IF WRK-FS-ESTOQ = '35'
                   OPEN OUTPUT ESTOQUE-MASTER
                   CLOSE ESTOQUE-MASTER
                   OPEN INPUT ESTOQUE-MASTER
               END-IF
               OPEN EXTEND VENDAS
               IF WRK-FS-VENDAS = '35'
                   OPEN OUTPUT VENDAS
                   CLOSE VENDAS
                   OPEN EXTEND VENDAS
               END-IF
               OPEN EXTEND PEDIDOS
               IF WRK-FS-PED = '35'
                   OPEN OUTPUT PEDIDOS
                   CLOSE PEDIDOS
                   OPEN EXTEND PEDIDOS
               END-IF
               OPEN OUTPUT RETORNO-WEB
               PERFORM 0110-LER-PEDIDO-WEB
           END-IF.

       0110-LER-PEDIDO-WEB.
           READ PEDIDOS-WEB
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* CADA CABECALHO ABRE UM PEDIDO;
      ******************************* ITEM SOLTO (SEM O CABECALHO DO
      ******************************* SEU PEDIDO) E RECUSADO SOZINHO
       0200-PROCESSAR.
           IF PWEB-REG-CABECALHO
               PERFORM 0210-PROCESSAR-PEDIDO
           ELSE
               PERFORM 0290-RECUSAR-ITEM-SOLTO
               PERFORM 0110-LER-PEDIDO-WEB
           END-IF.

      ******************************* GUARDA O CABECALHO, CARREGA OS
      ******************************* ITENS DO MESMO PEDIDO QUE O
      ******************************* SEGUEM E CONFERE O PEDIDO; O
      ******************************* PRIMEIRO MOTIVO ENCONTRADO
      ******************************* RECUSA O PEDIDO INTEIRO
       0210-PROCESSAR-PEDIDO.
           ADD 1 TO WRK-QTDE-PEDIDOS.
           MOVE PWEB-PEDIDO       TO WRK-CAB-PEDIDO.
           MOVE PWEB-CPF          TO WRK-CAB-CPF.
           MOVE PWEB-UF           TO WRK-CAB-UF.
           MOVE PWEB-FILIAL       TO WRK-CAB-FILIAL.
           MOVE PWEB-FORMA-PAGTO  TO WRK-CAB-FORMA-PAGTO.
           MOVE PWEB-PESO         TO WRK-CAB-PESO.
           MOVE PWEB-COMPRIMENTO  TO WRK-CAB-COMPRIMENTO.
           MOVE PWEB-LARGURA      TO WRK-CAB-LARGURA.
           MOVE PWEB-ALTURA       TO WRK-CAB-ALTURA.
           IF PWEB-ENDERECO IS NUMERIC
               MOVE PWEB-ENDERECO TO WRK-CAB-ENDERECO
           ELSE
               MOVE ZERO TO WRK-CAB-ENDERECO
           END-IF.
           IF WRK-CAB-FORMA-PAGTO = SPACE
               MOVE 'C' TO WRK-CAB-FORMA-PAGTO
           END-IF.
           MOVE ZERO TO WRK-QTDE-ITENS.
           MOVE ZERO TO WRK-PED-VALOR-TOTAL.
           MOVE ZERO TO WRK-COD-REJEITO.
           MOVE ZERO TO WRK-QTDE-ITENS-RESERVADOS.
           MOVE 'N' TO WRK-ITENS-EXCEDIDOS-SW.
           PERFORM 0110-LER-PEDIDO-WEB.
           PERFORM 0211-GUARDAR-ITEM
               UNTIL WRK-FIM-ARQUIVO
                  OR NOT PWEB-REG-ITEM
                  OR PWEB-PEDIDO NOT = WRK-CAB-PEDIDO.
           IF WRK-QTDE-ITENS = ZERO OR WRK-ITENS-EXCEDIDOS
               MOVE 710 TO WRK-COD-REJEITO
               MOVE 'PEDIDO SEM ITENS OU COM MAIS DE 50 ITENS'
                   TO WRK-DESC-REJEITO
           END-IF.
           IF WRK-COD-REJEITO = ZERO
               PERFORM 0220-VALIDAR-CPF
           END-IF.
           IF WRK-COD-REJEITO = ZERO
               PERFORM 0230-VALIDAR-CLIENTE
           END-IF.
           IF WRK-COD-REJEITO = ZERO
               PERFORM 0240-VALIDAR-ITEM
                   VARYING WRK-IT-IDX FROM 1 BY 1
                   UNTIL WRK-IT-IDX > WRK-QTDE-ITENS
                      OR WRK-COD-REJEITO NOT = ZERO
           END-IF.
           IF WRK-COD-REJEITO = ZERO
               PERFORM 0250-VALIDAR-CREDITO
           END-IF.
           IF WRK-COD-REJEITO = ZERO
               PERFORM 0260-GRAVAR-PEDIDO
           ELSE
               PERFORM 0280-RECUSAR-PEDIDO
           END-IF.

       0211-GUARDAR-ITEM.
           IF WRK-QTDE-ITENS < 50
               ADD 1 TO WRK-QTDE-ITENS
               MOVE PWEB-PRODUTO    TO
                   WRK-ITEM-PRODUTO (WRK-QTDE-ITENS)
               MOVE PWEB-QUANTIDADE TO
                   WRK-ITEM-QUANTIDADE (WRK-QTDE-ITENS)
               MOVE PWEB-PRECO-UNIT TO
                   WRK-ITEM-PRECO (WRK-QTDE-ITENS)
               MOVE ZERO TO WRK-ITEM-VALOR (WRK-QTDE-ITENS)
           ELSE
               SET WRK-ITENS-EXCEDIDOS TO TRUE
           END-IF.
           PERFORM 0110-LER-PEDIDO-WEB.

      ******************************* DIGITOS VERIFICADORES DO CPF,
      ******************************* NO MESMO CALCULO DO CADASTRO DE
      ******************************* CLIENTES (PROGCOB06)
       0220-VALIDAR-CPF.
           MOVE WRK-CAB-CPF TO WRK-CPF.
           IF WRK-CPF NOT NUMERIC
               MOVE 701 TO WRK-COD-REJEITO
               MOVE 'CPF INVALIDO - DIGITO VERIFICADOR'
                   TO WRK-DESC-REJEITO
           ELSE
               MOVE 0 TO WRK-SOMA
               PERFORM 0221-SOMAR-DIGITO-DV1
                   VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 9
               DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOC
                   REMAINDER WRK-RESTO
               IF WRK-RESTO < 2
                   MOVE 0 TO WRK-CPF-DV1-CALC
               ELSE
                   COMPUTE WRK-CPF-DV1-CALC = 11 - WRK-RESTO
               END-IF
               MOVE 0 TO WRK-SOMA
               PERFORM 0222-SOMAR-DIGITO-DV2
                   VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 10
               DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOC
                   REMAINDER WRK-RESTO
               IF WRK-RESTO < 2
                   MOVE 0 TO WRK-CPF-DV2-CALC
               ELSE
                   COMPUTE WRK-CPF-DV2-CALC = 11 - WRK-RESTO
               END-IF
               IF WRK-CPF-DV1-CALC NOT = WRK-CPF-DIG (10)
                  OR WRK-CPF-DV2-CALC NOT = WRK-CPF-DIG (11)
                   MOVE 701 TO WRK-COD-REJEITO
                   MOVE 'CPF INVALIDO - DIGITO VERIFICADOR'
                       TO WRK-DESC-REJEITO
               END-IF
           END-IF.

       0221-SOMAR-DIGITO-DV1.
           COMPUTE WRK-SOMA =
               WRK-SOMA + (WRK-CPF-DIG (WRK-IDX) * (11 - WRK-IDX)).

       0222-SOMAR-DIGITO-DV2.
           COMPUTE WRK-SOMA =
               WRK-SOMA + (WRK-CPF-DIG (WRK-IDX) * (12 - WRK-IDX)).

      ******************************* CLIENTE ATIVO NO MASTER E FORA
      ******************************* DA LISTA DE BLOQUEIO
       0230-VALIDAR-CLIENTE.
           MOVE WRK-CAB-CPF TO CLIMA-CPF.
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE 702 TO WRK-COD-REJEITO
               NOT INVALID KEY
                   IF NOT CLIMA-STATUS-ATIVO
                       MOVE 702 TO WRK-COD-REJEITO
                   END-IF
           END-READ.
           IF WRK-COD-REJEITO NOT = ZERO
               MOVE 'CLIENTE NAO CADASTRADO OU INATIVO'
                   TO WRK-DESC-REJEITO
           ELSE
               MOVE WRK-CAB-CPF TO BLOQ-CPF
               READ BLOQUEIO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 703 TO WRK-COD-REJEITO
                       MOVE 'CPF NA LISTA DE BLOQUEIO'
                           TO WRK-DESC-REJEITO
               END-READ
           END-IF.

      ******************************* CADA ITEM: PRODUTO ATIVO, PRECO
      ******************************* IGUAL AO DO CADASTRO, VALOR QUE
      ******************************* CAIBA NA VENDA E SALDO NA FILIAL
       0240-VALIDAR-ITEM.
           MOVE WRK-ITEM-PRODUTO (WRK-IT-IDX) TO PROD-CODIGO.
           READ PRODUTO-MASTER
               INVALID KEY
                   MOVE 704 TO WRK-COD-REJEITO
               NOT INVALID KEY
                   IF NOT PROD-STATUS-ATIVO
                       MOVE 704 TO WRK-COD-REJEITO
                   END-IF
           END-READ.
           IF WRK-COD-REJEITO NOT = ZERO
               MOVE 'PRODUTO NAO CADASTRADO OU INATIVO'
                   TO WRK-DESC-REJEITO
           ELSE
           IF WRK-ITEM-QUANTIDADE (WRK-IT-IDX) = ZERO
               MOVE 711 TO WRK-COD-REJEITO
               MOVE 'ITEM COM QUANTIDADE ZERADA'
                   TO WRK-DESC-REJEITO
           ELSE
           IF WRK-ITEM-PRECO (WRK-IT-IDX) NOT = PROD-PRECO
               MOVE 705 TO WRK-COD-REJEITO
               MOVE 'PRECO DIFERENTE DO CADASTRO DE PRODUTOS'
                   TO WRK-DESC-REJEITO
           ELSE
               COMPUTE WRK-VALOR-ITEM =
                   WRK-ITEM-PRECO (WRK-IT-IDX) *
                   WRK-ITEM-QUANTIDADE (WRK-IT-IDX)
               IF WRK-VALOR-ITEM > 99999,99
                   MOVE 708 TO WRK-COD-REJEITO
                   MOVE 'VALOR DO ITEM ACIMA DO LIMITE DA VENDA'
                       TO WRK-DESC-REJEITO
               ELSE
                   MOVE WRK-VALOR-ITEM TO WRK-ITEM-VALOR (WRK-IT-IDX)
                   ADD WRK-VALOR-ITEM TO WRK-PED-VALOR-TOTAL
                   PERFORM 0245-VERIFICAR-ESTOQUE
               END-IF
           END-IF
           END-IF
           END-IF.

      ******************************* SALDO DA FILIAL MENOS O JA
      ******************************* RESERVADO NO LOTE (INCLUSIVE
      ******************************* PELOS ITENS ANTERIORES DESTE
      ******************************* PEDIDO COM O MESMO PRODUTO)
       0245-VERIFICAR-ESTOQUE.
           MOVE WRK-ITEM-PRODUTO (WRK-IT-IDX) TO ESTOQ-PRODUTO.
           MOVE WRK-CAB-FILIAL                TO ESTOQ-FILIAL.
           READ ESTOQUE-MASTER
               INVALID KEY
                   MOVE ZERO TO ESTOQ-SALDO
           END-READ.
           PERFORM 0246-BUSCAR-RESERVA.
           MOVE ZERO TO WRK-QTDE-RESERVADA.
           IF WRK-RESERVA-ACHADA
               MOVE WRK-RESERVA-QTDE (WRK-RS-IDX)
                   TO WRK-QTDE-RESERVADA
           END-IF.
           COMPUTE WRK-SALDO-DISPONIVEL =
               ESTOQ-SALDO - WRK-QTDE-RESERVADA.
           IF WRK-SALDO-DISPONIVEL < WRK-ITEM-QUANTIDADE (WRK-IT-IDX)
               MOVE 706 TO WRK-COD-REJEITO
               MOVE 'ESTOQUE INSUFICIENTE NA FILIAL'
                   TO WRK-DESC-REJEITO
           ELSE
               PERFORM 0248-RESERVAR-ITEM
           END-IF.

       0246-BUSCAR-RESERVA.
           MOVE 'N' TO WRK-RS-SW.
           PERFORM 0247-COMPARAR-RESERVA
               VARYING WRK-RS-IDX FROM 1 BY 1
               UNTIL WRK-RS-IDX > WRK-QTDE-RESERVAS
                  OR WRK-RESERVA-ACHADA.
           IF WRK-RESERVA-ACHADA
               SUBTRACT 1 FROM WRK-RS-IDX
           END-IF.

       0247-COMPARAR-RESERVA.
           IF WRK-RESERVA-PRODUTO (WRK-RS-IDX) = ESTOQ-PRODUTO
              AND WRK-RESERVA-FILIAL (WRK-RS-IDX) = ESTOQ-FILIAL
               SET WRK-RESERVA-ACHADA TO TRUE
           END-IF.

       0248-RESERVAR-ITEM.
           ADD 1 TO WRK-QTDE-ITENS-RESERVADOS.
           IF WRK-RESERVA-ACHADA
               ADD WRK-ITEM-QUANTIDADE (WRK-IT-IDX)
                   TO WRK-RESERVA-QTDE (WRK-RS-IDX)
           ELSE
               IF WRK-QTDE-RESERVAS < 2000
                   ADD 1 TO WRK-QTDE-RESERVAS
                   MOVE ESTOQ-PRODUTO TO
                       WRK-RESERVA-PRODUTO (WRK-QTDE-RESERVAS)
                   MOVE ESTOQ-FILIAL TO
                       WRK-RESERVA-FILIAL (WRK-QTDE-RESERVAS)
                   MOVE WRK-ITEM-QUANTIDADE (WRK-IT-IDX) TO
                       WRK-RESERVA-QTDE (WRK-QTDE-RESERVAS)
               END-IF
           END-IF.

      ******************************* LIMITE DE CREDITO PELO TOTAL DO
      ******************************* PEDIDO (LIMITE ZERO = SEM LIMITE,
      ******************************* COMO NO FECHAMENTO)
       0250-VALIDAR-CREDITO.
           IF WRK-PED-VALOR-TOTAL > 999999,99
               MOVE 708 TO WRK-COD-REJEITO
               MOVE 'VALOR DO PEDIDO ACIMA DO LIMITE DA VENDA'
                   TO WRK-DESC-REJEITO
           ELSE
               IF CLIMA-LIMITE-CREDITO > 0
                  AND WRK-PED-VALOR-TOTAL > CLIMA-LIMITE-CREDITO
                   MOVE 707 TO WRK-COD-REJEITO
                   MOVE 'PEDIDO ACIMA DO LIMITE DE CREDITO'
                       TO WRK-DESC-REJEITO
               END-IF
           END-IF.

      ******************************* PEDIDO ACEITO: CABECALHO E ITENS
      ******************************* NO VENDAS, PEDIDO DE FRETE NO
      ******************************* PEDIDOS E RETORNO PARA A LOJA
       0260-GRAVAR-PEDIDO.
           ADD 1 TO WRK-QTDE-ACEITOS.
           ADD WRK-PED-VALOR-TOTAL TO WRK-TOTAL-ACEITO.
           INITIALIZE VENDA-REGISTRO.
           MOVE WRK-VENDEDOR-LOJA   TO VENDA-VENDEDOR.
           MOVE WRK-CAB-CPF         TO VENDA-CPF.
           MOVE WRK-CAB-FILIAL      TO VENDA-FILIAL.
           MOVE WRK-CAB-FORMA-PAGTO TO VENDA-FORMA-PAGTO.
           MOVE WRK-CAB-PEDIDO      TO VENDA-PEDIDO-WEB.
           MOVE WRK-CAB-ENDERECO    TO VENDA-ENDERECO.
           SET VENDA-REG-CABECALHO TO TRUE.
           WRITE VENDA-REGISTRO.
           PERFORM 0261-GRAVAR-ITEM-VENDA
               VARYING WRK-IT-IDX FROM 1 BY 1
               UNTIL WRK-IT-IDX > WRK-QTDE-ITENS.
           INITIALIZE PED-REGISTRO.
           MOVE WRK-CAB-PEDIDO      TO PED-NUMERO.
           MOVE WRK-CAB-UF          TO PED-UF.
           MOVE WRK-PED-VALOR-TOTAL TO PED-VALOR.
           MOVE WRK-CAB-PESO        TO PED-PESO.
           MOVE WRK-CAB-CPF         TO PED-CPF.
           MOVE WRK-CCUSTO-LOJA     TO PED-CENTRO-CUSTO.
           MOVE ZERO                TO PED-NOTAFISCAL.
           MOVE WRK-CAB-FILIAL      TO PED-FILIAL.
           MOVE WRK-CAB-COMPRIMENTO TO PED-COMPRIMENTO.
           MOVE WRK-CAB-LARGURA     TO PED-LARGURA.
           MOVE WRK-CAB-ALTURA      TO PED-ALTURA.
           MOVE WRK-CAB-ENDERECO    TO PED-ENDERECO.
           WRITE PED-REGISTRO.
           INITIALIZE RWEB-REGISTRO.
           MOVE WRK-CAB-PEDIDO      TO RWEB-PEDIDO.
           MOVE WRK-CAB-CPF         TO RWEB-CPF.
           SET RWEB-ACEITO TO TRUE.
           MOVE 'PEDIDO ACEITO' TO RWEB-DESCMOTIVO.
           MOVE WRK-PED-VALOR-TOTAL TO RWEB-VALOR.
           MOVE WRK-DATAHOJE        TO RWEB-DATA.
           WRITE RWEB-REGISTRO.

       0261-GRAVAR-ITEM-VENDA.
           INITIALIZE VENDA-REGISTRO.
           MOVE WRK-ITEM-PRODUTO (WRK-IT-IDX)    TO VENDA-PRODUTO.
           MOVE WRK-ITEM-VALOR (WRK-IT-IDX)      TO VENDA-VALOR.
           MOVE WRK-ITEM-QUANTIDADE (WRK-IT-IDX) TO VENDA-QUANTIDADE.
           SET VENDA-REG-ITEM TO TRUE.
           WRITE VENDA-REGISTRO.
           ADD 1 TO WRK-QTDE-ITENS-GRAVADOS.

      ******************************* PEDIDO RECUSADO: DEVOLVE A
      ******************************* RESERVA DOS ITENS JA CONFERIDOS E
      ******************************* AVISA A LOJA COM O MOTIVO
       0280-RECUSAR-PEDIDO.
           ADD 1 TO WRK-QTDE-RECUSADOS.
           PERFORM 0281-ESTORNAR-RESERVA
               VARYING WRK-IT-IDX FROM 1 BY 1
               UNTIL WRK-IT-IDX > WRK-QTDE-ITENS-RESERVADOS.
           DISPLAY 'PEDIDO DA LOJA ' WRK-CAB-PEDIDO ' RECUSADO - '
                   WRK-DESC-REJEITO.
           INITIALIZE RWEB-REGISTRO.
           MOVE WRK-CAB-PEDIDO      TO RWEB-PEDIDO.
           MOVE WRK-CAB-CPF         TO RWEB-CPF.
           SET RWEB-RECUSADO TO TRUE.
           MOVE WRK-COD-REJEITO     TO RWEB-CODMOTIVO.
           MOVE WRK-DESC-REJEITO    TO RWEB-DESCMOTIVO.
           MOVE WRK-PED-VALOR-TOTAL TO RWEB-VALOR.
           MOVE WRK-DATAHOJE        TO RWEB-DATA.
           WRITE RWEB-REGISTRO.

       0281-ESTORNAR-RESERVA.
           MOVE WRK-ITEM-PRODUTO (WRK-IT-IDX) TO ESTOQ-PRODUTO.
           MOVE WRK-CAB-FILIAL                TO ESTOQ-FILIAL.
           PERFORM 0246-BUSCAR-RESERVA.
           IF WRK-RESERVA-ACHADA
               SUBTRACT WRK-ITEM-QUANTIDADE (WRK-IT-IDX)
                   FROM WRK-RESERVA-QTDE (WRK-RS-IDX)
           END-IF.

      ******************************* ITEM SEM O CABECALHO DO SEU
      ******************************* PEDIDO
       0290-RECUSAR-ITEM-SOLTO.
           ADD 1 TO WRK-QTDE-RECUSADOS.
           DISPLAY 'ITEM DA LOJA SEM CABECALHO - PEDIDO ' PWEB-PEDIDO
                   ' PRODUTO ' PWEB-PRODUTO.
           INITIALIZE RWEB-REGISTRO.
           MOVE PWEB-PEDIDO  TO RWEB-PEDIDO.
           SET RWEB-RECUSADO TO TRUE.
           MOVE 709 TO RWEB-CODMOTIVO.
           MOVE 'ITEM SEM CABECALHO DE PEDIDO' TO RWEB-DESCMOTIVO.
           MOVE WRK-DATAHOJE TO RWEB-DATA.
           WRITE RWEB-REGISTRO.

       0300-FINALIZAR.
           IF WRK-ARQUIVOS-ABERTOS
               CLOSE PEDIDOS-WEB
               CLOSE CLIENTE-MASTER
               CLOSE PRODUTO-MASTER
               CLOSE BLOQUEIO-MASTER
               CLOSE ESTOQUE-MASTER
               CLOSE VENDAS
               CLOSE PEDIDOS
               CLOSE RETORNO-WEB
           END-IF.
           IF WRK-QTDE-RECUSADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WRK-TOTAL-ACEITO TO WRK-TOTAL-ACEITO-ED.
           PERFORM 0310-GRAVAR-AUDITORIA.
           PERFORM 0340-GRAVAR-STATUS-CICLO.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - PEDIDOS DA LOJA: '
                   WRK-QTDE-PEDIDOS ' ACEITOS: ' WRK-QTDE-ACEITOS
                   ' RECUSADOS: ' WRK-QTDE-RECUSADOS
                   ' ITENS GRAVADOS NO VENDAS: '
                   WRK-QTDE-ITENS-GRAVADOS
                   ' VALOR ACEITO: ' WRK-TOTAL-ACEITO-ED.

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
           MOVE 'PROGCOB09K' TO AUDIT-PROGRAMA.
           MOVE 'LOTE PEDWEB' TO AUDIT-ENTRADA-CHAVE.
           MOVE 'PEDIDOS DA LOJA IMPORTADOS' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.

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
           MOVE 'STEP009'    TO CICLO-STEP.
           MOVE 'PROGCOB09K' TO CICLO-PROGRAMA.
           ACCEPT CICLO-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO-CICLO TO CICLO-HORA-INICIO.
           ACCEPT CICLO-HORA-FIM FROM TIME.
           MOVE RETURN-CODE TO CICLO-RETURN-CODE.
           MOVE WRK-QTDE-ACEITOS TO CICLO-QTDE-REGISTROS.
           MOVE 'PEDIDOS DA LOJA VIRTUAL IMPORTADOS'
               TO CICLO-RESULTADO.
           WRITE CICLO-REGISTRO.
           CLOSE STATUS-CICLO.
