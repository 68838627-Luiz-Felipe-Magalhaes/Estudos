      *                 NOTURNO (PROGCOBN) SEM ENCERRAR O RUN UNIT
      *                 INTEIRO, NA MESMA CONVENCAO JA USADA PELO
      *                 MENU (PROGCOBM)
      * 15/10/2026 FM - REGISTROS DE PEDIDOS EM SEQUENCIA COM A MESMA
      *                 NOTA FISCAL (PEDIDO DE VENDA COM VARIOS ITENS
      *                 NUMA SO NOTA) SAO CONSOLIDADOS NUM SO EMBARQUE:
      *                 VALOR E PESO SOMADOS, VOLUME CUBADO PELA SOMA
      *                 DOS VOLUMES, UMA SO COTACAO E UMA SO LINHA NO
      *                 FRETECAL; PEDIDO SEM NOTA (ZERO) CONTINUA SENDO
      *                 UM EMBARQUE POR REGISTRO
      * 15/10/2026 FM - FRETECAL PASSA A GRAVAR A FILIAL, A CIDADE DE
      *                 ENTREGA, O PESO E A QUANTIDADE DE VOLUMES
      *                 (REGISTROS DA MESMA NOTA) DE CADA PEDIDO, LIDOS
      *                 PELO ROMANEIO DE CARGA (PROGCOB12M)
      * 15/10/2026 FM - PEDIDO SO E EMBARCADO COM A NOTA FISCAL
      *                 AUTORIZADA PELA SEFAZ NO MASTER DE NF-E
      *                 (NFEMAST, RETORNO IMPORTADO PELO PROGCOB09U);
      *                 PEDIDO SEM NOTA OU COM NOTA PENDENTE, REJEITADA
      *                 OU CANCELADA E RECUSADO ANTES DA COTACAO DE
      *                 FRETE, COM MOTIVO PROPRIO NO ARQUIVO DE
      *                 REJEITADOS
      * 15/10/2026 FM - LAYOUT DO PEDIDO (PED-REGISTRO) PASSA PARA O
      *                 COPYBOOK CPPEDIDO, PARTILHADO COM A IMPORTACAO
      *                 DA LOJA VIRTUAL (PROGCOB09K); PEDIDO DA LOJA
      *                 GRAVADO SEM NOTA FISCAL RECEBE A NOTA ATRIBUIDA
      *                 PELO FECHAMENTO NO CRUZAMENTO PEDIDO X NOTA
      *                 (PEDNOTA) ANTES DA CONSOLIDACAO
      * 15/10/2026 FM - UF DE DESTINO E CIDADE DE ENTREGA PASSAM A VIR
      *                 DO ENDERECO USADO NO PEDIDO (PED-ENDERECO, OU O
      *                 PADRAO DO CLIENTE) PELA ROTINA PROGCOBE, NO
      *                 LUGAR DA LEITURA DIRETA DO CLIEND
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS BLOQ-CPF
               FILE STATUS IS WRK-FS-BLOQ.
           SELECT EXTRATO-FRETE ASSIGN TO 'EXTFRETE'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FRETE-CALCULADO ASSIGN TO 'FRETECAL'
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPTO-CODIGO
               FILE STATUS IS WRK-FS-DEPTO.
           SELECT NFE-MASTER ASSIGN TO 'NFEMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NFE-NOTAFISCAL
               FILE STATUS IS WRK-FS-NFE.
           SELECT PEDIDO-NOTA ASSIGN TO 'PEDNOTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDNF.
           SELECT TABELA-FILIAIS ASSIGN TO 'FILIAIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FILIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS.
           COPY CPPEDIDO.
       FD  PEDIDO-NOTA.
           COPY CPPEDNF.
       FD  FRETE-TABELA.
           COPY CPFRETE.
       FD  CLIENTE-MASTER.
           COPY CPCLIMA.
       FD  BLOQUEIO-MASTER.
           COPY CPBLOQ.
       FD  EXTRATO-FRETE.
       01  EXT-LINHA                 PIC X(180).
      *****************************************************************
      *****************************************************************
       FD  DEPARTAMENTO-MASTER.
           COPY CPDEPTO.
       FD  NFE-MASTER.
           COPY CPNFE.
      *****************************************************************
      * TABELA-FILIAIS - TABELA EXTERNA DE FILIAIS COM A UF DE ORIGEM
      *                  DO EMBARQUE (FLAG S = MATRIZ)
       WORKING-STORAGE SECTION.
       77  WRK-FS-FRETE              PIC X(02) VALUE '00'.
       77  WRK-FS-CLIMA               PIC X(02) VALUE '00'.
       77  WRK-FS-BLOQ                PIC X(02) VALUE '00'.
       77  WRK-FS-FILIAL              PIC X(02) VALUE '00'.
       77  WRK-FS-DEPTO               PIC X(02) VALUE '00'.
       77  WRK-FS-NFE                 PIC X(02) VALUE '00'.
       77  WRK-FS-PEDNF               PIC X(02) VALUE '00'.
       77  WRK-EOF-PEDNF-SW           PIC X(01) VALUE 'N'.
           88  WRK-FIM-PEDNOTA            VALUE 'S'.
       77  WRK-QTDE-PEDNF             PIC 9(05) VALUE ZERO.
       77  WRK-PN-IDX                 PIC 9(05) VALUE ZERO.
       77  WRK-PN-SW                  PIC X(01) VALUE 'N'.
           88  WRK-PEDNF-ACHADO           VALUE 'S'.
       77  WRK-QTDE-NOTA-WEB          PIC 9(05) VALUE ZERO.
       01  WRK-TABELA-PEDNF.
           05  WRK-PEDNF OCCURS 1 TO 5000 TIMES
                         DEPENDING ON WRK-QTDE-PEDNF.
               10  WRK-PEDNF-PEDIDO       PIC 9(06).
               10  WRK-PEDNF-NOTAFISCAL   PIC 9(08).
       77  WRK-NFE-SW                 PIC X(01) VALUE 'N'.
           88  WRK-NFE-AUTORIZADA         VALUE 'S'.
       77  WRK-CCUSTO-SW              PIC X(01) VALUE 'S'.
           88  WRK-CCUSTO-OK              VALUE 'S'.
       77  WRK-EOF-FILIAL-SW          PIC X(01) VALUE 'N'.
       77  WRK-FL-SW                  PIC X(01) VALUE 'N'.
           88  WRK-FILIAL-ACHADA          VALUE 'S'.
       77  WRK-UF-ORIGEM              PIC X(02) VALUE SPACES.
       77  WRK-PED-SEGUINTE-SW        PIC X(01) VALUE 'N'.
           88  WRK-HA-PED-SEGUINTE        VALUE 'S'.
       01  WRK-PED-ATUAL              PIC X(59) VALUE SPACES.
       01  WRK-PED-SEGUINTE           PIC X(59) VALUE SPACES.
       77  WRK-NOTA-CONSOLIDADA       PIC 9(08) VALUE ZERO.
       77  WRK-VALOR-NOTA             PIC 9(06)V99 VALUE ZERO.
       77  WRK-PESO-NOTA              PIC 9(05)V99 VALUE ZERO.
       77  WRK-VOLUME-NOTA            PIC 9(09) VALUE ZERO.
       77  WRK-QTDE-CONSOLIDADOS      PIC 9(07) VALUE ZERO.
       77  WRK-VOLUMES-NOTA           PIC 9(03) VALUE ZERO.
       01  WRK-TABELA-FILIAIS.
           05  WRK-FILIAL OCCURS 1 TO 100 TIMES
                          DEPENDING ON WRK-QTDE-FILIAIS.
       77  WRK-TOTAL-SEGURO           PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-SEGURO-ED        PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CIDADE-ENTREGA         PIC X(20) VALUE SPACES.
       77  WRK-UF-DESTINO             PIC X(02) VALUE SPACES.
       77  WRK-ENDERECO-SW            PIC X(01) VALUE 'N'.
           88  WRK-ENDERECO-ACHADO        VALUE 'S'.
       77  WRK-AJUSTE-FRETE           PIC 9(06)V99 VALUE ZERO.
       77  WRK-FS-SOBRETAX            PIC X(02) VALUE '00'.
       77  WRK-EOF-SOBRETAX-SW        PIC X(01) VALUE 'N'.
           05  FILLER                 PIC X(11) VALUE '  PROMESSA='.
           05  EXT-DET-PROMESSA       PIC 9(08).
           05  FILLER                 PIC X(07) VALUE '  PESO='.
           05  EXT-DET-PESO           PIC ZZZZ9,99.
           05  FILLER                 PIC X(09) VALUE '  CUBADO='.
           05  EXT-DET-PESO-CUBADO    PIC ZZZZ9,99.
      ******************************* ENDERECO DE ENTREGA DO PEDIDO
      ******************************* (ROTINA PROGCOBE)
           COPY CPENDER.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           OPEN INPUT PEDIDOS.
           OPEN INPUT FRETE-TABELA.
           OPEN INPUT CLIENTE-MASTER.
           OPEN INPUT DEPARTAMENTO-MASTER.
           IF WRK-FS-DEPTO = '35'
               OPEN OUTPUT DEPARTAMENTO-MASTER
               CLOSE BLOQUEIO-MASTER
               OPEN INPUT BLOQUEIO-MASTER
           END-IF.
           OPEN INPUT NFE-MASTER.
           IF WRK-FS-NFE = '35'
               OPEN OUTPUT NFE-MASTER
               CLOSE NFE-MASTER
               OPEN INPUT NFE-MASTER
           END-IF.
           OPEN OUTPUT EXTRATO-FRETE.
           OPEN OUTPUT FRETE-CALCULADO.
           OPEN OUTPUT REJEITOS-LOG.
           PERFORM 0120-CARREGAR-SOBRETAXAS.
           PERFORM 0125-CARREGAR-FILIAIS.
           PERFORM 0128-CARREGAR-PEDIDO-NOTA.
           READ PEDIDOS
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.
           END-IF.
           PERFORM 0126-LER-FILIAL.

      ******************************* CARGA DO CRUZAMENTO PEDIDO DA
      ******************************* LOJA VIRTUAL X NOTA FISCAL
      ******************************* GRAVADO PELO FECHAMENTO
       0128-CARREGAR-PEDIDO-NOTA.
           OPEN INPUT PEDIDO-NOTA.
           IF WRK-FS-PEDNF NOT = '00'
               SET WRK-FIM-PEDNOTA TO TRUE
           ELSE
               PERFORM 0129-LER-PEDIDO-NOTA
               PERFORM 0129A-GUARDAR-PEDIDO-NOTA
                   UNTIL WRK-FIM-PEDNOTA
               CLOSE PEDIDO-NOTA
           END-IF.

       0129-LER-PEDIDO-NOTA.
           READ PEDIDO-NOTA
               AT END SET WRK-FIM-PEDNOTA TO TRUE
           END-READ.

       0129A-GUARDAR-PEDIDO-NOTA.
           IF WRK-QTDE-PEDNF < 5000
               ADD 1 TO WRK-QTDE-PEDNF
               MOVE PEDNF-PEDIDO TO
                   WRK-PEDNF-PEDIDO (WRK-QTDE-PEDNF)
               MOVE PEDNF-NOTAFISCAL TO
                   WRK-PEDNF-NOTAFISCAL (WRK-QTDE-PEDNF)
           END-IF.
           PERFORM 0129-LER-PEDIDO-NOTA.

       0200-PROCESSAR.
           PERFORM 0201-CONSOLIDAR-NOTA.
           ADD 1 TO WRK-QTDE-LIDOS.
           MOVE 'N' TO WRK-BLOQUEIO-SW.
           PERFORM 0205-VALIDAR-CLIENTE.
                       PED-CPF
               PERFORM 0214-GRAVAR-REJEITO-CLIENTE
           ELSE
               PERFORM 0207B-VERIFICAR-NFE
               IF NOT WRK-NFE-AUTORIZADA
                   ADD 1 TO WRK-QTDE-RECUSADOS
                   DISPLAY 'PEDIDO ' PED-NUMERO
                           ' - NF-E NAO AUTORIZADA PELA SEFAZ: '
                           PED-NOTAFISCAL
                   PERFORM 0216B-GRAVAR-REJEITO-NFE
               ELSE
               PERFORM 0207-VALIDAR-CENTRO-CUSTO
               IF NOT WRK-CCUSTO-OK
                   ADD 1 TO WRK-QTDE-RECUSADOS
                           PED-FILIAL
                   PERFORM 0219-GRAVAR-REJEITO-FILIAL
               ELSE
                   PERFORM 0209-BUSCAR-CIDADE-ENTREGA
                   MOVE WRK-UF-ORIGEM TO FRETE-UF-ORIGEM
                   MOVE WRK-UF-DESTINO TO FRETE-UF-DESTINO
                   READ FRETE-TABELA
                       INVALID KEY
                           ADD 1 TO WRK-QTDE-RECUSADOS
                           DISPLAY 'PEDIDO ' PED-NUMERO
                                   ' - PAR NAO ATENDIDO: '
                                   WRK-UF-ORIGEM '/' WRK-UF-DESTINO
                           PERFORM 0211-GRAVAR-REJEITO
                   NOT INVALID KEY
                           PERFORM 0210-CALCULAR-FRETE
                   END-READ
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.
           PERFORM 0204-LER-PROXIMO-PEDIDO.

      ******************************* JUNTA NUM SO EMBARQUE OS
      ******************************* REGISTROS SEGUIDOS DA MESMA
      ******************************* NOTA FISCAL; O PRIMEIRO REGISTRO
      ******************************* DE OUTRA NOTA FICA GUARDADO
      ******************************* PARA A PROXIMA VOLTA DO 0200
       0201-CONSOLIDAR-NOTA.
           IF PED-NOTAFISCAL = ZERO
               PERFORM 0201A-COMPLETAR-NOTA-WEB
           END-IF.
           MOVE 'N' TO WRK-PED-SEGUINTE-SW.
           MOVE PED-VALOR TO WRK-VALOR-NOTA.
           MOVE PED-PESO  TO WRK-PESO-NOTA.
           MOVE 1 TO WRK-VOLUMES-NOTA.
           COMPUTE WRK-VOLUME-NOTA =
               PED-COMPRIMENTO * PED-LARGURA * PED-ALTURA.
           IF PED-NOTAFISCAL > ZERO
               MOVE PED-REGISTRO   TO WRK-PED-ATUAL
               MOVE PED-NOTAFISCAL TO WRK-NOTA-CONSOLIDADA
               PERFORM 0202-LER-PEDIDO-DA-NOTA
               PERFORM 0203-SOMAR-PEDIDO-DA-NOTA
                   UNTIL WRK-FIM-ARQUIVO
                      OR PED-NOTAFISCAL NOT = WRK-NOTA-CONSOLIDADA
               IF NOT WRK-FIM-ARQUIVO
                   MOVE PED-REGISTRO TO WRK-PED-SEGUINTE
                   SET WRK-HA-PED-SEGUINTE TO TRUE
               END-IF
               MOVE WRK-PED-ATUAL  TO PED-REGISTRO
               MOVE WRK-VALOR-NOTA TO PED-VALOR
           END-IF.

      ******************************* PEDIDO GRAVADO SEM NOTA PELA
      ******************************* IMPORTACAO DA LOJA VIRTUAL: A
      ******************************* NOTA VEM DO CRUZAMENTO, DO FIM
      ******************************* PARA O INICIO (A MAIS RECENTE)
       0201A-COMPLETAR-NOTA-WEB.
           MOVE 'N' TO WRK-PN-SW.
           PERFORM 0201B-COMPARAR-PEDIDO-NOTA
               VARYING WRK-PN-IDX FROM WRK-QTDE-PEDNF BY -1
               UNTIL WRK-PN-IDX < 1 OR WRK-PEDNF-ACHADO.
           IF WRK-PEDNF-ACHADO
               ADD 1 TO WRK-PN-IDX
               MOVE WRK-PEDNF-NOTAFISCAL (WRK-PN-IDX)
                   TO PED-NOTAFISCAL
               ADD 1 TO WRK-QTDE-NOTA-WEB
           END-IF.

       0201B-COMPARAR-PEDIDO-NOTA.
           IF WRK-PEDNF-PEDIDO (WRK-PN-IDX) = PED-NUMERO
               SET WRK-PEDNF-ACHADO TO TRUE
           END-IF.

       0202-LER-PEDIDO-DA-NOTA.
           READ PEDIDOS
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0203-SOMAR-PEDIDO-DA-NOTA.
           ADD 1 TO WRK-QTDE-CONSOLIDADOS.
           ADD PED-VALOR TO WRK-VALOR-NOTA.
           ADD PED-PESO  TO WRK-PESO-NOTA.
           ADD 1 TO WRK-VOLUMES-NOTA.
           COMPUTE WRK-VOLUME-NOTA = WRK-VOLUME-NOTA +
               (PED-COMPRIMENTO * PED-LARGURA * PED-ALTURA).
           PERFORM 0202-LER-PEDIDO-DA-NOTA.

       0204-LER-PROXIMO-PEDIDO.
           IF WRK-HA-PED-SEGUINTE
               MOVE WRK-PED-SEGUINTE TO PED-REGISTRO
               MOVE 'N' TO WRK-PED-SEGUINTE-SW
           ELSE
               IF NOT WRK-FIM-ARQUIVO
                   READ PEDIDOS
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
               END-IF
           END-IF.

      ******************************* VALIDA O CENTRO DE CUSTO DO
      ******************************* PEDIDO NO MASTER DE
      ******************************* DEPARTAMENTOS
                   END-IF
           END-READ.

      ******************************* SO EMBARCA PEDIDO CUJA NOTA
      ******************************* FISCAL ESTEJA AUTORIZADA NO
      ******************************* MASTER DE NF-E; PEDIDO SEM NOTA,
      ******************************* COM NOTA PENDENTE, REJEITADA OU
      ******************************* CANCELADA FICA RETIDO
       0207B-VERIFICAR-NFE.
           MOVE 'N' TO WRK-NFE-SW.
           IF PED-NOTAFISCAL > ZERO
               MOVE PED-NOTAFISCAL TO NFE-NOTAFISCAL
               READ NFE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NFE-STATUS-AUTORIZADA
                           SET WRK-NFE-AUTORIZADA TO TRUE
                       END-IF
               END-READ
           END-IF.

      ******************************* GRAVA O MOTIVO DA RECUSA POR
      ******************************* NF-E NAO AUTORIZADA
       0216B-GRAVAR-REJEITO-NFE.
           INITIALIZE REJEIT-REGISTRO.
           ACCEPT REJEIT-DATA FROM DATE YYYYMMDD.
           SET REJEIT-STATUS-PENDENTE TO TRUE.
           MOVE PED-NUMERO TO REJEIT-CHAVE (01:06).
           MOVE PED-NOTAFISCAL TO REJEIT-CHAVE (07:08).
           MOVE 'PROGCOB12B' TO REJEIT-PROGRAMA.
           MOVE 203 TO REJEIT-CODMOTIVO.
           MOVE 'NOTA FISCAL SEM AUTORIZACAO DA NF-E'
               TO REJEIT-DESCMOTIVO.
           WRITE REJEIT-REGISTRO.

      ******************************* GRAVA O MOTIVO DA RECUSA POR
      ******************************* CENTRO DE CUSTO DESCONHECIDO
       0216A-GRAVAR-REJEITO-CCUSTO.
           END-READ.

       0210-CALCULAR-FRETE.
           PERFORM 0212-COMPARAR-TRANSPORTADORAS.
           PERFORM 0216-APLICAR-AJUSTE-CLIENTE.
           PERFORM 0217-APLICAR-SOBRETAXA-SAZONAL.
               MOVE 'N' TO EXT-DET-TRANSBORDO
           END-IF.
           MOVE WRK-DATA-PROMESSA TO EXT-DET-PROMESSA.
           MOVE WRK-PESO-NOTA TO EXT-DET-PESO.
           MOVE WRK-PESO-COBRADO-ESCOLHIDO TO EXT-DET-PESO-CUBADO.
           MOVE EXT-DETALHE TO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE PED-NUMERO TO FCAL-NUMERO.
           MOVE WRK-UF-DESTINO TO FCAL-UF.
           MOVE PED-VALOR  TO FCAL-VALOR.
           MOVE WRK-MELHOR-FRETE TO FCAL-FRETE.
           MOVE PED-CPF    TO FCAL-CPF.
           MOVE PED-CENTRO-CUSTO TO FCAL-CENTRO-CUSTO.
           MOVE PED-NOTAFISCAL   TO FCAL-NOTAFISCAL.
           MOVE WRK-DATA-PROMESSA TO FCAL-DATA-PROMESSA.
           MOVE PED-FILIAL         TO FCAL-FILIAL.
           MOVE WRK-CIDADE-ENTREGA TO FCAL-CIDADE.
           MOVE WRK-PESO-NOTA      TO FCAL-PESO.
           MOVE WRK-VOLUMES-NOTA   TO FCAL-VOLUMES.
           WRITE FCAL-REGISTRO.

      ******************************* BUSCA O ENDERECO DE ENTREGA DO
      ******************************* PEDIDO (PED-ENDERECO, OU O PADRAO
      ******************************* DO CLIENTE); A UF DE DESTINO E A
      ******************************* DO ENDERECO E, SEM ENDERECO
      ******************************* CADASTRADO, A UF DO PEDIDO
       0209-BUSCAR-CIDADE-ENTREGA.
           MOVE SPACES TO WRK-CIDADE-ENTREGA.
           MOVE PED-UF TO WRK-UF-DESTINO.
           INITIALIZE CEND-REGISTRO.
           MOVE PED-CPF TO CEND-CPF.
           IF PED-ENDERECO IS NUMERIC
               MOVE PED-ENDERECO TO CEND-NUMERO
           END-IF.
           CALL 'PROGCOBE' USING CEND-REGISTRO WRK-ENDERECO-SW.
           IF WRK-ENDERECO-ACHADO
               MOVE CEND-CIDADE TO WRK-CIDADE-ENTREGA
               IF CEND-UF NOT = SPACES
                   MOVE CEND-UF TO WRK-UF-DESTINO
               END-IF
           END-IF.

       0212-COMPARAR-TRANSPORTADORAS.
           MOVE WRK-VOLUME-NOTA TO WRK-VOLUME-CM3.
           MOVE ZEROS TO WRK-MELHOR-FRETE.
           MOVE SPACES TO WRK-MELHOR-TRANS.
           MOVE ZEROS TO WRK-MELHOR-FRETE-LIVRE.
      ******************************* PESO REAL E O PESO CUBADO PELO
      ******************************* DIVISOR DA TRANSPORTADORA
       0229-CALCULAR-PESO-COBRADO.
           MOVE WRK-PESO-NOTA TO WRK-PESO-COBRADO.
           MOVE ZERO TO WRK-PESO-CUBADO.
           IF FRETE-TRANS-CUBAGEM (FRETE-IDX) > ZERO
               COMPUTE WRK-PESO-CUBADO ROUNDED =
           CLOSE PEDIDOS.
           CLOSE FRETE-TABELA.
           CLOSE CLIENTE-MASTER.
           CLOSE BLOQUEIO-MASTER.
           CLOSE DEPARTAMENTO-MASTER.
           CLOSE NFE-MASTER.
           CLOSE EXTRATO-FRETE.
           CLOSE FRETE-CALCULADO.
           CLOSE REJEITOS-LOG.
                   ' TOTAL FRETE: ' WRK-TOTAL-FRETE-ED
                   ' TOTAL SEGURO: ' WRK-TOTAL-SEGURO-ED
                   ' TOTAL SOBRETAXA SAZONAL: ' WRK-TOTAL-SOBRETAXA-ED
                   ' PEDIDOS TRANSBORDADOS: ' WRK-QTDE-TRANSBORDOS
                   ' ITENS CONSOLIDADOS NA NOTA: '
                   WRK-QTDE-CONSOLIDADOS
                   ' NOTAS DA LOJA VIRTUAL: ' WRK-QTDE-NOTA-WEB.

      ******************************* GRAVA A TRILHA DE AUDITORIA
       0310-GRAVAR-AUDITORIA.
