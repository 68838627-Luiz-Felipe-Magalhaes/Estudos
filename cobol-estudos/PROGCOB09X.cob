      *                 CONTRA VENDA JA DEVOLVIDA; SE NAO HOUVER
      *                 PARCELA (VENDA AINDA SEM FECHAMENTO DO
      *                 CONTAS A RECEBER), SO AVISA
      * 15/10/2026 FM - O CANCELAMENTO PASSA A PERCORRER TODAS AS LINHAS
      *                 DO HISTORICO DA NOTA INFORMADA (PEDIDO COM
      *                 VARIOS ITENS NUMA SO NOTA), GRAVANDO UMA NOTA DE
      *                 CREDITO E DEVOLVENDO O ESTOQUE DE CADA ITEM; O
      *                 FRETE DA NOTA (AGORA LOCALIZADO PELO NUMERO DA
      *                 NOTA FISCAL, COMO NAS CONCILIACOES) VAI SO NA
      *                 NOTA DE CREDITO DO PRIMEIRO ITEM
      * 15/10/2026 FM - O CANCELAMENTO PASSA A CANCELAR TODAS AS
      *                 PARCELAS EM ABERTO DA NOTA NO CONTAS A RECEBER
      *                 (A VENDA NO CREDIARIO PARCELADO GERA MAIS DE
      *                 UMA), E NAO SO A PRIMEIRA
      * 15/10/2026 FM - O OPERADOR INFORMA O DESTINO DO VALOR ESTORNADO
      *                 (CANC-DESTINO): REEMBOLSO POR FORA, COMO ANTES,
      *                 OU CREDITO DE LOJA, QUE SOMA O VALOR DAS NOTAS
      *                 DE CREDITO (VENDA E FRETE) AO SALDO DO CLIENTE
      *                 NO CREDITO-LOJA E GRAVA O MOVIMENTO NO MOVCRED
      * 15/10/2026 FM - O CANCELAMENTO PASSA A TRATAR A NF-E DA NOTA NO
      *                 MASTER DE NF-E (NFEMAST): NOTA JA AUTORIZADA
      *                 PELA SEFAZ GERA O EVENTO DE CANCELAMENTO PARA O
      *                 GATEWAY FISCAL (NFECANC, CPNFECAN) COM O
      *                 PROTOCOLO E FICA COM O CANCELAMENTO SOLICITADO
      *                 ATE O RETORNO (PROGCOB09U); NOTA AINDA NAO
      *                 AUTORIZADA E CANCELADA DIRETO
      * 15/10/2026 FM - O CREDITO DE LOJA E O REEMBOLSO PASSAM A SER SO
      *                 O QUE O CLIENTE PAGOU (NOTAS DE CREDITO MENOS AS
      *                 PARCELAS DO CREDIARIO EM ABERTO CANCELADAS);
      *                 DESTINO DIFERENTE DE R OU C E NOTA JA CANCELADA
      *                 (NOTASCAN OU NF-E CANCELADA) SAO RECUSADOS COM
      *                 RETURN-CODE 8
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ESTOQ-CHAVE
               FILE STATUS IS WRK-FS-ESTOQ.
           SELECT CREDITO-LOJA ASSIGN TO 'CREDLOJA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CREDL-CPF
               FILE STATUS IS WRK-FS-CREDL.
           SELECT MOVIMENTO-CREDITO ASSIGN TO 'MOVCRED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVCR.
           SELECT NFE-MASTER ASSIGN TO 'NFEMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NFE-NOTAFISCAL
               FILE STATUS IS WRK-FS-NFE.
           SELECT NFE-CANCELAMENTO ASSIGN TO 'NFECANC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFECAN.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           COPY CPCTAREC.
       FD  ESTOQUE-MASTER.
           COPY CPESTOQ.
       FD  CREDITO-LOJA.
           COPY CPCREDL.
       FD  MOVIMENTO-CREDITO.
           COPY CPMOVCR.
       FD  NFE-MASTER.
           COPY CPNFE.
       FD  NFE-CANCELAMENTO.
           COPY CPNFECAN.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-FS-ESTOQ              PIC X(02) VALUE '00'.
       77  WRK-FS-CTAR               PIC X(02) VALUE '00'.
       77  WRK-FS-CREDL              PIC X(02) VALUE '00'.
       77  WRK-FS-MOVCR              PIC X(02) VALUE '00'.
       77  WRK-FS-NFE                PIC X(02) VALUE '00'.
       77  WRK-FS-NFECAN             PIC X(02) VALUE '00'.
       77  WRK-DESTINO               PIC X(01) VALUE SPACE.
           88  WRK-DESTINO-CREDITO       VALUE 'C'.
           88  WRK-DESTINO-VALIDO        VALUES 'R' 'C'.
       77  WRK-ENTRADA-SW            PIC X(01) VALUE 'S'.
           88  WRK-ENTRADA-OK            VALUE 'S'.
       77  WRK-EOF-CANC-SW           PIC X(01) VALUE 'N'.
           88  WRK-FIM-CANCELADAS        VALUE 'S'.
       77  WRK-JA-CANCELADA-SW       PIC X(01) VALUE 'N'.
           88  WRK-NOTA-JA-CANCELADA     VALUE 'S'.
       77  WRK-CPF-NOTA              PIC X(11) VALUE SPACES.
       77  WRK-TOTAL-ESTORNO         PIC 9(07)V99 VALUE ZERO.
       77  WRK-TOTAL-ESTORNO-ED      PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-CREDIARIO       PIC 9(09)V99 VALUE ZERO.
       77  WRK-VALOR-DEVOLVER        PIC 9(07)V99 VALUE ZERO.
       77  WRK-EOF-CTAR-SW           PIC X(01) VALUE 'N'.
           88  WRK-FIM-CONTAREC          VALUE 'S'.
       77  WRK-PARCELA-SW            PIC X(01) VALUE 'N'.
           88  WRK-PARCELA-ACHADA        VALUE 'S'.
       77  WRK-QTDE-PARCELAS-CANC    PIC 9(05) VALUE ZERO.
       01  WRK-DATASISTEMA.
           05  WRK-DATASISTEMA-ANO     PIC 9(04).
           05  WRK-DATASISTEMA-MES     PIC 9(02).
           88  WRK-FRETE-ACHADO            VALUE 'S'.
       77  WRK-VALOR-FRETE             PIC 9(06)V99 VALUE ZERO.
       77  WRK-AUDIT-RESULTADO         PIC X(30) VALUE SPACES.
       77  WRK-QTDE-ITENS-CANC         PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-ENTRADA-OK
               PERFORM 0150-VERIFICAR-CANCELAMENTO
           END-IF.
           IF WRK-ENTRADA-OK
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

           ACCEPT WRK-NOTAFISCAL FROM CONSOLE.
           DISPLAY 'MOTIVO DO CANCELAMENTO..'.
           ACCEPT WRK-MOTIVO FROM CONSOLE.
           DISPLAY 'DESTINO DO VALOR (R=REEMBOLSO C=CREDITO DE LOJA)..'.
           ACCEPT WRK-DESTINO FROM CONSOLE.
           IF NOT WRK-DESTINO-VALIDO
               DISPLAY 'DESTINO INVALIDO: "' WRK-DESTINO
                       '" - INFORME R OU C'
               MOVE 'DESTINO DO VALOR INVALIDO' TO WRK-AUDIT-RESULTADO
               MOVE 'N' TO WRK-ENTRADA-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************* NOTA JA CANCELADA (NOTA DE
      ******************************* CREDITO NO NOTASCAN OU NF-E JA
      ******************************* CANCELADA/COM CANCELAMENTO
      ******************************* SOLICITADO) E RECUSADA, PARA NAO
      ******************************* DEVOLVER O ESTOQUE NEM LANCAR O
      ******************************* CREDITO DE LOJA DUAS VEZES
       0150-VERIFICAR-CANCELAMENTO.
           MOVE 'N' TO WRK-JA-CANCELADA-SW.
           MOVE 'N' TO WRK-EOF-CANC-SW.
           OPEN INPUT NOTAS-CANCELADAS.
           IF WRK-FS-CANC = '00'
               PERFORM 0151-LER-CANCELADA
               PERFORM 0152-COMPARAR-CANCELADA
                   UNTIL WRK-FIM-CANCELADAS
                      OR WRK-NOTA-JA-CANCELADA
               CLOSE NOTAS-CANCELADAS
           END-IF.
           IF NOT WRK-NOTA-JA-CANCELADA
               OPEN INPUT NFE-MASTER
               IF WRK-FS-NFE = '00'
                   MOVE WRK-NOTAFISCAL TO NFE-NOTAFISCAL
                   READ NFE-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF NFE-STATUS-CANCELADA
                              OR NFE-STATUS-CANC-SOLICIT
                               SET WRK-NOTA-JA-CANCELADA TO TRUE
                           END-IF
                   END-READ
                   CLOSE NFE-MASTER
               END-IF
           END-IF.
           IF WRK-NOTA-JA-CANCELADA
               DISPLAY 'NOTA FISCAL JA CANCELADA: ' WRK-NOTAFISCAL
                       ' - CANCELAMENTO RECUSADO'
               MOVE 'NOTA FISCAL JA CANCELADA' TO WRK-AUDIT-RESULTADO
               MOVE 'N' TO WRK-ENTRADA-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

       0151-LER-CANCELADA.
           READ NOTAS-CANCELADAS
               AT END SET WRK-FIM-CANCELADAS TO TRUE
           END-READ.

       0152-COMPARAR-CANCELADA.
           IF CANC-NOTAFISCAL = WRK-NOTAFISCAL
               SET WRK-NOTA-JA-CANCELADA TO TRUE
           ELSE
               PERFORM 0151-LER-CANCELADA
           END-IF.

       0200-PROCESSAR.
           PERFORM 0210-LOCALIZAR-VENDA.
           IF WRK-VENDA-ACHADA
               PERFORM 0250-CANCELAR-PARCELA
               PERFORM 0255-CALCULAR-DEVOLUCAO
               IF WRK-DESTINO-CREDITO
                   PERFORM 0260-CREDITAR-LOJA
               ELSE
                   MOVE WRK-VALOR-DEVOLVER TO WRK-TOTAL-ESTORNO-ED
                   DISPLAY 'VALOR A REEMBOLSAR AO CLIENTE: '
                           WRK-TOTAL-ESTORNO-ED
               END-IF
               PERFORM 0270-CANCELAR-NFE
               DISPLAY 'VENDA CANCELADA - NOTA FISCAL: '
                       WRK-NOTAFISCAL ' ITENS: ' WRK-QTDE-ITENS-CANC
               MOVE 'VENDA CANCELADA' TO WRK-AUDIT-RESULTADO
           ELSE
               DISPLAY 'NOTA FISCAL NAO ENCONTRADA NO HISTORICO: '
           END-IF.

      ******************************* PERCORRE O HISTORICO DE VENDAS
      ******************************* (LINE SEQUENTIAL, SEM CHAVE)
      ******************************* INTEIRO, CANCELANDO CADA LINHA
      ******************************* (ITEM) DA NOTA FISCAL INFORMADA
       0210-LOCALIZAR-VENDA.
           MOVE 'N' TO WRK-VENDA-SW.
           OPEN INPUT HIST-VENDAS.
           IF WRK-FS-HISTV = '00'
               PERFORM 0211-LER-HISTORICO
               PERFORM 0212-COMPARAR-VENDA
                   UNTIL WRK-FIM-HISTV
               CLOSE HIST-VENDAS
           END-IF.


       0212-COMPARAR-VENDA.
           IF HV-NOTAFISCAL = WRK-NOTAFISCAL
               IF WRK-VENDA-ACHADA
                   MOVE ZERO TO WRK-VALOR-FRETE
               ELSE
                   SET WRK-VENDA-ACHADA TO TRUE
                   PERFORM 0220-LOCALIZAR-FRETE
               END-IF
               ADD 1 TO WRK-QTDE-ITENS-CANC
               PERFORM 0230-GRAVAR-CREDITO
               PERFORM 0240-DEVOLVER-ESTOQUE
           END-IF.
           PERFORM 0211-LER-HISTORICO.

      ******************************* PROCURA UM FRETE JA CALCULADO
      ******************************* PARA A NOTA FISCAL CANCELADA, NA
      ******************************* MESMA CHAVE DE CASAMENTO USADA
      ******************************* PELO PROGCOB09D
       0220-LOCALIZAR-FRETE.
           MOVE 'N' TO WRK-EOF-FRETE-SW.
           MOVE 'N' TO WRK-FRETE-SW.
           END-READ.

       0222-COMPARAR-FRETE.
           IF FCAL-NOTAFISCAL = WRK-NOTAFISCAL
               SET WRK-FRETE-ACHADO TO TRUE
               MOVE FCAL-FRETE TO WRK-VALOR-FRETE
           ELSE
           MOVE WRK-DATASISTEMA-DIA TO CANC-DATACANC-DIA.
           MOVE WRK-MOTIVO          TO CANC-MOTIVO.
           MOVE WRK-OPERADOR        TO CANC-OPERADOR.
           MOVE WRK-DESTINO         TO CANC-DESTINO.
           WRITE CANC-REGISTRO.
           MOVE HV-CPF TO WRK-CPF-NOTA.
           ADD HV-VALOR        TO WRK-TOTAL-ESTORNO.
           ADD WRK-VALOR-FRETE TO WRK-TOTAL-ESTORNO.
           CLOSE NOTAS-CANCELADAS.

      ******************************* DEVOLVE A QUANTIDADE CANCELADA
                       'SALDO NAO DEVOLVIDO'
           END-IF.

      ******************************* CANCELA AS PARCELAS EM ABERTO DO
      ******************************* CONTAS A RECEBER DA NOTA
      ******************************* CANCELADA (O CREDIARIO PODE TER
      ******************************* VARIAS), PARA ELAS NAO
      ******************************* ENVELHECEREM NO AGING NEM
      ******************************* VIRAREM CASO DE COBRANCA
       0250-CANCELAR-PARCELA.
           MOVE 'N' TO WRK-EOF-CTAR-SW.
           MOVE 'N' TO WRK-PARCELA-SW.
           MOVE ZERO TO WRK-QTDE-PARCELAS-CANC.
           MOVE ZERO TO WRK-TOTAL-CREDIARIO.
           OPEN I-O CONTAS-RECEBER.
           IF WRK-FS-CTAR = '00'
               PERFORM 0251-LER-PARCELA
               PERFORM 0252-COMPARAR-PARCELA
                   UNTIL WRK-FIM-CONTAREC
               CLOSE CONTAS-RECEBER
           END-IF.
           IF WRK-PARCELA-ACHADA
               DISPLAY 'PARCELAS DO CONTAS A RECEBER CANCELADAS: '
                       WRK-QTDE-PARCELAS-CANC
           ELSE
               DISPLAY 'AVISO - NENHUMA PARCELA EM ABERTO PARA A '
                       'NOTA NO CONTAS A RECEBER'
           IF CTAR-NOTAFISCAL = WRK-NOTAFISCAL
              AND CTAR-STATUS-ABERTO
               SET WRK-PARCELA-ACHADA TO TRUE
               ADD 1 TO WRK-QTDE-PARCELAS-CANC
               ADD CTAR-VALOR TO WRK-TOTAL-CREDIARIO
               SET CTAR-STATUS-CANCELADO TO TRUE
               REWRITE CTAR-REGISTRO
           END-IF.
           PERFORM 0251-LER-PARCELA.

      ******************************* SO VOLTA AO CLIENTE O QUE ELE DE
      ******************************* FATO PAGOU: O VALOR DAS NOTAS DE
      ******************************* CREDITO (VENDA E FRETE) MENOS AS
      ******************************* PARCELAS DO CREDIARIO AINDA EM
      ******************************* ABERTO, CANCELADAS NO 0250
       0255-CALCULAR-DEVOLUCAO.
           IF WRK-TOTAL-CREDIARIO < WRK-TOTAL-ESTORNO
               COMPUTE WRK-VALOR-DEVOLVER =
                   WRK-TOTAL-ESTORNO - WRK-TOTAL-CREDIARIO
           ELSE
               MOVE ZERO TO WRK-VALOR-DEVOLVER
           END-IF.
           IF WRK-TOTAL-CREDIARIO > ZERO
               MOVE WRK-TOTAL-CREDIARIO TO WRK-TOTAL-ESTORNO-ED
               DISPLAY 'CREDIARIO EM ABERTO CANCELADO (NAO DEVOLVIDO): '
                       WRK-TOTAL-ESTORNO-ED
           END-IF.

      ******************************* O CLIENTE PREFERIU CREDITO DE
      ******************************* LOJA AO REEMBOLSO: O VALOR PAGO
      ******************************* (0255-CALCULAR-DEVOLUCAO)
      ******************************* ENTRA NO SALDO DO CLIENTE, QUE
      ******************************* VOLTA A FICAR ATIVO, E O
      ******************************* MOVIMENTO VAI PARA O MOVCRED
       0260-CREDITAR-LOJA.
           IF WRK-VALOR-DEVOLVER = ZERO
               DISPLAY 'NADA PAGO PELO CLIENTE - CREDITO DE LOJA NAO '
                       'LANCADO'
           ELSE
               PERFORM 0265-LANCAR-CREDITO-LOJA
           END-IF.

       0265-LANCAR-CREDITO-LOJA.
           OPEN I-O CREDITO-LOJA.
           IF WRK-FS-CREDL = '35'
               OPEN OUTPUT CREDITO-LOJA
               CLOSE CREDITO-LOJA
               OPEN I-O CREDITO-LOJA
           END-IF.
           MOVE WRK-CPF-NOTA TO CREDL-CPF.
           READ CREDITO-LOJA
               INVALID KEY
                   INITIALIZE CREDL-REGISTRO
                   MOVE WRK-CPF-NOTA TO CREDL-CPF
                   MOVE WRK-VALOR-DEVOLVER TO CREDL-SALDO
                   MOVE WRK-DATASISTEMA TO CREDL-DATA-ULT-CREDITO
                   SET CREDL-STATUS-ATIVO TO TRUE
                   WRITE CREDL-REGISTRO
               NOT INVALID KEY
                   ADD WRK-VALOR-DEVOLVER TO CREDL-SALDO
                   MOVE WRK-DATASISTEMA TO CREDL-DATA-ULT-CREDITO
                   SET CREDL-STATUS-ATIVO TO TRUE
                   REWRITE CREDL-REGISTRO
           END-READ.
           CLOSE CREDITO-LOJA.
           OPEN EXTEND MOVIMENTO-CREDITO.
           IF WRK-FS-MOVCR = '35'
               OPEN OUTPUT MOVIMENTO-CREDITO
               CLOSE MOVIMENTO-CREDITO
               OPEN EXTEND MOVIMENTO-CREDITO
           END-IF.
           INITIALIZE MOVCR-REGISTRO.
           MOVE WRK-CPF-NOTA      TO MOVCR-CPF.
           MOVE WRK-DATASISTEMA   TO MOVCR-DATA.
           SET MOVCR-TIPO-CREDITO TO TRUE.
           MOVE WRK-VALOR-DEVOLVER TO MOVCR-VALOR.
           MOVE CREDL-SALDO       TO MOVCR-SALDO.
           MOVE WRK-NOTAFISCAL    TO MOVCR-NOTAFISCAL.
           MOVE 'PROGCOB09X'      TO MOVCR-PROGRAMA.
           WRITE MOVCR-REGISTRO.
           CLOSE MOVIMENTO-CREDITO.
           MOVE WRK-VALOR-DEVOLVER TO WRK-TOTAL-ESTORNO-ED.
           DISPLAY 'CREDITO DE LOJA LANCADO PARA O CPF ' WRK-CPF-NOTA
                   ': ' WRK-TOTAL-ESTORNO-ED.

      ******************************* NOTA JA AUTORIZADA PELA SEFAZ
      ******************************* PRECISA DO EVENTO DE CANCELAMENTO
      ******************************* NO GATEWAY FISCAL (NFECANC) E
      ******************************* FICA COM O CANCELAMENTO
      ******************************* SOLICITADO ATE O RETORNO
      ******************************* (PROGCOB09U); NOTA AINDA NAO
      ******************************* AUTORIZADA E CANCELADA DIRETO
       0270-CANCELAR-NFE.
           OPEN I-O NFE-MASTER.
           IF WRK-FS-NFE NOT = '00'
               DISPLAY 'AVISO - MASTER DE NF-E INDISPONIVEL - '
                       'CANCELAMENTO DA NF-E NAO SOLICITADO'
           ELSE
               MOVE WRK-NOTAFISCAL TO NFE-NOTAFISCAL
               READ NFE-MASTER
                   INVALID KEY
                       DISPLAY 'AVISO - NOTA SEM NF-E ENVIADA AO '
                               'GATEWAY FISCAL: ' WRK-NOTAFISCAL
                   NOT INVALID KEY
                       PERFORM 0271-ATUALIZAR-NFE
               END-READ
               CLOSE NFE-MASTER
           END-IF.

       0271-ATUALIZAR-NFE.
           EVALUATE TRUE
               WHEN NFE-STATUS-AUTORIZADA
                   PERFORM 0272-GRAVAR-EVENTO-NFE
                   SET NFE-STATUS-CANC-SOLICIT TO TRUE
                   MOVE WRK-MOTIVO TO NFE-MOTIVO
                   REWRITE NFE-REGISTRO
                   DISPLAY 'EVENTO DE CANCELAMENTO DA NF-E GERADO - '
                           'PROTOCOLO: ' NFE-PROTOCOLO
               WHEN NFE-STATUS-PENDENTE
               WHEN NFE-STATUS-REJEITADA
                   SET NFE-STATUS-CANCELADA TO TRUE
                   MOVE WRK-MOTIVO TO NFE-MOTIVO
                   MOVE WRK-DATASISTEMA TO NFE-DATA-CANCELAMENTO
                   REWRITE NFE-REGISTRO
                   DISPLAY 'NF-E AINDA NAO AUTORIZADA - CANCELADA SEM '
                           'EVENTO NO GATEWAY FISCAL'
               WHEN OTHER
                   DISPLAY 'AVISO - NF-E JA CANCELADA OU COM '
                           'CANCELAMENTO JA SOLICITADO'
           END-EVALUATE.

       0272-GRAVAR-EVENTO-NFE.
           OPEN EXTEND NFE-CANCELAMENTO.
           IF WRK-FS-NFECAN = '35'
               OPEN OUTPUT NFE-CANCELAMENTO
               CLOSE NFE-CANCELAMENTO
               OPEN EXTEND NFE-CANCELAMENTO
           END-IF.
           INITIALIZE NFECAN-REGISTRO.
           MOVE WRK-NOTAFISCAL  TO NFECAN-NOTAFISCAL.
           MOVE NFE-PROTOCOLO   TO NFECAN-PROTOCOLO.
           MOVE WRK-DATASISTEMA TO NFECAN-DATA.
           MOVE WRK-MOTIVO      TO NFECAN-MOTIVO.
           MOVE WRK-OPERADOR    TO NFECAN-OPERADOR.
           WRITE NFECAN-REGISTRO.
           CLOSE NFE-CANCELAMENTO.

       0300-FINALIZAR.
           PERFORM 0310-GRAVAR-AUDITORIA.
