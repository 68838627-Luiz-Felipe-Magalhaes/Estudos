      *                 APROVADA NO DIA SEGUINTE FICAVA DE FORA DE
      *                 TODOS ELES; E COERENTE COM O ESTOQUE, QUE
      *                 TAMBEM SO BAIXA NA APROVACAO
      * 15/10/2026 FM - A VENDA APROVADA LEVA PARA O HISTORICO A DIVISAO
      *                 DO VALOR NAS FORMAS DE PAGAMENTO GRAVADA NA
      *                 PENDENCIA (PENDV-PAGAMENTOS)
      * 15/10/2026 FM - A PARTE DA VENDA PAGA EM CREDITO DE LOJA (FORMA
      *                 L) E ABATIDA DO SALDO DO CLIENTE (CREDITO-LOJA)
      *                 NA APROVACAO, COM O MOVIMENTO GRAVADO NO
      *                 MOVCRED; SEM SALDO SUFICIENTE A VENDA PERMANECE
      *                 PENDENTE
      * 15/10/2026 FM - NUMERO DO ENDERECO DE ENTREGA DA PENDENTE
      *                 (PENDV-ENDERECO) LEVADO AO HISTORICO NA
      *                 APROVACAO
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
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           COPY CPHISTV.
       FD  ESTOQUE-MASTER.
           COPY CPESTOQ.
       FD  CREDITO-LOJA.
           COPY CPCREDL.
       FD  MOVIMENTO-CREDITO.
           COPY CPMOVCR.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-HISTV          PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT          PIC X(02) VALUE '00'.
       77  WRK-FS-ESTOQ          PIC X(02) VALUE '00'.
       77  WRK-FS-CREDL          PIC X(02) VALUE '00'.
       77  WRK-FS-MOVCR          PIC X(02) VALUE '00'.
       77  WRK-PG-IDX            PIC 9(02) VALUE ZERO.
       77  WRK-CREDITO-LOJA      PIC 9(07)V99 VALUE ZERO.
       77  WRK-CREDITO-SW        PIC X(01) VALUE 'S'.
           88  WRK-CREDITO-OK        VALUE 'S'.
       77  WRK-EOF-SW            PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO       VALUE 'S'.
       77  WRK-SUPERVISOR         PIC X(10) VALUE SPACES.
               CLOSE ESTOQUE-MASTER
               OPEN I-O ESTOQUE-MASTER
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
           OPEN I-O VENDAS-PENDENTES.
           IF WRK-FS-PEND = '35'
               OPEN OUTPUT VENDAS-PENDENTES
           DISPLAY 'APROVAR OU RECUSAR (A/R)..'.
           ACCEPT WRK-DECISAO-SW FROM CONSOLE.
           IF WRK-DECISAO-APROVA
               PERFORM 0215-CONFERIR-CREDITO-LOJA
               IF WRK-CREDITO-OK
                   PERFORM 0220-APROVAR-PENDENTE
               ELSE
                   DISPLAY 'CREDITO DE LOJA DO CLIENTE SEM SALDO '
                           'SUFICIENTE - VENDA PERMANECE PENDENTE'
               END-IF
           ELSE
               IF WRK-DECISAO-RECUSA
                   PERFORM 0230-RECUSAR-PENDENTE
               END-IF
           END-IF.

      ******************************* A PARTE DA VENDA PAGA EM CREDITO
      ******************************* DE LOJA (FORMA L) SO E ABATIDA
      ******************************* NA APROVACAO, E PRECISA CABER NO
      ******************************* SALDO ATIVO DO CLIENTE NESSA HORA
       0215-CONFERIR-CREDITO-LOJA.
           SET WRK-CREDITO-OK TO TRUE.
           MOVE ZERO TO WRK-CREDITO-LOJA.
           PERFORM 0216-SOMAR-CREDITO-LOJA
               VARYING WRK-PG-IDX FROM 1 BY 1
               UNTIL WRK-PG-IDX > 5.
           IF WRK-CREDITO-LOJA > ZERO
               MOVE PENDV-CPF TO CREDL-CPF
               READ CREDITO-LOJA
                   INVALID KEY
                       MOVE 'N' TO WRK-CREDITO-SW
                   NOT INVALID KEY
                       IF NOT CREDL-STATUS-ATIVO
                          OR CREDL-SALDO < WRK-CREDITO-LOJA
                           MOVE 'N' TO WRK-CREDITO-SW
                       END-IF
               END-READ
           END-IF.

       0216-SOMAR-CREDITO-LOJA.
           IF PENDV-PAG-FORMA (WRK-PG-IDX) = 'L'
               ADD PENDV-PAG-VALOR (WRK-PG-IDX) TO WRK-CREDITO-LOJA
           END-IF.

      ******************************* ABATE O CREDITO DE LOJA USADO
      ******************************* (REGISTRO JA LIDO NA CONFERENCIA)
      ******************************* E GRAVA O MOVIMENTO
       0217-DEBITAR-CREDITO-LOJA.
           SUBTRACT WRK-CREDITO-LOJA FROM CREDL-SALDO.
           REWRITE CREDL-REGISTRO.
           INITIALIZE MOVCR-REGISTRO.
           MOVE PENDV-CPF        TO MOVCR-CPF.
           MOVE WRK-DATAHOJE     TO MOVCR-DATA.
           SET MOVCR-TIPO-USO    TO TRUE.
           MOVE WRK-CREDITO-LOJA TO MOVCR-VALOR.
           MOVE CREDL-SALDO      TO MOVCR-SALDO.
           MOVE PENDV-NOTAFISCAL TO MOVCR-NOTAFISCAL.
           MOVE 'PROGCOB09A'     TO MOVCR-PROGRAMA.
           WRITE MOVCR-REGISTRO.

      ******************************* GRAVA A VENDA CONFIRMADA NO
      ******************************* HISTORICO E ATUALIZA A PENDENCIA
       0220-APROVAR-PENDENTE.
           SET PENDV-STATUS-APROVADO TO TRUE.
           MOVE WRK-SUPERVISOR TO PENDV-SUPERVISOR.
           REWRITE PENDV-REGISTRO.
           IF WRK-CREDITO-LOJA > ZERO
               PERFORM 0217-DEBITAR-CREDITO-LOJA
           END-IF.
           INITIALIZE HV-REGISTRO.
           MOVE PENDV-VENDEDOR TO HV-VENDEDOR.
           MOVE PENDV-PRODUTO  TO HV-PRODUTO.
           MOVE PENDV-QUANTIDADE TO HV-QUANTIDADE.
           MOVE PENDV-DESCONTO   TO HV-DESCONTO.
           MOVE PENDV-FORMA-PAGTO TO HV-FORMA-PAGTO.
           MOVE PENDV-PAGAMENTOS  TO HV-PAGAMENTOS.
           IF PENDV-ENDERECO IS NUMERIC
               MOVE PENDV-ENDERECO TO HV-ENDERECO
           END-IF.
           OPEN EXTEND HIST-VENDAS.
           IF WRK-FS-HISTV = '35'
               OPEN OUTPUT HIST-VENDAS
       0300-FINALIZAR.
           CLOSE VENDAS-PENDENTES.
           CLOSE ESTOQUE-MASTER.
           CLOSE CREDITO-LOJA.
           CLOSE MOVIMENTO-CREDITO.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - APROVADAS: '
