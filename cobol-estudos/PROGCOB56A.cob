       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB56A.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: ANTECIPACAO (DESCONTO) DE RECEBIVEIS NO BANCO - O
      *           TESOUREIRO, ATIVO E COM A AUTORIZACAO DE UTILITARIOS
      *           NO OPERTAB, ESCOLHE O TIPO:
      *           - P: PARCELAS EM ABERTO DO CONTAS A RECEBER
      *             (CONTAREC) COM VENCIMENTO FUTURO;
      *           - C: LIQUIDACOES DE CARTAO AINDA A RECEBER (PARTE EM
      *             CARTAO DE CADA NOTA DO HISTVENDA, COM A LIQUIDACAO
      *             PREVISTA NA DATA DA VENDA MAIS O PRAZO DA
      *             ADQUIRENTE NO ANTECPAR) E AINDA NAO ANTECIPADAS;
      *           E INFORMA O VALOR ALVO, A TAXA MENSAL E A CONTA
      *           BANCARIA (BANCOMST) QUE RECEBE O DINHEIRO. OS
      *           RECEBIVEIS SAO ESCOLHIDOS DO VENCIMENTO MAIS PROXIMO
      *           PARA O MAIS DISTANTE ENQUANTO COUBEREM NO ALVO; PARA
      *           CADA UM SAI O VALOR PRESENTE (FACE / (1 + TAXA) **
      *           (DIAS / 30)) E O DESCONTO. CONFIRMADA A OPERACAO, AS
      *           PARCELAS FICAM COM O STATUS ANTECIPADO (JORNAL
      *           PROGCOBG), CADA RECEBIVEL VAI PARA O ANTECIPA, O
      *           LIQUIDO ENTRA NO MOVBANCO DA CONTA (E DALI NA POSICAO
      *           DE CAIXA QUE ALIMENTA A PROJECAO DO PROGCOB23) E O
      *           LANCAMENTO D 110100 (LIQUIDO) / D 570100 (DESCONTO) /
      *           C 120200 OU 120100 (FACE) VAI PARA O RAZAOEXT, COM
      *           TODAS AS LINHAS CONFERIDAS ANTES NO PROGCOB19R
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
           SELECT OPERADORES-MASTER ASSIGN TO 'OPERTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WRK-FS-OPER.
           SELECT BANCO-MASTER ASSIGN TO 'BANCOMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BANCO-CODIGO
               FILE STATUS IS WRK-FS-BANCO.
           SELECT CONTAS-RECEBER ASSIGN TO 'CONTAREC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTAR-NUMERO
               FILE STATUS IS WRK-FS-CTAR.
           SELECT HIST-VENDAS ASSIGN TO 'HISTVENDA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTV.
           SELECT PARAM-ANTECIPACAO ASSIGN TO 'ANTECPAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM.
           SELECT ANTECIPACOES ASSIGN TO 'ANTECIPA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ANTC.
           SELECT MOVIMENTO-BANCO ASSIGN TO 'MOVBANCO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVB.
           SELECT RAZAO-EXTRATO ASSIGN TO 'RAZAOEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RAZAO.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES-MASTER.
           COPY CPOPERAD.
       FD  BANCO-MASTER.
           COPY CPBANCO.
       FD  CONTAS-RECEBER.
           COPY CPCTAREC.
       FD  HIST-VENDAS.
           COPY CPHISTV.
       FD  PARAM-ANTECIPACAO.
       01  PAR-REGISTRO.
           05  PAR-PRAZO-CARTAO      PIC 9(03).
       FD  ANTECIPACOES.
           COPY CPANTEC.
       FD  MOVIMENTO-BANCO.
           COPY CPMOVBCO.
       FD  RAZAO-EXTRATO.
           COPY CPRAZAO.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-OPER               PIC X(02) VALUE '00'.
       77  WRK-FS-BANCO              PIC X(02) VALUE '00'.
       77  WRK-FS-CTAR               PIC X(02) VALUE '00'.
       77  WRK-FS-HISTV              PIC X(02) VALUE '00'.
       77  WRK-FS-PARAM              PIC X(02) VALUE '00'.
       77  WRK-FS-ANTC               PIC X(02) VALUE '00'.
       77  WRK-FS-MOVB               PIC X(02) VALUE '00'.
       77  WRK-FS-RAZAO              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-OPERADOR              PIC X(08) VALUE SPACES.
       77  WRK-OPERADOR-OK-SW        PIC X(01) VALUE 'N'.
           88  WRK-OPERADOR-OK           VALUE 'S'.
       77  WRK-TIPO-SW               PIC X(01) VALUE SPACES.
           88  WRK-TIPO-PARCELA          VALUE 'P'.
           88  WRK-TIPO-CARTAO           VALUE 'C'.
       77  WRK-CONFIRMA              PIC X(01) VALUE 'N'.
           88  WRK-CONFIRMADO            VALUE 'S'.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-HOJE             PIC 9(08) VALUE ZERO.
       77  WRK-DIAS-PREVISTO         PIC 9(08) VALUE ZERO.
       77  WRK-PRAZO-CARTAO          PIC 9(03) VALUE 30.
       77  WRK-CONTA-BANCARIA        PIC X(04) VALUE SPACES.
       77  WRK-VALOR-ALVO            PIC 9(09)V99 VALUE ZERO.
       77  WRK-TAXA-PERCENTUAL       PIC 9(02)V99 VALUE ZERO.
       77  WRK-TAXA-MES              PIC 9V9(04) VALUE ZERO.
       77  WRK-TOTAL-FACE            PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-PRESENTE        PIC 9(09)V99 VALUE ZERO.
       77  WRK-TOTAL-DESCONTO        PIC 9(09)V99 VALUE ZERO.
       77  WRK-QTDE-SELECIONADOS     PIC 9(05) VALUE ZERO.
       77  WRK-VALOR-ED              PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR-ED2             PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR-ED3             PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-MOTIVO                PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
       77  WRK-NOTA-ATUAL            PIC 9(08) VALUE ZERO.
       77  WRK-NOTA-DATA             PIC 9(08) VALUE ZERO.
       77  WRK-NOTA-CPF              PIC X(11) VALUE SPACES.
       77  WRK-NOTA-CARTAO           PIC 9(09)V99 VALUE ZERO.
       77  WRK-PG-IDX                PIC 9(02) VALUE ZERO.
      ******************************* NOTAS DE CARTAO JA ANTECIPADAS
       77  WRK-QTDE-JA-ANTECIPADAS   PIC 9(04) VALUE ZERO.
       77  WRK-JA-IDX                PIC 9(04) VALUE ZERO.
       77  WRK-JA-SW                 PIC X(01) VALUE 'N'.
           88  WRK-JA-ACHOU              VALUE 'S'.
       01  WRK-TABELA-JA-ANTECIPADAS.
           05  WRK-JA-NOTA OCCURS 1 TO 3000 TIMES
                            DEPENDING ON WRK-QTDE-JA-ANTECIPADAS
                                          PIC 9(08).
      ******************************* RECEBIVEIS CANDIDATOS
      ******************************* (L = LIVRE, V = VISTO E FORA DO
      ******************************* ALVO, S = SELECIONADO)
       77  WRK-QTDE-CANDIDATOS       PIC 9(03) VALUE ZERO.
       77  WRK-CD-IDX                PIC 9(03) VALUE ZERO.
       77  WRK-CD-MENOR              PIC 9(03) VALUE ZERO.
       77  WRK-FIM-ESCOLHA-SW        PIC X(01) VALUE 'N'.
           88  WRK-FIM-ESCOLHA           VALUE 'S'.
       01  WRK-TABELA-CANDIDATOS.
           05  WRK-CANDIDATO OCCURS 1 TO 500 TIMES
                              DEPENDING ON WRK-QTDE-CANDIDATOS.
               10  WRK-CD-DOCUMENTO      PIC 9(08).
               10  WRK-CD-CPF            PIC X(11).
               10  WRK-CD-VENCIMENTO     PIC 9(08).
               10  WRK-CD-DIAS           PIC 9(04).
               10  WRK-CD-FACE           PIC 9(09)V99.
               10  WRK-CD-PRESENTE       PIC 9(09)V99.
               10  WRK-CD-DESCONTO       PIC 9(09)V99.
               10  WRK-CD-SITUACAO       PIC X(01).
      ******************************* LINHAS DO LANCAMENTO, VALIDADAS
      ******************************* TODAS ANTES DE QUALQUER GRAVACAO
       77  WRK-QTDE-LINHAS           PIC 9(01) VALUE ZERO.
       77  WRK-LN-IDX                PIC 9(01) VALUE ZERO.
       01  WRK-TABELA-LINHAS.
           05  WRK-LINHA OCCURS 3 TIMES.
               10  WRK-LN-CONTA          PIC 9(06).
               10  WRK-LN-TIPO           PIC X(01).
               10  WRK-LN-VALOR          PIC 9(09)V99.
       77  WRK-RECUSA-SW             PIC X(01) VALUE 'N'.
           88  WRK-HOUVE-RECUSA          VALUE 'S'.
      *********************************
      * PLANO DE CONTAS - CONSTANTES FIXAS, NA MESMA CONVENCAO DO
      * PROGCOB19G
      *********************************
       77  WRK-CONTA-BANCO           PIC 9(06) VALUE 110100.
       77  WRK-CONTA-CARTAO-RECEBER  PIC 9(06) VALUE 120100.
       77  WRK-CONTA-CLIENTES        PIC 9(06) VALUE 120200.
       77  WRK-CONTA-DESC-ANTECIP    PIC 9(06) VALUE 570100.
       77  WRK-LANC-OK               PIC X(01) VALUE 'S'.
           88  WRK-LANC-VALIDO           VALUE 'S'.
       77  WRK-LANC-MOTIVO           PIC X(30) VALUE SPACES.
           COPY CPJORNAL.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-OPERADOR-OK AND RETURN-CODE = 0
               PERFORM 0200-CARREGAR-CANDIDATOS
               PERFORM 0230-ESCOLHER-RECEBIVEL
                   UNTIL WRK-FIM-ESCOLHA
               PERFORM 0240-APRESENTAR-SELECAO
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WRK-DATAHOJE).
           DISPLAY 'ID DO OPERADOR..'.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           OPEN INPUT OPERADORES-MASTER.
           PERFORM 0110-VALIDAR-OPERADOR.
           CLOSE OPERADORES-MASTER.
           IF NOT WRK-OPERADOR-OK
               MOVE 'OPERADOR NAO AUTORIZADO' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'TIPO (P=PARCELAS CONTAREC / C=CARTAO)..'
               ACCEPT WRK-TIPO-SW FROM CONSOLE
               DISPLAY 'VALOR ALVO DA ANTECIPACAO..'
               ACCEPT WRK-VALOR-ALVO FROM CONSOLE
               DISPLAY 'TAXA MENSAL DE DESCONTO (%)..'
               ACCEPT WRK-TAXA-PERCENTUAL FROM CONSOLE
               DISPLAY 'CONTA BANCARIA QUE RECEBE O LIQUIDO..'
               ACCEPT WRK-CONTA-BANCARIA FROM CONSOLE
               PERFORM 0120-VALIDAR-PARAMETROS
           END-IF.
           IF RETURN-CODE NOT = 0 AND WRK-OPERADOR-OK
               DISPLAY 'ANTECIPACAO RECUSADA: ' WRK-MOTIVO
               MOVE WRK-MOTIVO TO WRK-AUDIT-RESULTADO
           END-IF.

      ******************************* O OPERADOR PRECISA EXISTIR,
      ******************************* ESTAR ATIVO E TER A AUTORIZACAO
      ******************************* DE UTILITARIOS
       0110-VALIDAR-OPERADOR.
           MOVE 'N' TO WRK-OPERADOR-OK-SW.
           MOVE WRK-OPERADOR TO OPER-ID.
           READ OPERADORES-MASTER
               INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO NO OPERTAB'
               NOT INVALID KEY
                   IF OPER-STATUS-ATIVO
                      AND OPER-AUTORIZADO-UTILITARIOS
                       SET WRK-OPERADOR-OK TO TRUE
                   ELSE
                       DISPLAY 'OPERADOR INATIVO OU SEM AUTORIZACAO '
                               'DE UTILITARIOS'
                   END-IF
           END-READ.

       0120-VALIDAR-PARAMETROS.
           EVALUATE TRUE
               WHEN NOT WRK-TIPO-PARCELA AND NOT WRK-TIPO-CARTAO
                   MOVE 'TIPO INVALIDO' TO WRK-MOTIVO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-VALOR-ALVO = ZERO
                   MOVE 'VALOR ALVO ZERADO' TO WRK-MOTIVO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   COMPUTE WRK-TAXA-MES = WRK-TAXA-PERCENTUAL / 100
                   PERFORM 0130-VALIDAR-CONTA-BANCARIA
           END-EVALUATE.

      ******************************* A CONTA QUE RECEBE O LIQUIDO
      ******************************* PRECISA EXISTIR E ESTAR ATIVA
       0130-VALIDAR-CONTA-BANCARIA.
           OPEN INPUT BANCO-MASTER.
           MOVE WRK-CONTA-BANCARIA TO BANCO-CODIGO.
           READ BANCO-MASTER
               INVALID KEY
                   MOVE 'CONTA BANCARIA NAO CADASTRADA' TO WRK-MOTIVO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   IF NOT BANCO-STATUS-ATIVO
                       MOVE 'CONTA BANCARIA INATIVA' TO WRK-MOTIVO
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.
           CLOSE BANCO-MASTER.

       0200-CARREGAR-CANDIDATOS.
           MOVE ZERO TO WRK-QTDE-CANDIDATOS.
           IF WRK-TIPO-PARCELA
               PERFORM 0210-CARREGAR-PARCELAS
           ELSE
               PERFORM 0150-CARREGAR-JA-ANTECIPADAS
               PERFORM 0160-LER-PRAZO-CARTAO
               PERFORM 0220-CARREGAR-CARTAO
           END-IF.

      ******************************* NOTAS DE CARTAO QUE JA ESTAO NO
      ******************************* REGISTRO DE ANTECIPACOES
       0150-CARREGAR-JA-ANTECIPADAS.
           MOVE ZERO TO WRK-QTDE-JA-ANTECIPADAS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT ANTECIPACOES.
           IF WRK-FS-ANTC NOT = '00'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0151-LER-ANTECIPACAO
               PERFORM 0152-GUARDAR-ANTECIPADA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE ANTECIPACOES
           END-IF.

       0151-LER-ANTECIPACAO.
           READ ANTECIPACOES
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0152-GUARDAR-ANTECIPADA.
           IF ANTC-TIPO-CARTAO
              AND WRK-QTDE-JA-ANTECIPADAS < 3000
               ADD 1 TO WRK-QTDE-JA-ANTECIPADAS
               MOVE ANTC-DOCUMENTO
                   TO WRK-JA-NOTA (WRK-QTDE-JA-ANTECIPADAS)
           END-IF.
           PERFORM 0151-LER-ANTECIPACAO.

      ******************************* PRAZO DE LIQUIDACAO DA
      ******************************* ADQUIRENTE (30 DIAS SEM O
      ******************************* ANTECPAR)
       0160-LER-PRAZO-CARTAO.
           OPEN INPUT PARAM-ANTECIPACAO.
           IF WRK-FS-PARAM = '00'
               READ PARAM-ANTECIPACAO
                   NOT AT END
                       MOVE PAR-PRAZO-CARTAO TO WRK-PRAZO-CARTAO
               END-READ
               CLOSE PARAM-ANTECIPACAO
           END-IF.

      ******************************* PARCELAS EM ABERTO AINDA NAO
      ******************************* VENCIDAS
       0210-CARREGAR-PARCELAS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT CONTAS-RECEBER.
           IF WRK-FS-CTAR NOT = '00'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0211-LER-PARCELA
               PERFORM 0212-AVALIAR-PARCELA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE CONTAS-RECEBER
           END-IF.

       0211-LER-PARCELA.
           READ CONTAS-RECEBER NEXT
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0212-AVALIAR-PARCELA.
           IF CTAR-STATUS-ABERTO
              AND CTAR-DATA-VENCIMENTO > WRK-DATAHOJE
              AND WRK-QTDE-CANDIDATOS < 500
               ADD 1 TO WRK-QTDE-CANDIDATOS
               MOVE WRK-QTDE-CANDIDATOS TO WRK-CD-IDX
               MOVE CTAR-NUMERO TO WRK-CD-DOCUMENTO (WRK-CD-IDX)
               MOVE CTAR-CPF    TO WRK-CD-CPF (WRK-CD-IDX)
               MOVE CTAR-DATA-VENCIMENTO
                   TO WRK-CD-VENCIMENTO (WRK-CD-IDX)
               COMPUTE WRK-CD-DIAS (WRK-CD-IDX) =
                   FUNCTION INTEGER-OF-DATE (CTAR-DATA-VENCIMENTO)
                   - WRK-DIAS-HOJE
               MOVE CTAR-VALOR  TO WRK-CD-FACE (WRK-CD-IDX)
               MOVE 'L' TO WRK-CD-SITUACAO (WRK-CD-IDX)
           END-IF.
           PERFORM 0211-LER-PARCELA.

      ******************************* PARTE EM CARTAO DE CADA NOTA, NA
      ******************************* MESMA SOMA DO PROGCOB28, COM A
      ******************************* LIQUIDACAO PREVISTA NO FUTURO
       0220-CARREGAR-CARTAO.
           MOVE 'N' TO WRK-EOF-SW.
           MOVE ZERO TO WRK-NOTA-ATUAL.
           MOVE ZERO TO WRK-NOTA-CARTAO.
           OPEN INPUT HIST-VENDAS.
           IF WRK-FS-HISTV NOT = '00'
               SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
               PERFORM 0221-LER-HISTORICO
               PERFORM 0222-SOMAR-NOTA
                   UNTIL WRK-FIM-ARQUIVO
               PERFORM 0224-FECHAR-NOTA
               CLOSE HIST-VENDAS
           END-IF.

       0221-LER-HISTORICO.
           READ HIST-VENDAS
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0222-SOMAR-NOTA.
           IF HV-NOTAFISCAL NOT = WRK-NOTA-ATUAL
              OR HV-NOTAFISCAL = ZERO
               PERFORM 0224-FECHAR-NOTA
               MOVE HV-NOTAFISCAL TO WRK-NOTA-ATUAL
               MOVE HV-DATA       TO WRK-NOTA-DATA
               MOVE HV-CPF        TO WRK-NOTA-CPF
           END-IF.
           IF HV-PAG-VAZIO (1)
               IF HV-PAGTO-CARTAO
                   ADD HV-VALOR TO WRK-NOTA-CARTAO
               END-IF
           ELSE
               PERFORM 0223-SOMAR-PARTE-CARTAO
                   VARYING WRK-PG-IDX FROM 1 BY 1
                   UNTIL WRK-PG-IDX > 5
           END-IF.
           PERFORM 0221-LER-HISTORICO.

       0223-SOMAR-PARTE-CARTAO.
           IF HV-PAG-CARTAO (WRK-PG-IDX)
               ADD HV-PAG-VALOR (WRK-PG-IDX) TO WRK-NOTA-CARTAO
           END-IF.

       0224-FECHAR-NOTA.
           IF WRK-NOTA-CARTAO > ZERO
              AND WRK-NOTA-ATUAL NOT = ZERO
               COMPUTE WRK-DIAS-PREVISTO =
                   FUNCTION INTEGER-OF-DATE (WRK-NOTA-DATA)
                   + WRK-PRAZO-CARTAO
               IF WRK-DIAS-PREVISTO > WRK-DIAS-HOJE
                   PERFORM 0225-PROCURAR-JA-ANTECIPADA
                   IF NOT WRK-JA-ACHOU
                      AND WRK-QTDE-CANDIDATOS < 500
                       ADD 1 TO WRK-QTDE-CANDIDATOS
                       MOVE WRK-QTDE-CANDIDATOS TO WRK-CD-IDX
                       MOVE WRK-NOTA-ATUAL
                           TO WRK-CD-DOCUMENTO (WRK-CD-IDX)
                       MOVE WRK-NOTA-CPF TO WRK-CD-CPF (WRK-CD-IDX)
                       MOVE FUNCTION DATE-OF-INTEGER
                           (WRK-DIAS-PREVISTO)
                           TO WRK-CD-VENCIMENTO (WRK-CD-IDX)
                       COMPUTE WRK-CD-DIAS (WRK-CD-IDX) =
                           WRK-DIAS-PREVISTO - WRK-DIAS-HOJE
                       MOVE WRK-NOTA-CARTAO
                           TO WRK-CD-FACE (WRK-CD-IDX)
                       MOVE 'L' TO WRK-CD-SITUACAO (WRK-CD-IDX)
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO WRK-NOTA-CARTAO.

       0225-PROCURAR-JA-ANTECIPADA.
           MOVE 'N' TO WRK-JA-SW.
           PERFORM 0226-COMPARAR-JA-ANTECIPADA
               VARYING WRK-JA-IDX FROM 1 BY 1
               UNTIL WRK-JA-IDX > WRK-QTDE-JA-ANTECIPADAS
                  OR WRK-JA-ACHOU.

       0226-COMPARAR-JA-ANTECIPADA.
           IF WRK-JA-NOTA (WRK-JA-IDX) = WRK-NOTA-ATUAL
               SET WRK-JA-ACHOU TO TRUE
           END-IF.

      ******************************* A CADA PASSADA PEGA O RECEBIVEL
      ******************************* LIVRE DE VENCIMENTO MAIS PROXIMO;
      ******************************* ENTRA SE AINDA COUBER NO ALVO
       0230-ESCOLHER-RECEBIVEL.
           MOVE ZERO TO WRK-CD-MENOR.
           PERFORM 0231-COMPARAR-VENCIMENTO
               VARYING WRK-CD-IDX FROM 1 BY 1
               UNTIL WRK-CD-IDX > WRK-QTDE-CANDIDATOS.
           IF WRK-CD-MENOR = ZERO
               SET WRK-FIM-ESCOLHA TO TRUE
           ELSE
               MOVE WRK-CD-MENOR TO WRK-CD-IDX
               IF WRK-TOTAL-FACE + WRK-CD-FACE (WRK-CD-IDX)
                  > WRK-VALOR-ALVO
                   MOVE 'V' TO WRK-CD-SITUACAO (WRK-CD-IDX)
               ELSE
                   PERFORM 0232-CALCULAR-PRESENTE
               END-IF
           END-IF.

       0231-COMPARAR-VENCIMENTO.
           IF WRK-CD-SITUACAO (WRK-CD-IDX) = 'L'
               IF WRK-CD-MENOR = ZERO
                   MOVE WRK-CD-IDX TO WRK-CD-MENOR
               ELSE
                   IF WRK-CD-VENCIMENTO (WRK-CD-IDX)
                      < WRK-CD-VENCIMENTO (WRK-CD-MENOR)
                       MOVE WRK-CD-IDX TO WRK-CD-MENOR
                   END-IF
               END-IF
           END-IF.

      ******************************* VALOR PRESENTE A JUROS COMPOSTOS
      ******************************* PELA TAXA MENSAL, EM MESES DE 30
      ******************************* DIAS
       0232-CALCULAR-PRESENTE.
           MOVE 'S' TO WRK-CD-SITUACAO (WRK-CD-IDX).
           COMPUTE WRK-CD-PRESENTE (WRK-CD-IDX) ROUNDED =
               WRK-CD-FACE (WRK-CD-IDX)
               / ((1 + WRK-TAXA-MES) **
                  (WRK-CD-DIAS (WRK-CD-IDX) / 30)).
           COMPUTE WRK-CD-DESCONTO (WRK-CD-IDX) =
               WRK-CD-FACE (WRK-CD-IDX)
               - WRK-CD-PRESENTE (WRK-CD-IDX).
           ADD 1 TO WRK-QTDE-SELECIONADOS.
           ADD WRK-CD-FACE (WRK-CD-IDX)     TO WRK-TOTAL-FACE.
           ADD WRK-CD-PRESENTE (WRK-CD-IDX) TO WRK-TOTAL-PRESENTE.
           ADD WRK-CD-DESCONTO (WRK-CD-IDX) TO WRK-TOTAL-DESCONTO.

      ******************************* MOSTRA OS ESCOLHIDOS E PEDE A
      ******************************* CONFIRMACAO DO TESOUREIRO
       0240-APRESENTAR-SELECAO.
           IF WRK-QTDE-SELECIONADOS = ZERO
               DISPLAY 'NENHUM RECEBIVEL DISPONIVEL DENTRO DO ALVO'
               MOVE 'NADA A ANTECIPAR' TO WRK-AUDIT-RESULTADO
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'DOCUMENTO VENCIMENTO DIAS        FACE'
                       '       PRESENTE       DESCONTO'
               PERFORM 0241-MOSTRAR-RECEBIVEL
                   VARYING WRK-CD-IDX FROM 1 BY 1
                   UNTIL WRK-CD-IDX > WRK-QTDE-CANDIDATOS
               MOVE WRK-TOTAL-FACE     TO WRK-VALOR-ED
               MOVE WRK-TOTAL-PRESENTE TO WRK-VALOR-ED2
               MOVE WRK-TOTAL-DESCONTO TO WRK-VALOR-ED3
               DISPLAY 'TOTAL: ' WRK-QTDE-SELECIONADOS
                       ' RECEBIVEIS  FACE ' WRK-VALOR-ED
                       ' LIQUIDO ' WRK-VALOR-ED2
                       ' DESCONTO ' WRK-VALOR-ED3
               DISPLAY 'CONFIRMA A ANTECIPACAO (S/N)..'
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF WRK-CONFIRMADO
                   PERFORM 0250-EFETIVAR-ANTECIPACAO
               ELSE
                   DISPLAY 'ANTECIPACAO NAO CONFIRMADA - NADA FOI '
                           'ALTERADO'
                   MOVE 'ANTECIPACAO NAO CONFIRMADA'
                       TO WRK-AUDIT-RESULTADO
               END-IF
           END-IF.

       0241-MOSTRAR-RECEBIVEL.
           IF WRK-CD-SITUACAO (WRK-CD-IDX) = 'S'
               MOVE WRK-CD-FACE (WRK-CD-IDX)     TO WRK-VALOR-ED
               MOVE WRK-CD-PRESENTE (WRK-CD-IDX) TO WRK-VALOR-ED2
               MOVE WRK-CD-DESCONTO (WRK-CD-IDX) TO WRK-VALOR-ED3
               DISPLAY WRK-CD-DOCUMENTO (WRK-CD-IDX) '  '
                       WRK-CD-VENCIMENTO (WRK-CD-IDX) ' '
                       WRK-CD-DIAS (WRK-CD-IDX) ' '
                       WRK-VALOR-ED WRK-VALOR-ED2 WRK-VALOR-ED3
           END-IF.

      ******************************* O LANCAMENTO E CONFERIDO INTEIRO
      ******************************* ANTES; SO ENTAO AS PARCELAS, O
      ******************************* ANTECIPA, O MOVBANCO E O RAZAO
      ******************************* SAO GRAVADOS
       0250-EFETIVAR-ANTECIPACAO.
           MOVE ZERO TO WRK-QTDE-LINHAS.
           ADD 1 TO WRK-QTDE-LINHAS.
           MOVE WRK-CONTA-BANCO TO WRK-LN-CONTA (WRK-QTDE-LINHAS).
           MOVE 'D' TO WRK-LN-TIPO (WRK-QTDE-LINHAS).
           MOVE WRK-TOTAL-PRESENTE TO WRK-LN-VALOR (WRK-QTDE-LINHAS).
           IF WRK-TOTAL-DESCONTO > ZERO
               ADD 1 TO WRK-QTDE-LINHAS
               MOVE WRK-CONTA-DESC-ANTECIP
                   TO WRK-LN-CONTA (WRK-QTDE-LINHAS)
               MOVE 'D' TO WRK-LN-TIPO (WRK-QTDE-LINHAS)
               MOVE WRK-TOTAL-DESCONTO
                   TO WRK-LN-VALOR (WRK-QTDE-LINHAS)
           END-IF.
           ADD 1 TO WRK-QTDE-LINHAS.
           IF WRK-TIPO-PARCELA
               MOVE WRK-CONTA-CLIENTES
                   TO WRK-LN-CONTA (WRK-QTDE-LINHAS)
           ELSE
               MOVE WRK-CONTA-CARTAO-RECEBER
                   TO WRK-LN-CONTA (WRK-QTDE-LINHAS)
           END-IF.
           MOVE 'C' TO WRK-LN-TIPO (WRK-QTDE-LINHAS).
           MOVE WRK-TOTAL-FACE TO WRK-LN-VALOR (WRK-QTDE-LINHAS).
           PERFORM 0270-VALIDAR-LANCAMENTO.
           IF RETURN-CODE NOT = 0
               DISPLAY 'ANTECIPACAO RECUSADA: ' WRK-MOTIVO
               MOVE WRK-MOTIVO TO WRK-AUDIT-RESULTADO
           ELSE
               IF WRK-TIPO-PARCELA
                   OPEN I-O CONTAS-RECEBER
               END-IF
               OPEN EXTEND ANTECIPACOES
               IF WRK-FS-ANTC = '35'
                   OPEN OUTPUT ANTECIPACOES
                   CLOSE ANTECIPACOES
                   OPEN EXTEND ANTECIPACOES
               END-IF
               PERFORM 0260-GRAVAR-RECEBIVEL
                   VARYING WRK-CD-IDX FROM 1 BY 1
                   UNTIL WRK-CD-IDX > WRK-QTDE-CANDIDATOS
               CLOSE ANTECIPACOES
               IF WRK-TIPO-PARCELA
                   CLOSE CONTAS-RECEBER
               END-IF
               PERFORM 0265-GRAVAR-MOVIMENTO-BANCO
               PERFORM 0280-GRAVAR-LANCAMENTO
               DISPLAY 'ANTECIPACAO REGISTRADA - '
                       WRK-QTDE-SELECIONADOS ' RECEBIVEIS'
               MOVE 'ANTECIPACAO REGISTRADA' TO WRK-AUDIT-RESULTADO
           END-IF.

       0260-GRAVAR-RECEBIVEL.
           IF WRK-CD-SITUACAO (WRK-CD-IDX) = 'S'
               IF WRK-TIPO-PARCELA
                   PERFORM 0261-MARCAR-PARCELA
               END-IF
               INITIALIZE ANTC-REGISTRO
               MOVE WRK-DATAHOJE TO ANTC-DATA
               MOVE WRK-TIPO-SW  TO ANTC-TIPO
               MOVE WRK-CD-DOCUMENTO (WRK-CD-IDX)  TO ANTC-DOCUMENTO
               MOVE WRK-CD-CPF (WRK-CD-IDX)        TO ANTC-CPF
               MOVE WRK-CD-VENCIMENTO (WRK-CD-IDX) TO ANTC-VENCIMENTO
               MOVE WRK-CD-DIAS (WRK-CD-IDX)       TO ANTC-DIAS
               MOVE WRK-CD-FACE (WRK-CD-IDX)       TO ANTC-VALOR-FACE
               MOVE WRK-TAXA-MES                   TO ANTC-TAXA-MES
               MOVE WRK-CD-PRESENTE (WRK-CD-IDX)
                   TO ANTC-VALOR-PRESENTE
               MOVE WRK-CD-DESCONTO (WRK-CD-IDX)   TO ANTC-DESCONTO
               MOVE WRK-CONTA-BANCARIA             TO ANTC-CONTA-BANCO
               MOVE WRK-OPERADOR                   TO ANTC-OPERADOR
               WRITE ANTC-REGISTRO
           END-IF.

      ******************************* A PARCELA PASSA A ANTECIPADA,
      ******************************* COM O JORNAL DA ALTERACAO
       0261-MARCAR-PARCELA.
           MOVE WRK-CD-DOCUMENTO (WRK-CD-IDX) TO CTAR-NUMERO.
           READ CONTAS-RECEBER
               INVALID KEY
                   DISPLAY 'PARCELA NAO ENCONTRADA: ' CTAR-NUMERO
               NOT INVALID KEY
                   INITIALIZE JORN-REGISTRO
                   MOVE 'CONTAREC' TO JORN-ARQUIVO
                   MOVE CTAR-NUMERO TO JORN-CHAVE (01:06)
                   MOVE 'CTAR-STATUS' TO JORN-CAMPO
                   MOVE CTAR-STATUS TO JORN-VALOR-ANTES
                   SET CTAR-STATUS-ANTECIPADO TO TRUE
                   MOVE CTAR-STATUS TO JORN-VALOR-DEPOIS
                   MOVE 'PROGCOB56A' TO JORN-PROGRAMA
                   MOVE WRK-OPERADOR TO JORN-OPERADOR
                   CALL 'PROGCOBG' USING JORN-REGISTRO
                   REWRITE CTAR-REGISTRO
           END-READ.

      ******************************* O LIQUIDO ENTRA NA CONTA
      ******************************* BANCARIA ESCOLHIDA
       0265-GRAVAR-MOVIMENTO-BANCO.
           OPEN EXTEND MOVIMENTO-BANCO.
           IF WRK-FS-MOVB = '35'
               OPEN OUTPUT MOVIMENTO-BANCO
               CLOSE MOVIMENTO-BANCO
               OPEN EXTEND MOVIMENTO-BANCO
           END-IF.
           INITIALIZE MOVB-REGISTRO.
           MOVE WRK-CONTA-BANCARIA TO MOVB-CONTA.
           MOVE WRK-DATAHOJE       TO MOVB-DATA.
           MOVE 'E'                TO MOVB-TIPO.
           MOVE 'ANTECIPAC'        TO MOVB-ORIGEM.
           MOVE WRK-DATAHOJE       TO MOVB-DOCUMENTO.
           MOVE WRK-TOTAL-PRESENTE TO MOVB-VALOR.
           MOVE 'ANTECIPACAO DE RECEBIVEIS' TO MOVB-HISTORICO.
           WRITE MOVB-REGISTRO.
           CLOSE MOVIMENTO-BANCO.

      ******************************* CONFERE TODAS AS LINHAS NO
      ******************************* PROGCOB19R ANTES DE GRAVAR
       0270-VALIDAR-LANCAMENTO.
           MOVE 'N' TO WRK-RECUSA-SW.
           PERFORM 0271-VALIDAR-LINHA
               VARYING WRK-LN-IDX FROM 1 BY 1
               UNTIL WRK-LN-IDX > WRK-QTDE-LINHAS.
           IF WRK-HOUVE-RECUSA
               MOVE 8 TO RETURN-CODE
           END-IF.

       0271-VALIDAR-LINHA.
           PERFORM 0275-MONTAR-LINHA.
           CALL 'PROGCOB19R' USING RAZAO-REGISTRO WRK-LANC-OK
               WRK-LANC-MOTIVO.
           IF NOT WRK-LANC-VALIDO
               DISPLAY 'LANCAMENTO RECUSADO NA VALIDACAO CONTABIL ('
                       WRK-LANC-MOTIVO ') CONTA ' RAZAO-CONTA
               MOVE WRK-LANC-MOTIVO TO WRK-MOTIVO
               SET WRK-HOUVE-RECUSA TO TRUE
           END-IF.

       0275-MONTAR-LINHA.
           MOVE WRK-DATAHOJE TO RAZAO-DATA.
           MOVE WRK-LN-CONTA (WRK-LN-IDX) TO RAZAO-CONTA.
           MOVE 'ANTECIPACAO DE RECEBIVEIS' TO RAZAO-DESCRICAO.
           MOVE WRK-LN-TIPO (WRK-LN-IDX)  TO RAZAO-TIPO.
           MOVE WRK-LN-VALOR (WRK-LN-IDX) TO RAZAO-VALOR.
           MOVE 'PROGCOB56A' TO RAZAO-ORIGEM.

       0280-GRAVAR-LANCAMENTO.
           OPEN EXTEND RAZAO-EXTRATO.
           IF WRK-FS-RAZAO = '35'
               OPEN OUTPUT RAZAO-EXTRATO
               CLOSE RAZAO-EXTRATO
               OPEN EXTEND RAZAO-EXTRATO
           END-IF.
           PERFORM 0281-GRAVAR-LINHA
               VARYING WRK-LN-IDX FROM 1 BY 1
               UNTIL WRK-LN-IDX > WRK-QTDE-LINHAS.
           CLOSE RAZAO-EXTRATO.

       0281-GRAVAR-LINHA.
           PERFORM 0275-MONTAR-LINHA.
           WRITE RAZAO-REGISTRO.

       0300-FINALIZAR.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - ANTECIPACAO DE '
                   'RECEBIVEIS'.

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
           MOVE 'PROGCOB56A' TO AUDIT-PROGRAMA.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           STRING 'ANTECIPACAO ' WRK-TIPO-SW
               DELIMITED BY SIZE INTO AUDIT-ENTRADA-CHAVE.
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
