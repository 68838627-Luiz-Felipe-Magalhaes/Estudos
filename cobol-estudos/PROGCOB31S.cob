       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB31S.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: EXTRATO MENSAL DE EVENTOS TRABALHISTAS PARA O
      *           ESOCIAL - PARA A COMPETENCIA INFORMADA (AAAAMM),
      *           JUNTA AS ADMISSOES E OS DESLIGAMENTOS DO MES NO
      *           MASTER DE FUNCIONARIOS (PROGCOB15B, PROGCOB34,
      *           PROGCOB15R), OS REAJUSTES APLICADOS (HISTREAJ), AS
      *           PROMOCOES (HISTPROMO) E AS TRANSFERENCIAS DE
      *           DEPARTAMENTO (HISTTRANSF) E GRAVA O ARQUIVO DE LAYOUT
      *           FIXO DO GOVERNO (ESOCEVT, CPESOCIA), UM REGISTRO POR
      *           EVENTO. CADA EVENTO FICA PENDENTE NO MASTER DE
      *           EVENTOS (ESOCMAST) ATE O RETORNO DO GOVERNO
      *           (PROGCOB31U); EVENTO JA ACEITO NAO E REENVIADO E
      *           EVENTO REJEITADO VOLTA NO PROXIMO EXTRATO DA MESMA
      *           COMPETENCIA
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - ESOCEVT PASSA A SAIR DENTRO DE HEADER E TRAILER
      *                 DE CONTROLE (CPCTLREM, SEQUENCIA PELA ROTINA
      *                 PROGCOBB), EM VOLTA DO HEADER E DO TRAILER DO
      *                 GOVERNO, COM A QUANTIDADE DE REGISTROS E A SOMA
      *                 DOS SALARIOS DOS EVENTOS TAMBEM NO PAINEL
      *                 CICLOSTA, PARA O VALIDADOR PROGCOBZ
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS-MASTER ASSIGN TO 'FUNCIONARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-FUNC.
           SELECT HIST-REAJUSTES ASSIGN TO 'HISTREAJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RAISEH.
           SELECT HIST-PROMO ASSIGN TO 'HISTPROMO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROMO.
           SELECT HIST-TRANSF ASSIGN TO 'HISTTRANSF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRANSF.
           SELECT ESOCIAL-MASTER ASSIGN TO 'ESOCMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ESOCEV-ID
               FILE STATUS IS WRK-FS-ESOCEV.
           SELECT ESOCIAL-EXTRATO ASSIGN TO 'ESOCEVT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT STATUS-CICLO ASSIGN TO 'CICLOSTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CICLO.
       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIOS-MASTER.
           COPY CPFUNC.
       FD  HIST-REAJUSTES.
           COPY CPRAISEH.
       FD  HIST-PROMO.
           COPY CPPROMO.
       FD  HIST-TRANSF.
           COPY CPTRANSF.
       FD  ESOCIAL-MASTER.
           COPY CPESOCEV.
       FD  ESOCIAL-EXTRATO.
           COPY CPESOCIA.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       FD  STATUS-CICLO.
           COPY CPCICLO.
       WORKING-STORAGE SECTION.
       77  WRK-FS-FUNC               PIC X(02) VALUE '00'.
       77  WRK-FS-RAISEH             PIC X(02) VALUE '00'.
       77  WRK-FS-PROMO              PIC X(02) VALUE '00'.
       77  WRK-FS-TRANSF             PIC X(02) VALUE '00'.
       77  WRK-FS-ESOCEV             PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-FS-CICLO              PIC X(02) VALUE '00'.
       77  WRK-HORA-INICIO-CICLO     PIC 9(08) VALUE ZEROS.
       77  WRK-QTDE-REG-ESOC         PIC 9(07) VALUE ZERO.
       77  WRK-TOTAL-CONTROLE        PIC 9(13)V99 VALUE ZERO.
       77  WRK-ANOMES                PIC 9(06) VALUE ZEROS.
       77  WRK-DATAHOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-PRAZO-MENSAL          PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-PRAZO-DESLIG     PIC 9(02) VALUE 10.
       77  WRK-QTDE-EVENTOS          PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-JA-ACEITOS       PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-REENVIADOS       PIC 9(05) VALUE ZERO.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
       01  WRK-DATA-PROX-MES         PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-PROX-MES-R REDEFINES WRK-DATA-PROX-MES.
           05  WRK-PROX-ANO          PIC 9(04).
           05  WRK-PROX-MES          PIC 9(02).
           05  WRK-PROX-DIA          PIC 9(02).
      ******************************* EVENTO MONTADO PELAS LEITURAS,
      ******************************* ANTES DE IR PARA O MASTER E O
      ******************************* EXTRATO
       01  WRK-EVENTO.
           05  WRK-EVT-ORIGEM        PIC X(01).
           05  WRK-EVT-MATRICULA     PIC 9(06).
           05  WRK-EVT-DATA          PIC 9(08).
           05  WRK-EVT-TIPO          PIC X(06).
           05  WRK-EVT-DADOS         PIC X(64).
           COPY CPCTLREM.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF RETURN-CODE = 0
               PERFORM 0200-ADMISSOES-DESLIGAMENTOS
               PERFORM 0220-REAJUSTES
               PERFORM 0230-PROMOCOES
               PERFORM 0240-TRANSFERENCIAS
               PERFORM 0290-GRAVAR-TRAILER
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-HORA-INICIO-CICLO FROM TIME.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY 'COMPETENCIA DO ESOCIAL (AAAAMM)..'.
           ACCEPT WRK-ANOMES FROM CONSOLE.
           COMPUTE WRK-DATA-PROX-MES = WRK-ANOMES * 100 + 15.
           ADD 1 TO WRK-PROX-MES.
           IF WRK-PROX-MES > 12
               MOVE 1 TO WRK-PROX-MES
               ADD 1 TO WRK-PROX-ANO
           END-IF.
           MOVE WRK-DATA-PROX-MES TO WRK-PRAZO-MENSAL.
           OPEN INPUT FUNCIONARIOS-MASTER.
           IF WRK-FS-FUNC NOT = '00'
               DISPLAY 'MASTER DE FUNCIONARIOS INDISPONIVEL - EXTRATO '
                       'DO ESOCIAL NAO GERADO'
               MOVE 'MASTER INDISPONIVEL' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O ESOCIAL-MASTER
               IF WRK-FS-ESOCEV = '35'
                   OPEN OUTPUT ESOCIAL-MASTER
                   CLOSE ESOCIAL-MASTER
                   OPEN I-O ESOCIAL-MASTER
               END-IF
               OPEN OUTPUT ESOCIAL-EXTRATO
               PERFORM 0280-GRAVAR-HEADER-CONTROLE
               INITIALIZE ESOC-REGISTRO
               SET ESOC-TIPO-HEADER TO TRUE
               MOVE WRK-ANOMES   TO ESOC-HDR-COMPETENCIA
               MOVE WRK-DATAHOJE TO ESOC-HDR-DATA-GERACAO
               WRITE ESOC-REGISTRO
               ADD 1 TO WRK-QTDE-REG-ESOC
           END-IF.

      ******************************* ADMISSAO (S-2200) E DESLIGAMENTO
      ******************************* (S-2299) SAEM DAS DATAS GRAVADAS
      ******************************* NO PROPRIO MASTER
       0200-ADMISSOES-DESLIGAMENTOS.
           MOVE 'N' TO WRK-EOF-SW.
           PERFORM 0205-LER-FUNCIONARIO.
           PERFORM 0210-VERIFICAR-FUNCIONARIO
               UNTIL WRK-FIM-ARQUIVO.

       0205-LER-FUNCIONARIO.
           READ FUNCIONARIOS-MASTER NEXT
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0210-VERIFICAR-FUNCIONARIO.
           IF FUNC-DATAADMISSAO (1:6) = WRK-ANOMES
               INITIALIZE WRK-EVENTO
               MOVE 'A'               TO WRK-EVT-ORIGEM
               MOVE FUNC-MATRICULA    TO WRK-EVT-MATRICULA
               MOVE FUNC-DATAADMISSAO TO WRK-EVT-DATA
               MOVE 'S-2200'          TO WRK-EVT-TIPO
               MOVE SPACES TO ESOC-EVT-DADOS
               MOVE FUNC-DEPARTAMENTO TO ESOC-ADM-DEPARTAMENTO
               MOVE FUNC-CARGO        TO ESOC-ADM-CARGO
               MOVE FUNC-SALARIO      TO ESOC-ADM-SALARIO
               MOVE ESOC-EVT-DADOS    TO WRK-EVT-DADOS
               PERFORM 0400-REGISTRAR-EVENTO
           END-IF.
           IF FUNC-STATUS-INATIVO
              AND FUNC-DATA-DESLIGAMENTO (1:6) = WRK-ANOMES
               INITIALIZE WRK-EVENTO
               MOVE 'D'               TO WRK-EVT-ORIGEM
               MOVE FUNC-MATRICULA    TO WRK-EVT-MATRICULA
               MOVE FUNC-DATA-DESLIGAMENTO TO WRK-EVT-DATA
               MOVE 'S-2299'          TO WRK-EVT-TIPO
               MOVE SPACES TO ESOC-EVT-DADOS
               MOVE FUNC-MOTIVO-DESLIGAMENTO TO ESOC-DSL-MOTIVO
               MOVE FUNC-SALARIO      TO ESOC-DSL-ULTIMO-SALARIO
               MOVE ESOC-EVT-DADOS    TO WRK-EVT-DADOS
               PERFORM 0400-REGISTRAR-EVENTO
           END-IF.
           PERFORM 0205-LER-FUNCIONARIO.

      ******************************* REAJUSTE APLICADO DE VERDADE (SEM
      ******************************* SIMULACAO) E UMA ALTERACAO
      ******************************* CONTRATUAL (S-2206)
       0220-REAJUSTES.
           OPEN INPUT HIST-REAJUSTES.
           IF WRK-FS-RAISEH = '00'
               MOVE 'N' TO WRK-EOF-SW
               PERFORM 0221-LER-REAJUSTE
               PERFORM 0222-VERIFICAR-REAJUSTE
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE HIST-REAJUSTES
           END-IF.

       0221-LER-REAJUSTE.
           READ HIST-REAJUSTES
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0222-VERIFICAR-REAJUSTE.
           IF RAISEH-DATAEFETIVA (1:6) = WRK-ANOMES
              AND RAISEH-STATUS-APLICADO
              AND RAISEH-SIMULACAO-NAO
               MOVE RAISEH-MATRICULA TO FUNC-MATRICULA
               PERFORM 0250-LER-FUNCIONARIO-CHAVE
               INITIALIZE WRK-EVENTO
               MOVE 'R'                TO WRK-EVT-ORIGEM
               MOVE RAISEH-MATRICULA   TO WRK-EVT-MATRICULA
               MOVE RAISEH-DATAEFETIVA TO WRK-EVT-DATA
               MOVE 'S-2206'           TO WRK-EVT-TIPO
               MOVE SPACES TO ESOC-EVT-DADOS
               SET ESOC-ALT-REAJUSTE   TO TRUE
               MOVE FUNC-DEPARTAMENTO  TO ESOC-ALT-DEPTO-ANTERIOR
                                          ESOC-ALT-DEPTO-NOVO
               MOVE FUNC-CARGO         TO ESOC-ALT-CARGO-ANTERIOR
                                          ESOC-ALT-CARGO-NOVO
               MOVE RAISEH-SALARIO-ANTERIOR
                   TO ESOC-ALT-SALARIO-ANTERIOR
               MOVE RAISEH-SALARIO-NOVO TO ESOC-ALT-SALARIO-NOVO
               MOVE ESOC-EVT-DADOS     TO WRK-EVT-DADOS
               PERFORM 0400-REGISTRAR-EVENTO
           END-IF.
           PERFORM 0221-LER-REAJUSTE.

      ******************************* PROMOCAO (MUDANCA DE CARGO) E UMA
      ******************************* ALTERACAO CONTRATUAL (S-2206)
       0230-PROMOCOES.
           OPEN INPUT HIST-PROMO.
           IF WRK-FS-PROMO = '00'
               MOVE 'N' TO WRK-EOF-SW
               PERFORM 0231-LER-PROMOCAO
               PERFORM 0232-VERIFICAR-PROMOCAO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE HIST-PROMO
           END-IF.

       0231-LER-PROMOCAO.
           READ HIST-PROMO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0232-VERIFICAR-PROMOCAO.
           IF PROMO-DATA-EFETIVA (1:6) = WRK-ANOMES
               MOVE PROMO-MATRICULA TO FUNC-MATRICULA
               PERFORM 0250-LER-FUNCIONARIO-CHAVE
               INITIALIZE WRK-EVENTO
               MOVE 'P'                TO WRK-EVT-ORIGEM
               MOVE PROMO-MATRICULA    TO WRK-EVT-MATRICULA
               MOVE PROMO-DATA-EFETIVA TO WRK-EVT-DATA
               MOVE 'S-2206'           TO WRK-EVT-TIPO
               MOVE SPACES TO ESOC-EVT-DADOS
               SET ESOC-ALT-PROMOCAO   TO TRUE
               MOVE FUNC-DEPARTAMENTO  TO ESOC-ALT-DEPTO-ANTERIOR
                                          ESOC-ALT-DEPTO-NOVO
               MOVE PROMO-CARGO-ANTERIOR TO ESOC-ALT-CARGO-ANTERIOR
               MOVE PROMO-CARGO-NOVO   TO ESOC-ALT-CARGO-NOVO
               MOVE PROMO-SALARIO-ANTERIOR
                   TO ESOC-ALT-SALARIO-ANTERIOR
               MOVE PROMO-SALARIO-NOVO TO ESOC-ALT-SALARIO-NOVO
               MOVE ESOC-EVT-DADOS     TO WRK-EVT-DADOS
               PERFORM 0400-REGISTRAR-EVENTO
           END-IF.
           PERFORM 0231-LER-PROMOCAO.

      ******************************* TRANSFERENCIA DE DEPARTAMENTO E
      ******************************* UMA ALTERACAO CONTRATUAL (S-2206)
      ******************************* SEM MUDANCA DE CARGO OU SALARIO
       0240-TRANSFERENCIAS.
           OPEN INPUT HIST-TRANSF.
           IF WRK-FS-TRANSF = '00'
               MOVE 'N' TO WRK-EOF-SW
               PERFORM 0241-LER-TRANSFERENCIA
               PERFORM 0242-VERIFICAR-TRANSFERENCIA
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE HIST-TRANSF
           END-IF.

       0241-LER-TRANSFERENCIA.
           READ HIST-TRANSF
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0242-VERIFICAR-TRANSFERENCIA.
           IF TRANSF-DATA-EFETIVA (1:6) = WRK-ANOMES
               MOVE TRANSF-MATRICULA TO FUNC-MATRICULA
               PERFORM 0250-LER-FUNCIONARIO-CHAVE
               INITIALIZE WRK-EVENTO
               MOVE 'T'                 TO WRK-EVT-ORIGEM
               MOVE TRANSF-MATRICULA    TO WRK-EVT-MATRICULA
               MOVE TRANSF-DATA-EFETIVA TO WRK-EVT-DATA
               MOVE 'S-2206'            TO WRK-EVT-TIPO
               MOVE SPACES TO ESOC-EVT-DADOS
               SET ESOC-ALT-TRANSFERENCIA TO TRUE
               MOVE TRANSF-DEPTO-ANTERIOR TO ESOC-ALT-DEPTO-ANTERIOR
               MOVE TRANSF-DEPTO-NOVO   TO ESOC-ALT-DEPTO-NOVO
               MOVE FUNC-CARGO          TO ESOC-ALT-CARGO-ANTERIOR
                                           ESOC-ALT-CARGO-NOVO
               MOVE FUNC-SALARIO        TO ESOC-ALT-SALARIO-ANTERIOR
                                           ESOC-ALT-SALARIO-NOVO
               MOVE ESOC-EVT-DADOS      TO WRK-EVT-DADOS
               PERFORM 0400-REGISTRAR-EVENTO
           END-IF.
           PERFORM 0241-LER-TRANSFERENCIA.

      ******************************* DADOS CADASTRAIS PARA OS EVENTOS
      ******************************* QUE VEM DOS HISTORICOS
       0250-LER-FUNCIONARIO-CHAVE.
           READ FUNCIONARIOS-MASTER
               INVALID KEY
                   MOVE SPACES TO FUNC-NOME
                   MOVE SPACES TO FUNC-DEPARTAMENTO
                   MOVE SPACES TO FUNC-CARGO
                   MOVE ZERO   TO FUNC-SALARIO
           END-READ.

      ******************************* HEADER DE CONTROLE (CPCTLREM)
      ******************************* ANTES DO HEADER DO GOVERNO, COM A
      ******************************* SEQUENCIA DO EXTRATO (PROGCOBB)
       0280-GRAVAR-HEADER-CONTROLE.
           INITIALIZE CTLREM-REGISTRO.
           MOVE 'ESOCEVT'    TO CTLREM-ARQUIVO.
           MOVE 'PROGCOB31S' TO CTLREM-PROGRAMA.
           CALL 'PROGCOBB' USING CTLREM-REGISTRO.
           WRITE ESOC-REGISTRO FROM CTLREM-REGISTRO.

      ******************************* TRAILER DO GOVERNO E, DEPOIS DELE,
      ******************************* O TRAILER DE CONTROLE COM TODOS
      ******************************* OS REGISTROS DO LAYOUT (H, E, T) E
      ******************************* A SOMA DOS SALARIOS DOS EVENTOS
       0290-GRAVAR-TRAILER.
           INITIALIZE ESOC-REGISTRO.
           SET ESOC-TIPO-TRAILER TO TRUE.
           MOVE WRK-QTDE-EVENTOS TO ESOC-TRL-QTDE-EVENTOS.
           WRITE ESOC-REGISTRO.
           ADD 1 TO WRK-QTDE-REG-ESOC.
           INITIALIZE CTLREM-REGISTRO.
           SET CTLREM-TRAILER TO TRUE.
           MOVE 'ESOCEVT'          TO CTLREM-ARQUIVO.
           MOVE WRK-QTDE-REG-ESOC  TO CTLREM-QTDE-REGISTROS.
           MOVE WRK-TOTAL-CONTROLE TO CTLREM-TOTAL-CONTROLE.
           WRITE ESOC-REGISTRO FROM CTLREM-REGISTRO.
           PERFORM 0340-GRAVAR-STATUS-CICLO.
           MOVE 'EXTRATO DO ESOCIAL GERADO' TO WRK-AUDIT-RESULTADO.

      ******************************* EVENTO JA ACEITO PELO GOVERNO NAO
      ******************************* SAI DE NOVO; PENDENTE OU
      ******************************* REJEITADO SAI COM O MESMO
      ******************************* IDENTIFICADOR. O PRAZO E O DIA 15
      ******************************* DO MES SEGUINTE, E 10 DIAS APOS O
      ******************************* DESLIGAMENTO NO S-2299
       0400-REGISTRAR-EVENTO.
           MOVE WRK-EVT-ORIGEM    TO ESOCEV-ORIGEM.
           MOVE WRK-EVT-MATRICULA TO ESOCEV-MATRICULA.
           MOVE WRK-EVT-DATA      TO ESOCEV-DATA-EVENTO.
           READ ESOCIAL-MASTER
               INVALID KEY
                   INITIALIZE ESOCEV-REGISTRO
                   MOVE WRK-EVT-ORIGEM    TO ESOCEV-ORIGEM
                   MOVE WRK-EVT-MATRICULA TO ESOCEV-MATRICULA
                   MOVE WRK-EVT-DATA      TO ESOCEV-DATA-EVENTO
                   MOVE WRK-EVT-TIPO      TO ESOCEV-TIPO-EVENTO
                   MOVE WRK-ANOMES        TO ESOCEV-COMPETENCIA
                   IF ESOCEV-ORIGEM-DESLIGAM
                       COMPUTE ESOCEV-PRAZO = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE (WRK-EVT-DATA)
                            + WRK-DIAS-PRAZO-DESLIG)
                   ELSE
                       MOVE WRK-PRAZO-MENSAL TO ESOCEV-PRAZO
                   END-IF
                   SET ESOCEV-STATUS-PENDENTE TO TRUE
                   MOVE WRK-DATAHOJE      TO ESOCEV-DATA-GERACAO
                   WRITE ESOCEV-REGISTRO
                   PERFORM 0410-GRAVAR-EVENTO
               NOT INVALID KEY
                   IF ESOCEV-STATUS-ACEITO
                       ADD 1 TO WRK-QTDE-JA-ACEITOS
                   ELSE
                       ADD 1 TO WRK-QTDE-REENVIADOS
                       SET ESOCEV-STATUS-PENDENTE TO TRUE
                       MOVE WRK-DATAHOJE TO ESOCEV-DATA-GERACAO
                       REWRITE ESOCEV-REGISTRO
                       PERFORM 0410-GRAVAR-EVENTO
                   END-IF
           END-READ.

       0410-GRAVAR-EVENTO.
           INITIALIZE ESOC-REGISTRO.
           SET ESOC-TIPO-EVENTO TO TRUE.
           MOVE ESOCEV-ID         TO ESOC-ID-EVENTO.
           MOVE WRK-EVT-TIPO      TO ESOC-EVENTO-TIPO.
           MOVE WRK-EVT-MATRICULA TO ESOC-MATRICULA.
           MOVE FUNC-NOME         TO ESOC-NOME.
           MOVE WRK-EVT-DATA      TO ESOC-DATA-EVENTO.
           MOVE WRK-EVT-DADOS     TO ESOC-EVT-DADOS.
           WRITE ESOC-REGISTRO.
           ADD 1 TO WRK-QTDE-EVENTOS.
           ADD 1 TO WRK-QTDE-REG-ESOC.
           EVALUATE TRUE
               WHEN ESOC-EVENTO-ADMISSAO
                   ADD ESOC-ADM-SALARIO TO WRK-TOTAL-CONTROLE
               WHEN ESOC-EVENTO-DESLIGAMENTO
                   ADD ESOC-DSL-ULTIMO-SALARIO TO WRK-TOTAL-CONTROLE
               WHEN ESOC-EVENTO-ALTERACAO
                   ADD ESOC-ALT-SALARIO-NOVO TO WRK-TOTAL-CONTROLE
           END-EVALUATE.

       0300-FINALIZAR.
           IF WRK-FS-FUNC = '00' OR WRK-FS-FUNC = '10'
               CLOSE FUNCIONARIOS-MASTER
               CLOSE ESOCIAL-MASTER
               CLOSE ESOCIAL-EXTRATO
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - EVENTOS NO EXTRATO: '
                   WRK-QTDE-EVENTOS ' REENVIADOS: ' WRK-QTDE-REENVIADOS
                   ' JA ACEITOS (FORA DO EXTRATO): '
                   WRK-QTDE-JA-ACEITOS.

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
           MOVE 'PROGCOB31S' TO AUDIT-PROGRAMA.
           MOVE WRK-ANOMES TO AUDIT-ENTRADA-CHAVE (01:06).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.

      ******************************* TOTAIS DE CONTROLE DO EXTRATO NO
      ******************************* PAINEL CICLOSTA, CONFERIDOS PELO
      ******************************* VALIDADOR PROGCOBZ ANTES DA
      ******************************* TRANSMISSAO (PROGRAMA RODADO
      ******************************* AVULSO, FORA DOS FLUXOS)
       0340-GRAVAR-STATUS-CICLO.
           OPEN EXTEND STATUS-CICLO.
           IF WRK-FS-CICLO = '35'
               OPEN OUTPUT STATUS-CICLO
               CLOSE STATUS-CICLO
               OPEN EXTEND STATUS-CICLO
           END-IF.
           INITIALIZE CICLO-REGISTRO.
           MOVE 'AVULSO'     TO CICLO-STEP.
           MOVE 'PROGCOB31S' TO CICLO-PROGRAMA.
           ACCEPT CICLO-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO-CICLO TO CICLO-HORA-INICIO.
           ACCEPT CICLO-HORA-FIM FROM TIME.
           MOVE RETURN-CODE TO CICLO-RETURN-CODE.
           MOVE WRK-QTDE-REG-ESOC TO CICLO-QTDE-REGISTROS.
           MOVE 'EXTRATO DE EVENTOS DO ESOCIAL' TO CICLO-RESULTADO.
           MOVE 'ESOCEVT' TO CICLO-ARQUIVO.
           MOVE WRK-TOTAL-CONTROLE TO CICLO-TOTAL-CONTROLE.
           WRITE CICLO-REGISTRO.
           CLOSE STATUS-CICLO.
