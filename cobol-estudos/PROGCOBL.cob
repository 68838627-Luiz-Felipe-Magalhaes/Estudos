       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBL.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: ROTINA COMPARTILHADA DE AFASTAMENTOS NO PERIODO -
      *           RECEBE A AREA CPLICPER COM A MATRICULA E O PERIODO,
      *           PERCORRE OS AFASTAMENTOS DO FUNCIONARIO NO CADASTRO
      *           (LICENCAS) E DEVOLVE OS DIAS AFASTADOS DENTRO DO
      *           PERIODO E, DESSES, OS DIAS SEM SALARIO, SEM FGTS,
      *           SEM FERIAS E SEM TEMPO DE CASA, PELA REGRA DO TIPO:
      *           DOENCA SUSPENDE TUDO A PARTIR DO 16O DIA; ACIDENTE
      *           SO SUSPENDE O SALARIO A PARTIR DO 16O DIA;
      *           MATERNIDADE NAO SUSPENDE NADA; NAO REMUNERADA
      *           SUSPENDE TUDO DESDE O PRIMEIRO DIA. AFASTAMENTO SEM
      *           RETORNO EFETIVO VAI ATE O FIM DO PERIODO. CHAMADA
      *           PELA FOLHA LIQUIDA, FGTS, PROVISAO DE FERIAS E
      *           REAJUSTE NOTURNO, NA MESMA CONVENCAO DE ROTINA
      *           COMPARTILHADA DO PROGCOBE
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
           SELECT LICENCAS-MASTER ASSIGN TO 'LICENCAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LICF-CHAVE
               FILE STATUS IS WRK-FS-LICEN.
       DATA DIVISION.
       FILE SECTION.
       FD  LICENCAS-MASTER.
       01  LICF-REGISTRO.
           05  LICF-CHAVE.
               10  LICF-MATRICULA        PIC 9(06).
               10  LICF-SEQUENCIA        PIC 9(02).
           05  LICF-DADOS                PIC X(41).
       WORKING-STORAGE SECTION.
           COPY CPLICENC.
       77  WRK-FS-LICEN             PIC X(02) VALUE '00'.
       77  WRK-EOF-SW               PIC X(01) VALUE 'N'.
           88  WRK-FIM-LICENCAS         VALUE 'S'.
       77  WRK-PER-INICIO           PIC 9(07) VALUE ZERO.
       77  WRK-PER-FIM              PIC 9(07) VALUE ZERO.
       77  WRK-LIC-INICIO           PIC 9(07) VALUE ZERO.
       77  WRK-LIC-FIM              PIC 9(07) VALUE ZERO.
       77  WRK-TRECHO-INICIO        PIC 9(07) VALUE ZERO.
       77  WRK-TRECHO-FIM           PIC 9(07) VALUE ZERO.
       77  WRK-DIAS-TRECHO          PIC 9(05) VALUE ZERO.
       77  WRK-DIAS-TOTAL           PIC 9(05) VALUE ZERO.
       77  WRK-DIAS-INSS            PIC 9(05) VALUE ZERO.
       77  WRK-DIAS-EMPRESA         PIC 9(02) VALUE 15.
       LINKAGE SECTION.
           COPY CPLICPER.
       PROCEDURE DIVISION USING LICPER-REGISTRO.
       0001-PRINCIPAL.
           MOVE ZERO TO LICPER-DIAS-AFASTADO.
           MOVE ZERO TO LICPER-DIAS-SEM-SALARIO.
           MOVE ZERO TO LICPER-DIAS-SEM-FGTS.
           MOVE ZERO TO LICPER-DIAS-SEM-FERIAS.
           MOVE ZERO TO LICPER-DIAS-SEM-TEMPO.
           COMPUTE WRK-PER-INICIO =
               FUNCTION INTEGER-OF-DATE (LICPER-DATA-INICIAL).
           COMPUTE WRK-PER-FIM =
               FUNCTION INTEGER-OF-DATE (LICPER-DATA-FINAL).
           IF WRK-PER-INICIO > ZERO AND WRK-PER-FIM >= WRK-PER-INICIO
               OPEN INPUT LICENCAS-MASTER
               IF WRK-FS-LICEN = '00'
                   PERFORM 0100-PERCORRER-LICENCAS
                   CLOSE LICENCAS-MASTER
               END-IF
           END-IF.
           GOBACK.

      ******************************* TODOS OS AFASTAMENTOS DA MATRICULA
       0100-PERCORRER-LICENCAS.
           MOVE 'N' TO WRK-EOF-SW.
           MOVE LICPER-MATRICULA TO LICF-MATRICULA.
           MOVE ZERO             TO LICF-SEQUENCIA.
           START LICENCAS-MASTER KEY >= LICF-CHAVE
               INVALID KEY SET WRK-FIM-LICENCAS TO TRUE
           END-START.
           PERFORM 0110-LER-LICENCA
               UNTIL WRK-FIM-LICENCAS.

       0110-LER-LICENCA.
           READ LICENCAS-MASTER NEXT
               AT END SET WRK-FIM-LICENCAS TO TRUE
           END-READ.
           IF NOT WRK-FIM-LICENCAS
               IF LICF-MATRICULA NOT = LICPER-MATRICULA
                   SET WRK-FIM-LICENCAS TO TRUE
               ELSE
                   MOVE LICF-REGISTRO TO LICEN-REGISTRO
                   PERFORM 0200-APURAR-LICENCA
               END-IF
           END-IF.

      ******************************* O AFASTAMENTO VAI DO INICIO ATE A
      ******************************* VESPERA DO RETORNO EFETIVO (OU
      ******************************* ATE O FIM DO PERIODO, SE AINDA EM
      ******************************* ABERTO); OS DIAS A PARTIR DO 16O
      ******************************* SAO OS PAGOS PELO INSS
       0200-APURAR-LICENCA.
           COMPUTE WRK-LIC-INICIO =
               FUNCTION INTEGER-OF-DATE (LICEN-DATA-INICIO).
           IF LICEN-RETORNO-EFETIVO > ZERO
               COMPUTE WRK-LIC-FIM =
                   FUNCTION INTEGER-OF-DATE (LICEN-RETORNO-EFETIVO) - 1
           ELSE
               MOVE WRK-PER-FIM TO WRK-LIC-FIM
           END-IF.
           IF WRK-LIC-INICIO > ZERO AND WRK-LIC-FIM >= WRK-LIC-INICIO
               MOVE WRK-LIC-INICIO TO WRK-TRECHO-INICIO
               MOVE WRK-LIC-FIM    TO WRK-TRECHO-FIM
               PERFORM 0210-DIAS-NO-PERIODO
               MOVE WRK-DIAS-TRECHO TO WRK-DIAS-TOTAL
               COMPUTE WRK-TRECHO-INICIO =
                   WRK-LIC-INICIO + WRK-DIAS-EMPRESA
               PERFORM 0210-DIAS-NO-PERIODO
               MOVE WRK-DIAS-TRECHO TO WRK-DIAS-INSS
               ADD WRK-DIAS-TOTAL TO LICPER-DIAS-AFASTADO
               EVALUATE TRUE
                   WHEN LICEN-TIPO-DOENCA
                       ADD WRK-DIAS-INSS TO LICPER-DIAS-SEM-SALARIO
                                            LICPER-DIAS-SEM-FGTS
                                            LICPER-DIAS-SEM-FERIAS
                                            LICPER-DIAS-SEM-TEMPO
                   WHEN LICEN-TIPO-ACIDENTE
                       ADD WRK-DIAS-INSS TO LICPER-DIAS-SEM-SALARIO
                   WHEN LICEN-TIPO-NAO-REMUNERADA
                       ADD WRK-DIAS-TOTAL TO LICPER-DIAS-SEM-SALARIO
                                             LICPER-DIAS-SEM-FGTS
                                             LICPER-DIAS-SEM-FERIAS
                                             LICPER-DIAS-SEM-TEMPO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************* DIAS DO TRECHO QUE CAEM DENTRO DO
      ******************************* PERIODO PEDIDO
       0210-DIAS-NO-PERIODO.
           MOVE ZERO TO WRK-DIAS-TRECHO.
           IF WRK-TRECHO-INICIO < WRK-PER-INICIO
               MOVE WRK-PER-INICIO TO WRK-TRECHO-INICIO
           END-IF.
           IF WRK-TRECHO-FIM > WRK-PER-FIM
               MOVE WRK-PER-FIM TO WRK-TRECHO-FIM
           END-IF.
           IF WRK-TRECHO-FIM >= WRK-TRECHO-INICIO
               COMPUTE WRK-DIAS-TRECHO =
                   WRK-TRECHO-FIM - WRK-TRECHO-INICIO + 1
           END-IF.
