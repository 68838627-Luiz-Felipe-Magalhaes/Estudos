       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBZ.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: VALIDADOR PRE-TRANSMISSAO DOS ARQUIVOS DE INTERFACE
      *           QUE SAEM DA EMPRESA (REMBANCO, REMFGTS, LIVROFIS,
      *           FOLHAENV, RAZAOENV, REMPAGTO, REMCOBR, NFEREMES,
      *           PEDVALE, ESOCEVT E CENSOESC) - RECEBE O TIPO DO
      *           ARQUIVO, LE O ARQUIVO INTEIRO, CONFERE QUE O
      *           PRIMEIRO REGISTRO E O HEADER DAQUELE TIPO E O ULTIMO
      *           E O TRAILER
      *           (LAYOUT CPCTLREM), RECALCULA A QUANTIDADE E O TOTAL
      *           DE CONTROLE A PARTIR DOS DETALHES E COMPARA COM O
      *           TRAILER E COM OS TOTAIS QUE O PROGRAMA GERADOR
      *           GRAVOU NO PAINEL CICLOSTA (ULTIMA LINHA DO TIPO).
      *           ARQUIVO SEM HEADER, SEM TRAILER (TRUNCADO), COM
      *           REGISTROS DEPOIS DO TRAILER OU COM QUALQUER
      *           DIFERENCA DE TOTAIS REPROVA O STEP (RC 8) E O
      *           ARQUIVO NAO DEVE SER TRANSMITIDO. RELATORIO NO
      *           RELVALID
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - NOVOS TIPOS REMPAGTO (PROGCOB48P), REMCOBR
      *                 (PROGCOB49B), NFEREMES (PROGCOB09N), PEDVALE
      *                 (PROGCOB31T), ESOCEVT (PROGCOB31S) E CENSOESC
      *                 (PROGCOB16C), COM O TOTAL DE CONTROLE DE CADA UM
      *                 NA REGRA DO CPCTLREM; WRK-ENVIO-LINHA AMPLIADA
      *                 PARA 140 POSICOES, O MAIOR DESSES REGISTROS
      *                 (NFEREMES)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENVIO-REMBANCO ASSIGN TO 'REMBANCO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENVIO.
           SELECT ENVIO-REMFGTS ASSIGN TO 'REMFGTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENVIO.
           SELECT ENVIO-LIVROFIS ASSIGN TO 'LIVROFIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENVIO.
           SELECT ENVIO-FOLHAENV ASSIGN TO 'FOLHAENV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENVIO.
           SELECT ENVIO-RAZAOENV ASSIGN TO 'RAZAOENV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENVIO.
           SELECT ENVIO-REMPAGTO ASSIGN TO 'REMPAGTO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENVIO.
           SELECT ENVIO-REMCOBR ASSIGN TO 'REMCOBR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENVIO.
           SELECT ENVIO-NFEREMES ASSIGN TO 'NFEREMES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENVIO.
           SELECT ENVIO-PEDVALE ASSIGN TO 'PEDVALE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENVIO.
           SELECT ENVIO-ESOCEVT ASSIGN TO 'ESOCEVT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENVIO.
           SELECT ENVIO-CENSOESC ASSIGN TO 'CENSOESC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENVIO.
           SELECT STATUS-CICLO ASSIGN TO 'CICLOSTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CICLO.
           SELECT RELATORIO-VALIDACAO ASSIGN TO 'RELVALID'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ENVIO-REMBANCO.
       01  REMB-REGISTRO.
           05  REMB-MATRICULA        PIC 9(06).
           05  REMB-NOME             PIC X(20).
           05  REMB-VALOR            PIC 9(07)V99.
           05  REMB-DATA             PIC 9(08).
       FD  ENVIO-REMFGTS.
       01  RFGTS-REGISTRO.
           05  RFGTS-MATRICULA       PIC 9(06).
           05  RFGTS-NOME            PIC X(20).
           05  RFGTS-COMPETENCIA     PIC 9(06).
           05  RFGTS-BASE            PIC 9(07)V99.
           05  RFGTS-VALOR           PIC 9(06)V99.
       FD  ENVIO-LIVROFIS.
           COPY CPLIVRO.
       FD  ENVIO-FOLHAENV.
           COPY CPFOLHA.
       FD  ENVIO-RAZAOENV.
           COPY CPRAZAO.
       FD  ENVIO-REMPAGTO.
       01  REMP-REGISTRO.
           05  REMP-TITULO           PIC 9(06).
           05  REMP-CNPJ             PIC X(14).
           05  REMP-FAVORECIDO       PIC X(30).
           05  REMP-DOCUMENTO        PIC X(10).
           05  REMP-VALOR            PIC 9(09)V99.
           05  REMP-DATA             PIC 9(08).
       FD  ENVIO-REMCOBR.
       01  REMC-REGISTRO.
           05  REMC-INSTRUCAO        PIC 9(02).
           05  REMC-NOSSO-NUMERO     PIC 9(10).
           05  REMC-DOCUMENTO        PIC 9(06).
           05  REMC-CPF              PIC X(11).
           05  REMC-VALOR            PIC 9(09)V99.
           05  REMC-DATA-EMISSAO     PIC 9(08).
           05  REMC-DATA-VENCIMENTO  PIC 9(08).
           05  REMC-DATA             PIC 9(08).
       FD  ENVIO-NFEREMES.
           COPY CPNFEREM.
       FD  ENVIO-PEDVALE.
       01  PVALE-REGISTRO.
           05  PVALE-TIPO            PIC X(02).
           05  PVALE-MATRICULA       PIC 9(06).
           05  PVALE-NOME            PIC X(20).
           05  PVALE-ANOMES          PIC 9(06).
           05  PVALE-DIAS            PIC 9(02).
           05  PVALE-VALOR-DIARIO    PIC 9(03)V99.
           05  PVALE-VALOR           PIC 9(05)V99.
       FD  ENVIO-ESOCEVT.
           COPY CPESOCIA.
       FD  ENVIO-CENSOESC.
           COPY CPCENSO.
       FD  STATUS-CICLO.
           COPY CPCICLO.
       FD  RELATORIO-VALIDACAO.
       01  REL-LINHA                 PIC X(100).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-ENVIO              PIC X(02) VALUE '00'.
       77  WRK-FS-CICLO              PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-TIPO-ARQUIVO          PIC X(08) VALUE SPACES.
           88  WRK-TIPO-REMBANCO         VALUE 'REMBANCO'.
           88  WRK-TIPO-REMFGTS          VALUE 'REMFGTS'.
           88  WRK-TIPO-LIVROFIS         VALUE 'LIVROFIS'.
           88  WRK-TIPO-FOLHAENV         VALUE 'FOLHAENV'.
           88  WRK-TIPO-RAZAOENV         VALUE 'RAZAOENV'.
           88  WRK-TIPO-REMPAGTO         VALUE 'REMPAGTO'.
           88  WRK-TIPO-REMCOBR          VALUE 'REMCOBR'.
           88  WRK-TIPO-NFEREMES         VALUE 'NFEREMES'.
           88  WRK-TIPO-PEDVALE          VALUE 'PEDVALE'.
           88  WRK-TIPO-ESOCEVT          VALUE 'ESOCEVT'.
           88  WRK-TIPO-CENSOESC         VALUE 'CENSOESC'.
           88  WRK-TIPO-VALIDO           VALUES 'REMBANCO' 'REMFGTS'
                                             'LIVROFIS' 'FOLHAENV'
                                             'RAZAOENV' 'REMPAGTO'
                                             'REMCOBR' 'NFEREMES'
                                             'PEDVALE' 'ESOCEVT'
                                             'CENSOESC'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-ABERTO-SW             PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVO-ABERTO        VALUE 'S'.
       77  WRK-HEADER-SW             PIC X(01) VALUE 'N'.
           88  WRK-COM-HEADER            VALUE 'S'.
       77  WRK-TRAILER-SW            PIC X(01) VALUE 'N'.
           88  WRK-COM-TRAILER           VALUE 'S'.
       77  WRK-CICLO-SW              PIC X(01) VALUE 'N'.
           88  WRK-COM-CICLO             VALUE 'S'.
       77  WRK-REPROVADO-SW          PIC X(01) VALUE 'N'.
           88  WRK-REPROVADO             VALUE 'S'.
       77  WRK-QTDE-LIDOS            PIC 9(07) VALUE ZERO.
       77  WRK-QTDE-DETALHES         PIC 9(07) VALUE ZERO.
       77  WRK-TOTAL-DETALHES        PIC 9(13)V99 VALUE ZERO.
       77  WRK-QTDE-APOS-TRAILER     PIC 9(07) VALUE ZERO.
       77  WRK-CICLO-QTDE            PIC 9(07) VALUE ZERO.
       77  WRK-CICLO-TOTAL           PIC 9(13)V99 VALUE ZERO.
       77  WRK-MOTIVO                PIC X(60) VALUE SPACES.
       77  WRK-AUDIT-RESULTADO       PIC X(30) VALUE SPACES.
      ******************************* CADA REGISTRO E LIDO TAMBEM PARA
      ******************************* ESTA AREA, QUE RECEBE O HEADER E
      ******************************* O TRAILER NO LAYOUT CPCTLREM
       01  WRK-ENVIO-LINHA           PIC X(140) VALUE SPACES.
           COPY CPCTLREM.
       01  WRK-HEADER-GUARDADO.
           05  WRK-HDR-DATA          PIC 9(08) VALUE ZEROS.
           05  WRK-HDR-SEQUENCIA     PIC 9(06) VALUE ZEROS.
           05  WRK-HDR-PROGRAMA      PIC X(10) VALUE SPACES.
       01  WRK-TRAILER-GUARDADO.
           05  WRK-TRL-QTDE          PIC 9(07) VALUE ZEROS.
           05  WRK-TRL-TOTAL         PIC 9(13)V99 VALUE ZEROS.
       01  REL-CABECALHO.
           05  FILLER                PIC X(36) VALUE
               'VALIDACAO PRE-TRANSMISSAO - ARQUIVO '.
           05  REL-CAB-TIPO          PIC X(08).
       01  REL-HEADER.
           05  FILLER                PIC X(16) VALUE
               'HEADER  - DATA='.
           05  REL-HDR-DATA          PIC 9(08).
           05  FILLER                PIC X(13) VALUE '  SEQUENCIA='.
           05  REL-HDR-SEQUENCIA     PIC 9(06).
           05  FILLER                PIC X(12) VALUE '  PROGRAMA='.
           05  REL-HDR-PROGRAMA      PIC X(10).
       01  REL-TOTAIS.
           05  REL-TOT-ORIGEM        PIC X(16).
           05  FILLER                PIC X(12) VALUE 'REGISTROS='.
           05  REL-TOT-QTDE          PIC ZZZ.ZZ9.
           05  FILLER                PIC X(20) VALUE
               '  TOTAL DE CONTROLE='.
           05  REL-TOT-VALOR         PIC $Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  REL-DIVERGENCIA.
           05  FILLER                PIC X(12) VALUE '*** ERRO - '.
           05  REL-DIV-MOTIVO        PIC X(60).
       01  REL-RESULTADO.
           05  FILLER                PIC X(12) VALUE 'RESULTADO: '.
           05  REL-RES-TEXTO         PIC X(40).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-ARQUIVO-ABERTO
               PERFORM 0200-PROCESSAR
                   UNTIL WRK-FIM-ARQUIVO
               PERFORM 0250-CONFERIR-ARQUIVO
               PERFORM 0260-CONFERIR-CICLO
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           DISPLAY 'ARQUIVO A VALIDAR (REMBANCO, REMFGTS, LIVROFIS, '
                   'FOLHAENV, RAZAOENV, REMPAGTO, REMCOBR, NFEREMES, '
                   'PEDVALE, ESOCEVT, CENSOESC)..'.
           ACCEPT WRK-TIPO-ARQUIVO FROM CONSOLE.
           OPEN OUTPUT RELATORIO-VALIDACAO.
           MOVE WRK-TIPO-ARQUIVO TO REL-CAB-TIPO.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
           IF NOT WRK-TIPO-VALIDO
               MOVE 'TIPO DE ARQUIVO INVALIDO' TO WRK-MOTIVO
               PERFORM 0290-REPROVAR
           ELSE
               PERFORM 0110-ABRIR-ARQUIVO
               IF WRK-FS-ENVIO NOT = '00'
                   MOVE 'ARQUIVO NAO ENCONTRADO' TO WRK-MOTIVO
                   PERFORM 0290-REPROVAR
               ELSE
                   SET WRK-ARQUIVO-ABERTO TO TRUE
                   PERFORM 0120-LER-ENVIO
                   IF WRK-FIM-ARQUIVO
                       MOVE 'ARQUIVO VAZIO' TO WRK-MOTIVO
                       PERFORM 0290-REPROVAR
                   END-IF
               END-IF
           END-IF.

       0110-ABRIR-ARQUIVO.
           EVALUATE TRUE
               WHEN WRK-TIPO-REMBANCO
                   OPEN INPUT ENVIO-REMBANCO
               WHEN WRK-TIPO-REMFGTS
                   OPEN INPUT ENVIO-REMFGTS
               WHEN WRK-TIPO-LIVROFIS
                   OPEN INPUT ENVIO-LIVROFIS
               WHEN WRK-TIPO-FOLHAENV
                   OPEN INPUT ENVIO-FOLHAENV
               WHEN WRK-TIPO-RAZAOENV
                   OPEN INPUT ENVIO-RAZAOENV
               WHEN WRK-TIPO-REMPAGTO
                   OPEN INPUT ENVIO-REMPAGTO
               WHEN WRK-TIPO-REMCOBR
                   OPEN INPUT ENVIO-REMCOBR
               WHEN WRK-TIPO-NFEREMES
                   OPEN INPUT ENVIO-NFEREMES
               WHEN WRK-TIPO-PEDVALE
                   OPEN INPUT ENVIO-PEDVALE
               WHEN WRK-TIPO-ESOCEVT
                   OPEN INPUT ENVIO-ESOCEVT
               WHEN WRK-TIPO-CENSOESC
                   OPEN INPUT ENVIO-CENSOESC
           END-EVALUATE.

      ******************************* LE O PROXIMO REGISTRO DO ARQUIVO
      ******************************* DO TIPO PEDIDO; O DETALHE FICA NA
      ******************************* AREA DO FD E A LINHA INTEIRA NO
      ******************************* WRK-ENVIO-LINHA
       0120-LER-ENVIO.
           MOVE SPACES TO WRK-ENVIO-LINHA.
           EVALUATE TRUE
               WHEN WRK-TIPO-REMBANCO
                   READ ENVIO-REMBANCO INTO WRK-ENVIO-LINHA
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN WRK-TIPO-REMFGTS
                   READ ENVIO-REMFGTS INTO WRK-ENVIO-LINHA
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN WRK-TIPO-LIVROFIS
                   READ ENVIO-LIVROFIS INTO WRK-ENVIO-LINHA
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN WRK-TIPO-FOLHAENV
                   READ ENVIO-FOLHAENV INTO WRK-ENVIO-LINHA
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN WRK-TIPO-RAZAOENV
                   READ ENVIO-RAZAOENV INTO WRK-ENVIO-LINHA
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN WRK-TIPO-REMPAGTO
                   READ ENVIO-REMPAGTO INTO WRK-ENVIO-LINHA
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN WRK-TIPO-REMCOBR
                   READ ENVIO-REMCOBR INTO WRK-ENVIO-LINHA
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN WRK-TIPO-NFEREMES
                   READ ENVIO-NFEREMES INTO WRK-ENVIO-LINHA
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN WRK-TIPO-PEDVALE
                   READ ENVIO-PEDVALE INTO WRK-ENVIO-LINHA
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN WRK-TIPO-ESOCEVT
                   READ ENVIO-ESOCEVT INTO WRK-ENVIO-LINHA
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
               WHEN WRK-TIPO-CENSOESC
                   READ ENVIO-CENSOESC INTO WRK-ENVIO-LINHA
                       AT END SET WRK-FIM-ARQUIVO TO TRUE
                   END-READ
           END-EVALUATE.

      ******************************* O PRIMEIRO REGISTRO TEM DE SER O
      ******************************* HEADER; DEPOIS DO TRAILER NAO
      ******************************* PODE HAVER MAIS NADA
       0200-PROCESSAR.
           ADD 1 TO WRK-QTDE-LIDOS.
           MOVE WRK-ENVIO-LINHA TO CTLREM-REGISTRO.
           EVALUATE TRUE
               WHEN WRK-COM-TRAILER
                   ADD 1 TO WRK-QTDE-APOS-TRAILER
               WHEN CTLREM-HEADER
                   PERFORM 0210-TRATAR-HEADER
               WHEN CTLREM-TRAILER
                   PERFORM 0220-TRATAR-TRAILER
               WHEN OTHER
                   PERFORM 0230-TRATAR-DETALHE
           END-EVALUATE.
           PERFORM 0120-LER-ENVIO.

       0210-TRATAR-HEADER.
           IF WRK-QTDE-LIDOS NOT = 1
               MOVE 'HEADER FORA DA PRIMEIRA POSICAO' TO WRK-MOTIVO
               PERFORM 0290-REPROVAR
           ELSE
               IF CTLREM-ARQUIVO NOT = WRK-TIPO-ARQUIVO
                   STRING 'HEADER DE OUTRO ARQUIVO (' CTLREM-ARQUIVO
                          ')' DELIMITED BY SIZE INTO WRK-MOTIVO
                   PERFORM 0290-REPROVAR
               ELSE
                   SET WRK-COM-HEADER TO TRUE
                   MOVE CTLREM-DATA-PROCESSAMENTO TO WRK-HDR-DATA
                   MOVE CTLREM-SEQUENCIA          TO WRK-HDR-SEQUENCIA
                   MOVE CTLREM-PROGRAMA           TO WRK-HDR-PROGRAMA
               END-IF
           END-IF.

       0220-TRATAR-TRAILER.
           SET WRK-COM-TRAILER TO TRUE.
           MOVE CTLREM-QTDE-REGISTROS TO WRK-TRL-QTDE.
           MOVE CTLREM-TOTAL-CONTROLE TO WRK-TRL-TOTAL.

      ******************************* SOMA DOS CAMPOS DE VALOR DE CADA
      ******************************* DETALHE, NA REGRA DO CPCTLREM
       0230-TRATAR-DETALHE.
           ADD 1 TO WRK-QTDE-DETALHES.
           EVALUATE TRUE
               WHEN WRK-TIPO-REMBANCO
                   ADD REMB-VALOR TO WRK-TOTAL-DETALHES
               WHEN WRK-TIPO-REMFGTS
                   ADD RFGTS-BASE RFGTS-VALOR TO WRK-TOTAL-DETALHES
               WHEN WRK-TIPO-LIVROFIS
                   ADD LIVRO-VALOR LIVRO-ICMS TO WRK-TOTAL-DETALHES
               WHEN WRK-TIPO-FOLHAENV
                   ADD FOLHA-SALARIO-NOVO FOLHA-VALOR-AUMENTO
                       TO WRK-TOTAL-DETALHES
               WHEN WRK-TIPO-RAZAOENV
                   ADD RAZAO-VALOR TO WRK-TOTAL-DETALHES
               WHEN WRK-TIPO-REMPAGTO
                   ADD REMP-VALOR TO WRK-TOTAL-DETALHES
               WHEN WRK-TIPO-REMCOBR
                   ADD REMC-VALOR TO WRK-TOTAL-DETALHES
               WHEN WRK-TIPO-NFEREMES
                   IF NFER-TIPO-TOTAL
                       ADD NFER-TOT-VALOR NFER-TOT-ICMS
                           TO WRK-TOTAL-DETALHES
                   END-IF
               WHEN WRK-TIPO-PEDVALE
                   ADD PVALE-VALOR TO WRK-TOTAL-DETALHES
               WHEN WRK-TIPO-ESOCEVT
                   PERFORM 0235-SOMAR-EVENTO-ESOCIAL
               WHEN WRK-TIPO-CENSOESC
                   EVALUATE TRUE
                       WHEN CENSO-TIPO-DOCENTE
                           ADD CENSO-DOC-MATRICULA
                               TO WRK-TOTAL-DETALHES
                       WHEN CENSO-TIPO-ALUNO
                           ADD CENSO-ALU-MATRICULA
                               TO WRK-TOTAL-DETALHES
                   END-EVALUATE
           END-EVALUATE.

      ******************************* NO ESOCEVT SO OS EVENTOS (E)
      ******************************* ENTRAM NA SOMA, PELO SALARIO DE
      ******************************* CADA TIPO DE EVENTO
       0235-SOMAR-EVENTO-ESOCIAL.
           IF ESOC-TIPO-EVENTO
               EVALUATE TRUE
                   WHEN ESOC-EVENTO-ADMISSAO
                       ADD ESOC-ADM-SALARIO TO WRK-TOTAL-DETALHES
                   WHEN ESOC-EVENTO-DESLIGAMENTO
                       ADD ESOC-DSL-ULTIMO-SALARIO
                           TO WRK-TOTAL-DETALHES
                   WHEN ESOC-EVENTO-ALTERACAO
                       ADD ESOC-ALT-SALARIO-NOVO
                           TO WRK-TOTAL-DETALHES
               END-EVALUATE
           END-IF.

      ******************************* CONFERE A ESTRUTURA E COMPARA OS
      ******************************* TOTAIS RECALCULADOS COM O TRAILER
       0250-CONFERIR-ARQUIVO.
           EVALUATE TRUE
               WHEN WRK-TIPO-REMBANCO
                   CLOSE ENVIO-REMBANCO
               WHEN WRK-TIPO-REMFGTS
                   CLOSE ENVIO-REMFGTS
               WHEN WRK-TIPO-LIVROFIS
                   CLOSE ENVIO-LIVROFIS
               WHEN WRK-TIPO-FOLHAENV
                   CLOSE ENVIO-FOLHAENV
               WHEN WRK-TIPO-RAZAOENV
                   CLOSE ENVIO-RAZAOENV
               WHEN WRK-TIPO-REMPAGTO
                   CLOSE ENVIO-REMPAGTO
               WHEN WRK-TIPO-REMCOBR
                   CLOSE ENVIO-REMCOBR
               WHEN WRK-TIPO-NFEREMES
                   CLOSE ENVIO-NFEREMES
               WHEN WRK-TIPO-PEDVALE
                   CLOSE ENVIO-PEDVALE
               WHEN WRK-TIPO-ESOCEVT
                   CLOSE ENVIO-ESOCEVT
               WHEN WRK-TIPO-CENSOESC
                   CLOSE ENVIO-CENSOESC
           END-EVALUATE.
           IF WRK-COM-HEADER
               MOVE WRK-HDR-DATA      TO REL-HDR-DATA
               MOVE WRK-HDR-SEQUENCIA TO REL-HDR-SEQUENCIA
               MOVE WRK-HDR-PROGRAMA  TO REL-HDR-PROGRAMA
               MOVE REL-HEADER TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               IF WRK-QTDE-LIDOS > ZERO
                   MOVE 'ARQUIVO SEM HEADER' TO WRK-MOTIVO
                   PERFORM 0290-REPROVAR
               END-IF
           END-IF.
           MOVE 'DETALHES LIDOS  ' TO REL-TOT-ORIGEM.
           MOVE WRK-QTDE-DETALHES  TO REL-TOT-QTDE.
           MOVE WRK-TOTAL-DETALHES TO REL-TOT-VALOR.
           MOVE REL-TOTAIS TO REL-LINHA.
           WRITE REL-LINHA.
           IF NOT WRK-COM-TRAILER
               MOVE 'ARQUIVO TRUNCADO - SEM TRAILER' TO WRK-MOTIVO
               PERFORM 0290-REPROVAR
           ELSE
               MOVE 'TRAILER         ' TO REL-TOT-ORIGEM
               MOVE WRK-TRL-QTDE  TO REL-TOT-QTDE
               MOVE WRK-TRL-TOTAL TO REL-TOT-VALOR
               MOVE REL-TOTAIS TO REL-LINHA
               WRITE REL-LINHA
               IF WRK-QTDE-APOS-TRAILER > ZERO
                   MOVE 'REGISTROS GRAVADOS DEPOIS DO TRAILER'
                       TO WRK-MOTIVO
                   PERFORM 0290-REPROVAR
               END-IF
               IF WRK-TRL-QTDE NOT = WRK-QTDE-DETALHES
                   MOVE 'QUANTIDADE DIFERENTE DA DO TRAILER'
                       TO WRK-MOTIVO
                   PERFORM 0290-REPROVAR
               END-IF
               IF WRK-TRL-TOTAL NOT = WRK-TOTAL-DETALHES
                   MOVE 'TOTAL DE CONTROLE DIFERENTE DO TRAILER'
                       TO WRK-MOTIVO
                   PERFORM 0290-REPROVAR
               END-IF
           END-IF.

      ******************************* COMPARA COM OS TOTAIS DA ULTIMA
      ******************************* EXECUCAO DO PROGRAMA GERADOR NO
      ******************************* PAINEL CICLOSTA
       0260-CONFERIR-CICLO.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT STATUS-CICLO.
           IF WRK-FS-CICLO = '00'
               PERFORM 0270-LER-CICLO
               PERFORM 0280-GUARDAR-CICLO
                   UNTIL WRK-FIM-ARQUIVO
               CLOSE STATUS-CICLO
           END-IF.
           IF NOT WRK-COM-CICLO
               MOVE 'SEM TOTAIS DO PROGRAMA GERADOR NO CICLOSTA'
                   TO WRK-MOTIVO
               PERFORM 0290-REPROVAR
           ELSE
               MOVE 'CICLOSTA        ' TO REL-TOT-ORIGEM
               MOVE WRK-CICLO-QTDE  TO REL-TOT-QTDE
               MOVE WRK-CICLO-TOTAL TO REL-TOT-VALOR
               MOVE REL-TOTAIS TO REL-LINHA
               WRITE REL-LINHA
               IF WRK-CICLO-QTDE NOT = WRK-QTDE-DETALHES
                   MOVE 'QUANTIDADE DIFERENTE DA DO CICLOSTA'
                       TO WRK-MOTIVO
                   PERFORM 0290-REPROVAR
               END-IF
               IF WRK-CICLO-TOTAL NOT = WRK-TOTAL-DETALHES
                   MOVE 'TOTAL DE CONTROLE DIFERENTE DO CICLOSTA'
                       TO WRK-MOTIVO
                   PERFORM 0290-REPROVAR
               END-IF
           END-IF.

       0270-LER-CICLO.
           READ STATUS-CICLO
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0280-GUARDAR-CICLO.
           IF CICLO-ARQUIVO = WRK-TIPO-ARQUIVO
               SET WRK-COM-CICLO TO TRUE
               MOVE CICLO-QTDE-REGISTROS TO WRK-CICLO-QTDE
               MOVE CICLO-TOTAL-CONTROLE TO WRK-CICLO-TOTAL
           END-IF.
           PERFORM 0270-LER-CICLO.

       0290-REPROVAR.
           SET WRK-REPROVADO TO TRUE.
           MOVE 8 TO RETURN-CODE.
           DISPLAY 'VALIDACAO ' WRK-TIPO-ARQUIVO ' - ' WRK-MOTIVO.
           MOVE WRK-MOTIVO TO REL-DIV-MOTIVO.
           MOVE REL-DIVERGENCIA TO REL-LINHA.
           WRITE REL-LINHA.

       0300-FINALIZAR.
           IF WRK-REPROVADO
               MOVE 'REPROVADO - NAO TRANSMITIR' TO REL-RES-TEXTO
               MOVE 'ARQUIVO REPROVADO' TO WRK-AUDIT-RESULTADO
           ELSE
               MOVE 'APROVADO PARA TRANSMISSAO' TO REL-RES-TEXTO
               MOVE 'ARQUIVO APROVADO' TO WRK-AUDIT-RESULTADO
           END-IF.
           MOVE REL-RESULTADO TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RELATORIO-VALIDACAO.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - ARQUIVO ' WRK-TIPO-ARQUIVO
                   ' ' REL-RES-TEXTO.

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
           MOVE 'PROGCOBZ' TO AUDIT-PROGRAMA.
           MOVE WRK-TIPO-ARQUIVO TO AUDIT-ENTRADA-CHAVE (01:08).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
