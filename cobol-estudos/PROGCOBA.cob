      *                 PASSA PARA O COPYBOOK CPHISTV (MESMA CONVENCAO
      *                 DO CPTURMA), JA COM A NOVA QUANTIDADE VENDIDA
      *                 (HV-QUANTIDADE) USADA PELA BAIXA DE ESTOQUE
      * 15/10/2026 FM - LINHAS DE ARQUIVAMENTO E DE SOBREVIVENTES DO
      *                 HISTORICO DE VENDAS (HVARQ-LINHA/HVNOVO-LINHA)
      *                 AMPLIADAS PARA O NOVO TAMANHO DO HV-REGISTRO,
      *                 COM A LISTA DE FORMAS DE PAGAMENTO (HV-PAGTO)
      * 15/10/2026 FM - CADA ARQUIVO DATADO DE ARQUIVAMENTO PASSA A TER
      *                 O NOME DA GERACAO (ARQUIVO + DATA DE CORTE, EX.:
      *                 AUDARQ.D20260815) E E REGISTRADO NO NOVO
      *                 CATALOGO DE GERACOES (CATARQ, COPYBOOK CPCATARQ)
      *                 COM O TIPO, A FAIXA DE DATAS E A QUANTIDADE DE
      *                 REGISTROS, PARA A CONSULTA AOS ARQUIVADOS
      *                 (PROGCOBH)
      * 15/10/2026 FM - HVARQ-LINHA E HVNOVO-LINHA AMPLIADAS PARA 137
      *                 POSICOES, ACOMPANHANDO O NUMERO DO ENDERECO DE
      *                 ENTREGA NO FIM DO HV-REGISTRO (HV-ENDERECO)
      * 15/10/2026 FM - ARQUIVOS DATADOS VOLTAM A DD FIXAS (AUDARQ,
      *                 REJARQ, HVARQ E HRARQ): A JCL ALOCA A GERACAO DO
      *                 DIA COM O DSN COB.<DD>.D + DATA DE CORTE, O
      *                 MESMO QUE O PROGRAMA GRAVA NO CATARQ
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HR-NOVO ASSIGN TO 'HRNOVO'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CATALOGO-ARQUIVOS ASSIGN TO 'CATARQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CAT.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-LOG.
       FD  HIST-VENDAS.
           COPY CPHISTV.
       FD  HV-ARQUIVO.
       01  HVARQ-LINHA                PIC X(137).
       FD  HV-NOVO.
       01  HVNOVO-LINHA               PIC X(137).
       FD  HIST-REAJUSTES.
           COPY CPRAISEH.
       FD  HR-ARQUIVO.
       01  HRARQ-LINHA                PIC X(49).
       FD  HR-NOVO.
       01  HRNOVO-LINHA               PIC X(49).
       FD  CATALOGO-ARQUIVOS.
           COPY CPCATARQ.
       WORKING-STORAGE SECTION.
       77  WRK-FS-AUDIT                PIC X(02) VALUE '00'.
       77  WRK-FS-REJ                  PIC X(02) VALUE '00'.
       77  WRK-FS-HV                   PIC X(02) VALUE '00'.
       77  WRK-FS-HR                   PIC X(02) VALUE '00'.
       77  WRK-FS-CAT                  PIC X(02) VALUE '00'.
       77  WRK-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO             VALUE 'S'.
       77  WRK-DATACORTE               PIC 9(08) VALUE ZEROS.
       77  WRK-QTDE-MANTIDOS           PIC 9(07) VALUE ZERO.
       77  WRK-TOTAL-ARQUIVADOS        PIC 9(07) VALUE ZERO.
       77  WRK-TOTAL-MANTIDOS          PIC 9(07) VALUE ZERO.
       77  WRK-DATA-MENOR              PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-MAIOR              PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       77  WRK-CAT-TIPO                PIC X(08) VALUE SPACES.
       77  WRK-CAT-GERACAO             PIC X(20) VALUE SPACES.
       77  WRK-GER-AUDARQ              PIC X(20) VALUE SPACES.
       77  WRK-GER-REJARQ              PIC X(20) VALUE SPACES.
       77  WRK-GER-HVARQ               PIC X(20) VALUE SPACES.
       77  WRK-GER-HRARQ               PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           DISPLAY 'DATA DE CORTE (AAAAMMDD) - REGISTROS MAIS '
                   'ANTIGOS SAO ARQUIVADOS..'.
           ACCEPT WRK-DATACORTE FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0110-MONTAR-GERACOES.

      ******************************* MONTA O DSN DE CADA GERACAO DE
      ******************************* ARQUIVAMENTO PARA O CATALOGO
      ******************************* (CATARQ) - O MESMO DSN QUE A JCL
      ******************************* ALOCA NAS DD AUDARQ, REJARQ,
      ******************************* HVARQ E HRARQ (COB.<DD>.D +
      ******************************* DATA DE CORTE)
       0110-MONTAR-GERACOES.
           STRING 'COB.AUDARQ.D' WRK-DATACORTE DELIMITED BY SIZE
               INTO WRK-GER-AUDARQ.
           STRING 'COB.REJARQ.D' WRK-DATACORTE DELIMITED BY SIZE
               INTO WRK-GER-REJARQ.
           STRING 'COB.HVARQ.D' WRK-DATACORTE DELIMITED BY SIZE
               INTO WRK-GER-HVARQ.
           STRING 'COB.HRARQ.D' WRK-DATACORTE DELIMITED BY SIZE
               INTO WRK-GER-HRARQ.

      ******************************* EXPURGA O ARQUIVO DE TRILHA DE
      ******************************* AUDITORIA (AUDITLOG)
       0200-EXPURGAR-AUDITLOG.
           MOVE ZERO TO WRK-QTDE-ARQUIVADOS.
           MOVE 99999999 TO WRK-DATA-MENOR.
           MOVE ZEROS TO WRK-DATA-MAIOR.
           MOVE ZERO TO WRK-QTDE-MANTIDOS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT AUDITORIA-LOG.
                       ' MANTIDOS: ' WRK-QTDE-MANTIDOS
               ADD WRK-QTDE-ARQUIVADOS TO WRK-TOTAL-ARQUIVADOS
               ADD WRK-QTDE-MANTIDOS TO WRK-TOTAL-MANTIDOS
               IF WRK-QTDE-ARQUIVADOS > ZERO
                   MOVE 'AUDITLOG' TO WRK-CAT-TIPO
                   MOVE WRK-GER-AUDARQ TO WRK-CAT-GERACAO
                   PERFORM 0920-GRAVAR-CATALOGO
               END-IF
           END-IF.
           CLOSE AUDITORIA-LOG.

               MOVE AUDIT-REGISTRO TO AUDARQ-LINHA
               WRITE AUDARQ-LINHA
               ADD 1 TO WRK-QTDE-ARQUIVADOS
               PERFORM 0930-ACOMPANHAR-FAIXA
           ELSE
               MOVE AUDIT-REGISTRO TO AUDNOVO-LINHA
               WRITE AUDNOVO-LINHA
      ******************************* (REJEITOS)
       0300-EXPURGAR-REJEITOS.
           MOVE ZERO TO WRK-QTDE-ARQUIVADOS.
           MOVE 99999999 TO WRK-DATA-MENOR.
           MOVE ZEROS TO WRK-DATA-MAIOR.
           MOVE ZERO TO WRK-QTDE-MANTIDOS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT REJEITOS-LOG.
                       ' MANTIDOS: ' WRK-QTDE-MANTIDOS
               ADD WRK-QTDE-ARQUIVADOS TO WRK-TOTAL-ARQUIVADOS
               ADD WRK-QTDE-MANTIDOS TO WRK-TOTAL-MANTIDOS
               IF WRK-QTDE-ARQUIVADOS > ZERO
                   MOVE 'REJEITOS' TO WRK-CAT-TIPO
                   MOVE WRK-GER-REJARQ TO WRK-CAT-GERACAO
                   PERFORM 0920-GRAVAR-CATALOGO
               END-IF
           END-IF.
           CLOSE REJEITOS-LOG.

               MOVE REJEIT-REGISTRO TO REJARQ-LINHA
               WRITE REJARQ-LINHA
               ADD 1 TO WRK-QTDE-ARQUIVADOS
               PERFORM 0930-ACOMPANHAR-FAIXA
           ELSE
               MOVE REJEIT-REGISTRO TO REJNOVO-LINHA
               WRITE REJNOVO-LINHA
      ******************************* (HISTVENDA)
       0400-EXPURGAR-HISTVENDA.
           MOVE ZERO TO WRK-QTDE-ARQUIVADOS.
           MOVE 99999999 TO WRK-DATA-MENOR.
           MOVE ZEROS TO WRK-DATA-MAIOR.
           MOVE ZERO TO WRK-QTDE-MANTIDOS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT HIST-VENDAS.
                       ' MANTIDOS: ' WRK-QTDE-MANTIDOS
               ADD WRK-QTDE-ARQUIVADOS TO WRK-TOTAL-ARQUIVADOS
               ADD WRK-QTDE-MANTIDOS TO WRK-TOTAL-MANTIDOS
               IF WRK-QTDE-ARQUIVADOS > ZERO
                   MOVE 'HISTVEND' TO WRK-CAT-TIPO
                   MOVE WRK-GER-HVARQ TO WRK-CAT-GERACAO
                   PERFORM 0920-GRAVAR-CATALOGO
               END-IF
           END-IF.
           CLOSE HIST-VENDAS.

               MOVE HV-REGISTRO TO HVARQ-LINHA
               WRITE HVARQ-LINHA
               ADD 1 TO WRK-QTDE-ARQUIVADOS
               PERFORM 0930-ACOMPANHAR-FAIXA
           ELSE
               MOVE HV-REGISTRO TO HVNOVO-LINHA
               WRITE HVNOVO-LINHA
      ******************************* (HISTREAJ)
       0500-EXPURGAR-HISTREAJ.
           MOVE ZERO TO WRK-QTDE-ARQUIVADOS.
           MOVE 99999999 TO WRK-DATA-MENOR.
           MOVE ZEROS TO WRK-DATA-MAIOR.
           MOVE ZERO TO WRK-QTDE-MANTIDOS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN INPUT HIST-REAJUSTES.
                       ' MANTIDOS: ' WRK-QTDE-MANTIDOS
               ADD WRK-QTDE-ARQUIVADOS TO WRK-TOTAL-ARQUIVADOS
               ADD WRK-QTDE-MANTIDOS TO WRK-TOTAL-MANTIDOS
               IF WRK-QTDE-ARQUIVADOS > ZERO
                   MOVE 'HISTREAJ' TO WRK-CAT-TIPO
                   MOVE WRK-GER-HRARQ TO WRK-CAT-GERACAO
                   PERFORM 0920-GRAVAR-CATALOGO
               END-IF
           END-IF.
           CLOSE HIST-REAJUSTES.

               MOVE RAISEH-REGISTRO TO HRARQ-LINHA
               WRITE HRARQ-LINHA
               ADD 1 TO WRK-QTDE-ARQUIVADOS
               PERFORM 0930-ACOMPANHAR-FAIXA
           ELSE
               MOVE RAISEH-REGISTRO TO HRNOVO-LINHA
               WRITE HRNOVO-LINHA
           MOVE 'EXPURGO DE ARQUIVOS EXECUTADO' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.

      ******************************* REGISTRA NO CATALOGO (CATARQ) A
      ******************************* GERACAO RECEM-GRAVADA, COM A
      ******************************* FAIXA DE DATAS E A QUANTIDADE
      ******************************* DE REGISTROS ARQUIVADOS
       0920-GRAVAR-CATALOGO.
           OPEN EXTEND CATALOGO-ARQUIVOS.
           IF WRK-FS-CAT = '35'
               OPEN OUTPUT CATALOGO-ARQUIVOS
               CLOSE CATALOGO-ARQUIVOS
               OPEN EXTEND CATALOGO-ARQUIVOS
           END-IF.
           INITIALIZE CATARQ-REGISTRO.
           MOVE WRK-CAT-TIPO        TO CATARQ-TIPO.
           MOVE WRK-CAT-GERACAO     TO CATARQ-GERACAO.
           MOVE WRK-DATACORTE       TO CATARQ-DATA-CORTE.
           MOVE WRK-DATA-MENOR      TO CATARQ-DATA-INICIAL.
           MOVE WRK-DATA-MAIOR      TO CATARQ-DATA-FINAL.
           MOVE WRK-QTDE-ARQUIVADOS TO CATARQ-QTDE-REGISTROS.
           MOVE WRK-DATA-HOJE       TO CATARQ-DATA-GRAVACAO.
           WRITE CATARQ-REGISTRO.
           CLOSE CATALOGO-ARQUIVOS.
           DISPLAY 'CATALOGADA A GERACAO ' WRK-CAT-GERACAO.

      ******************************* ACOMPANHA A MENOR E A MAIOR DATA
      ******************************* DOS REGISTROS ARQUIVADOS
       0930-ACOMPANHAR-FAIXA.
           IF WRK-DATA-REG < WRK-DATA-MENOR
               MOVE WRK-DATA-REG TO WRK-DATA-MENOR
           END-IF.
           IF WRK-DATA-REG > WRK-DATA-MAIOR
               MOVE WRK-DATA-REG TO WRK-DATA-MAIOR
           END-IF.
