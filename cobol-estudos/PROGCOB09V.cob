      * DATA   = 02/09/2026
      * HISTORICO DE ALTERACOES
      * 02/09/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - LAYOUT DO LIVRO FISCAL PASSA PARA O COPYBOOK
      *                 CPLIVRO, TAMBEM LIDO PELA APURACAO DE PIS/COFINS
      *                 (PROGCOB54P)
      * 15/10/2026 FM - UF DA VENDA PASSA A SER A DO ENDERECO DE ENTREGA
      *                 USADO (HV-ENDERECO, OU O PADRAO DO CLIENTE),
      *                 PELA ROTINA PROGCOBE
      * 15/10/2026 FM - DENTRO DO FLUXO DE FECHAMENTO MENSAL (PROGCOBS)
      *                 O MES DE COMPETENCIA VEM DO PARAMETRO MESFECHA,
      *                 PELA ROTINA PROGCOBU, EM VEZ DE SER DIGITADO NO
      *                 CONSOLE
      * 15/10/2026 FM - O LIVROFIS PASSA A LEVAR HEADER (TIPO, DATA E
      *                 SEQUENCIA DA ROTINA PROGCOBB) E TRAILER
      *                 (QUANTIDADE DE NOTAS E SOMA DE VALOR + ICMS) NO
      *                 LAYOUT CPCTLREM, COM OS MESMOS TOTAIS GRAVADOS
      *                 NO PAINEL CICLOSTA PARA O VALIDADOR
      *                 PRE-TRANSMISSAO (PROGCOBZ)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT NOTAS-CANCELADAS ASSIGN TO 'NOTASCAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CANC.
           SELECT ICMS-TABELA ASSIGN TO 'ICMSTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ICMS.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT STATUS-CICLO ASSIGN TO 'CICLOSTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CICLO.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-VENDAS.
           COPY CPHISTV.
       FD  NOTAS-CANCELADAS.
           COPY CPCANC.
       FD  ICMS-TABELA.
           COPY CPICMS.
       FD  LIVRO-FISCAL.
           COPY CPLIVRO.
       FD  APURACAO-ICMS.
       01  APUR-LINHA                PIC X(80).
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       FD  STATUS-CICLO.
           COPY CPCICLO.
       WORKING-STORAGE SECTION.
       77  WRK-FS-HISTV              PIC X(02) VALUE '00'.
       77  WRK-FS-CANC               PIC X(02) VALUE '00'.
       77  WRK-FS-ICMS               PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-FS-CICLO              PIC X(02) VALUE '00'.
       77  WRK-HORA-INICIO-CICLO     PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-CONTROLE        PIC 9(13)V99 VALUE ZERO.
           COPY CPCTLREM.
       77  WRK-ANOMES                PIC 9(06) VALUE ZEROS.
       77  WRK-FLUXO-SW              PIC X(01) VALUE 'N'.
           88  WRK-FLUXO-MENSAL          VALUE 'S'.
       77  WRK-FLUXO-OPERADOR        PIC X(08) VALUE SPACES.
       77  WRK-FLUXO-ARGUMENTO       PIC X(20) VALUE SPACES.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-EOF-CANC-SW           PIC X(01) VALUE 'N'.
           05  APUR-TOT-VENDAS       PIC $ZZZ.ZZZ.ZZ9,99.
           05  FILLER                PIC X(08) VALUE '  ICMS='.
           05  APUR-TOT-ICMS         PIC $ZZZ.ZZZ.ZZ9,99.
       77  WRK-ENDERECO-SW           PIC X(01) VALUE 'N'.
           88  WRK-ENDERECO-ACHADO       VALUE 'S'.
      ******************************* ENDERECO DE ENTREGA DA VENDA
      ******************************* (ROTINA PROGCOBE)
           COPY CPENDER.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-HORA-INICIO-CICLO FROM TIME.
           CALL 'PROGCOBU' USING WRK-ANOMES WRK-FLUXO-OPERADOR
                                 WRK-FLUXO-ARGUMENTO WRK-FLUXO-SW.
           IF NOT WRK-FLUXO-MENSAL
               DISPLAY 'MES DE APURACAO (AAAAMM)..'
               ACCEPT WRK-ANOMES FROM CONSOLE
           END-IF.
           PERFORM 0120-CARREGAR-CANCELADAS.
           PERFORM 0130-CARREGAR-ALIQUOTAS.
           OPEN OUTPUT LIVRO-FISCAL.
           PERFORM 0140-GRAVAR-HEADER.
           OPEN OUTPUT APURACAO-ICMS.
           MOVE WRK-ANOMES TO APUR-CAB-ANOMES.
           MOVE APUR-CABECALHO TO APUR-LINHA.
           MOVE ZERO TO WRK-UF-TOTAL-ICMS (WRK-QTDE-UF).
           PERFORM 0131-LER-ALIQUOTA.

      ******************************* HEADER DO LIVROFIS COM A
      ******************************* SEQUENCIA DA GERACAO (ROTINA
      ******************************* PROGCOBB)
       0140-GRAVAR-HEADER.
           INITIALIZE CTLREM-REGISTRO.
           MOVE 'LIVROFIS'   TO CTLREM-ARQUIVO.
           MOVE 'PROGCOB09V' TO CTLREM-PROGRAMA.
           CALL 'PROGCOBB' USING CTLREM-REGISTRO.
           WRITE LIVRO-REGISTRO FROM CTLREM-REGISTRO.

       0200-PROCESSAR.
           IF HV-DATA / 100 = WRK-ANOMES
               PERFORM 0210-VERIFICAR-CANCELAMENTO
           MOVE WRK-ALIQUOTA  TO LIVRO-ALIQUOTA.
           MOVE WRK-VALOR-ICMS TO LIVRO-ICMS.
           WRITE LIVRO-REGISTRO.
           ADD LIVRO-VALOR LIVRO-ICMS TO WRK-TOTAL-CONTROLE.

      ******************************* UF DO ENDERECO DE ENTREGA USADO
      ******************************* NA VENDA (OU DO PADRAO DO
      ******************************* CLIENTE), PELA ROTINA PROGCOBE
       0230-BUSCAR-UF-CLIENTE.
           MOVE SPACES TO WRK-UF-CLIENTE.
           INITIALIZE CEND-REGISTRO.
           MOVE HV-CPF TO CEND-CPF.
           IF HV-ENDERECO IS NUMERIC
               MOVE HV-ENDERECO TO CEND-NUMERO
           END-IF.
           CALL 'PROGCOBE' USING CEND-REGISTRO WRK-ENDERECO-SW.
           IF WRK-ENDERECO-ACHADO
               MOVE CEND-UF TO WRK-UF-CLIENTE
           ELSE
               ADD 1 TO WRK-QTDE-SEM-UF
           END-IF.

      ******************************* LOCALIZA A ALIQUOTA DA UF NA
      ******************************* TABELA CARREGADA; UF SEM
           IF WRK-FS-HISTV = '00' OR WRK-FS-HISTV = '10'
               CLOSE HIST-VENDAS
           END-IF.
           PERFORM 0330-GRAVAR-TRAILER.
           CLOSE LIVRO-FISCAL.
           CLOSE APURACAO-ICMS.
           IF WRK-QTDE-SEM-UF > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0310-GRAVAR-AUDITORIA.
           PERFORM 0340-GRAVAR-STATUS-CICLO.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO - NOTAS EXPORTADAS: '
                   WRK-QTDE-EXPORTADAS ' CANCELADAS DESCARTADAS: '
           MOVE 'LIVRO FISCAL MENSAL EXPORTADO' TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.

      ******************************* TRAILER DO LIVROFIS COM A
      ******************************* QUANTIDADE DE NOTAS E A SOMA DE
      ******************************* VALOR + ICMS
       0330-GRAVAR-TRAILER.
           INITIALIZE CTLREM-REGISTRO.
           SET CTLREM-TRAILER TO TRUE.
           MOVE 'LIVROFIS'          TO CTLREM-ARQUIVO.
           MOVE WRK-QTDE-EXPORTADAS TO CTLREM-QTDE-REGISTROS.
           MOVE WRK-TOTAL-CONTROLE  TO CTLREM-TOTAL-CONTROLE.
           WRITE LIVRO-REGISTRO FROM CTLREM-REGISTRO.

      ******************************* TOTAIS DE CONTROLE DO LIVROFIS NO
      ******************************* PAINEL CICLOSTA, CONFERIDOS PELO
      ******************************* VALIDADOR PROGCOBZ ANTES DA
      ******************************* TRANSMISSAO
       0340-GRAVAR-STATUS-CICLO.
           OPEN EXTEND STATUS-CICLO.
           IF WRK-FS-CICLO = '35'
               OPEN OUTPUT STATUS-CICLO
               CLOSE STATUS-CICLO
               OPEN EXTEND STATUS-CICLO
           END-IF.
           INITIALIZE CICLO-REGISTRO.
           MOVE 'STEP160'    TO CICLO-STEP.
           MOVE 'PROGCOB09V' TO CICLO-PROGRAMA.
           ACCEPT CICLO-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-INICIO-CICLO TO CICLO-HORA-INICIO.
           ACCEPT CICLO-HORA-FIM FROM TIME.
           MOVE RETURN-CODE TO CICLO-RETURN-CODE.
           MOVE WRK-QTDE-EXPORTADAS TO CICLO-QTDE-REGISTROS.
           MOVE 'LIVRO FISCAL MENSAL EXPORTADO' TO CICLO-RESULTADO.
           MOVE 'LIVROFIS' TO CICLO-ARQUIVO.
           MOVE WRK-TOTAL-CONTROLE TO CICLO-TOTAL-CONTROLE.
           WRITE CICLO-REGISTRO.
           CLOSE STATUS-CICLO.
