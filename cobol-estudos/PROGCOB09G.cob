      *                 INCREMENTAL (RESUMDIA, MANTIDO PELO
      *                 PROGCOB09Z), QUE JA TRAZ OS TOTAIS POR DATA,
      *                 VENDEDOR, PRODUTO, FILIAL E CPF
      * 15/10/2026 FM - UF DA VENDA PASSA A SER A DO ENDERECO DE ENTREGA
      *                 USADO (RESUMD-ENDERECO, OU O PADRAO DO CLIENTE),
      *                 PELA ROTINA PROGCOBE
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT RESUMO-DIARIO ASSIGN TO 'RESUMDIA'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TABELA-ICMS ASSIGN TO 'ICMSTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ICMS.
       FILE SECTION.
       FD  RESUMO-DIARIO.
           COPY CPRESUMD.
       FD  TABELA-ICMS.
           COPY CPICMS.
       FD  RELATORIO-ICMS.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-ICMS                PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT                PIC X(02) VALUE '00'.
       77  WRK-EOF-SW                 PIC X(01) VALUE 'N'.
           05  FILLER                  PIC X(16) VALUE
               '  TOTAL ICMS.. '.
           05  REL-TOT-ICMS             PIC $ZZZ.ZZZ.ZZ9,99.
       77  WRK-ENDERECO-SW           PIC X(01) VALUE 'N'.
           88  WRK-ENDERECO-ACHADO       VALUE 'S'.
      ******************************* ENDERECO DE ENTREGA DA VENDA
      ******************************* (ROTINA PROGCOBE)
           COPY CPENDER.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0120-CARREGAR-TABELA-ICMS.
           OPEN INPUT RESUMO-DIARIO.
           OPEN OUTPUT RELATORIO-ICMS.
           MOVE REL-CABECALHO TO REL-LINHA.
           WRITE REL-LINHA.
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      ******************************* DESCOBRE A UF PELO ENDERECO DE
      ******************************* ENTREGA USADO NA VENDA (OU O
      ******************************* PADRAO DO CLIENTE)
       0210-BUSCAR-UF-CLIENTE.
           MOVE SPACES TO WRK-UF-CLIENTE.
           INITIALIZE CEND-REGISTRO.
           MOVE RESUMD-CPF TO CEND-CPF.
           IF RESUMD-ENDERECO IS NUMERIC
               MOVE RESUMD-ENDERECO TO CEND-NUMERO
           END-IF.
           CALL 'PROGCOBE' USING CEND-REGISTRO WRK-ENDERECO-SW.
           IF WRK-ENDERECO-ACHADO
               MOVE CEND-UF TO WRK-UF-CLIENTE
           END-IF.

      ******************************* PROCURA A UF NA TABELA DE ALIQUOTAS
       0220-BUSCAR-ALIQUOTA.
           MOVE REL-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RESUMO-DIARIO.
           CLOSE RELATORIO-ICMS.
           MOVE WRK-TOTAL-VENDIDO TO WRK-TOTAL-VENDIDO-ED.
           MOVE WRK-TOTAL-ICMS    TO WRK-TOTAL-ICMS-ED.
