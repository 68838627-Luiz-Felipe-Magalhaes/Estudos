      * DATA   = 02/09/2026
      * HISTORICO DE ALTERACOES
      * 02/09/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - ANONIMIZACAO DO CLIEND APAGA TAMBEM O NOVO
      *                 E-MAIL DO CLIENTE (CEND-EMAIL)
      * 15/10/2026 FM - ANONIMIZACAO PERCORRE TODOS OS ENDERECOS DO CPF
      *                 NO CLIEND (CHAVE CPF + NUMERO DO ENDERECO)
      * 15/10/2026 FM - ANONIMIZACAO APAGA TAMBEM O CEP DOS ENDERECOS
      *                 (CEND-CEP)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-FS-CLIMA.
           SELECT CLIENTE-ENDERECO ASSIGN TO 'CLIEND'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEND-CHAVE
               FILE STATUS IS WRK-FS-CEND.
           SELECT CLIENTE-CAPTURAS ASSIGN TO 'CLICAPT'
               ORGANIZATION IS LINE SEQUENTIAL
           88  WRK-ELIMINACAO-BLOQUEADA  VALUE 'S'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-FIM-CEND-SW           PIC X(01) VALUE 'N'.
           88  WRK-FIM-ENDERECOS         VALUE 'S'.
       77  WRK-QTDE-CLIMA            PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-CEND             PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-CAPT             PIC 9(05) VALUE ZERO.
       0220-ANONIMIZAR-CLIEND.
           OPEN I-O CLIENTE-ENDERECO.
           IF WRK-FS-CEND = '00'
               MOVE 'N' TO WRK-FIM-CEND-SW
               MOVE WRK-CPF TO CEND-CPF
               MOVE ZERO    TO CEND-NUMERO
               START CLIENTE-ENDERECO KEY >= CEND-CHAVE
                   INVALID KEY SET WRK-FIM-ENDERECOS TO TRUE
               END-START
               PERFORM 0221-ANONIMIZAR-ENDERECO
                   UNTIL WRK-FIM-ENDERECOS
               CLOSE CLIENTE-ENDERECO
           END-IF.
           MOVE 'CLIEND' TO REL-DET-ARQUIVO.
           MOVE WRK-QTDE-CEND TO REL-DET-QTDE.
           MOVE 'ENDERECO, CIDADE, FONE E E-MAIL APAGADOS'
               TO REL-DET-OBS.
           MOVE REL-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************* TODOS OS ENDERECOS DO CPF SAO
      ******************************* ANONIMIZADOS, NAO SO O PADRAO
       0221-ANONIMIZAR-ENDERECO.
           READ CLIENTE-ENDERECO NEXT
               AT END SET WRK-FIM-ENDERECOS TO TRUE
           END-READ.
           IF NOT WRK-FIM-ENDERECOS
               IF CEND-CPF NOT = WRK-CPF
                   SET WRK-FIM-ENDERECOS TO TRUE
               ELSE
                   MOVE 'ENDERECO ELIMINADO' TO CEND-ENDERECO
                   MOVE 'ANONIMIZADA' TO CEND-CIDADE
                   MOVE SPACES TO CEND-TELEFONE
                   MOVE SPACES TO CEND-EMAIL
                   MOVE SPACES TO CEND-CEP
                   REWRITE CEND-REGISTRO
                   ADD 1 TO WRK-QTDE-CEND
               END-IF
           END-IF.

       0230-ANONIMIZAR-CAPTURAS.
           MOVE 'N' TO WRK-EOF-SW.
           OPEN I-O CLIENTE-CAPTURAS.
