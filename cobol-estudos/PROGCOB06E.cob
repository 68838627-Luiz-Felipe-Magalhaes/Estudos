      *           TELEFONE DE CONTATO DE UM CLIENTE JA VALIDADO NO
      *           MASTER DE CLIENTES (CLIENTE-MASTER), PARA ALIMENTAR
      *           O CALCULO DE FRETE (PROGCOB12B) COM A CIDADE DE
      *           ENTREGA. LOGRADOURO, CIDADE E UF VEM DA TABELA DE CEP
      *           (CEPMAST) PELO CEP INFORMADO
      * DATA   = 09/08/2026
      * HISTORICO DE ALTERACOES
      * 09/08/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - CAPTURA TAMBEM O E-MAIL DO CLIENTE (CEND-EMAIL),
      *                 USADO PELO FEED DE AVISOS AO CLIENTE
      *                 (PROGCOB57N)
      * 15/10/2026 FM - VARIOS ENDERECOS POR CLIENTE: O ENDERECO E
      *                 INFORMADO PELO NUMERO (01 A 99) E PODE SER
      *                 MARCADO COMO PADRAO, DESMARCANDO O PADRAO
      *                 ANTERIOR; NAO SOBREGRAVA MAIS O UNICO ENDERECO
      *                 DO CPF
      * 15/10/2026 FM - ENDERECO PASSA A SER INFORMADO PELO CEP:
      *                 LOGRADOURO, CIDADE E UF PREENCHIDOS PELA TABELA
      *                 DE CEP (CEPMAST) E CEP FORA DA TABELA RECUSADO
      *                 (RC 8); O OPERADOR SO DIGITA NUMERO E
      *                 COMPLEMENTO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CLIENTE-ENDERECO ASSIGN TO 'CLIEND'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEND-CHAVE
               FILE STATUS IS WRK-FS-CEND.
           SELECT CEP-TABELA ASSIGN TO 'CEPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CEP-CODIGO
               FILE STATUS IS WRK-FS-CEP.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           COPY CPCLIMA.
       FD  CLIENTE-ENDERECO.
           COPY CPENDER.
       FD  CEP-TABELA.
           COPY CPCEP.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
       77  WRK-FS-CLIMA         PIC X(02) VALUE '00'.
       77  WRK-FS-CEND          PIC X(02) VALUE '00'.
       77  WRK-FS-CEP           PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT         PIC X(02) VALUE '00'.
       77  WRK-CPF               PIC X(11) VALUE SPACES.
       77  WRK-CLIENTE-SW        PIC X(01) VALUE 'N'.
           88  WRK-CLIENTE-OK        VALUE 'S'.
       77  WRK-NUMERO            PIC 9(02) VALUE ZERO.
       77  WRK-PADRAO            PIC X(01) VALUE SPACES.
       77  WRK-NUMERO-PADRAO     PIC 9(02) VALUE ZERO.
       77  WRK-ENDERECO-SW       PIC X(01) VALUE 'N'.
           88  WRK-ENDERECO-EXISTE   VALUE 'S'.
       77  WRK-EOF-SW            PIC X(01) VALUE 'N'.
           88  WRK-FIM-ENDERECOS     VALUE 'S'.
       77  WRK-CEP               PIC X(08) VALUE SPACES.
       77  WRK-CEP-SW            PIC X(01) VALUE 'N'.
           88  WRK-CEP-OK            VALUE 'S'.
       77  WRK-COMPLEMENTO       PIC X(20) VALUE SPACES.
       77  WRK-AUDIT-RESULTADO   PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

       0100-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           MOVE 'N' TO WRK-CLIENTE-SW.
           DISPLAY 'CPF DO CLIENTE..'.
           ACCEPT WRK-CPF FROM CONSOLE.
           DISPLAY 'NUMERO DO ENDERECO (01 A 99)..'.
           ACCEPT WRK-NUMERO FROM CONSOLE.
           OPEN INPUT CLIENTE-MASTER.
           OPEN I-O CLIENTE-ENDERECO.
           IF WRK-FS-CEND = '35'
               CLOSE CLIENTE-ENDERECO
               OPEN I-O CLIENTE-ENDERECO
           END-IF.
           OPEN INPUT CEP-TABELA.
           IF WRK-FS-CEP = '35'
               OPEN OUTPUT CEP-TABELA
               CLOSE CEP-TABELA
               OPEN INPUT CEP-TABELA
           END-IF.

       0200-PROCESSAR.
           MOVE WRK-CPF TO CLIMA-CPF.
               NOT INVALID KEY
                   SET WRK-CLIENTE-OK TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT WRK-CLIENTE-OK
                   DISPLAY 'CLIENTE NAO CADASTRADO - CPF: ' WRK-CPF
                   MOVE 'CLIENTE NAO CADASTRADO' TO WRK-AUDIT-RESULTADO
                   MOVE 16 TO RETURN-CODE
               WHEN WRK-NUMERO NOT NUMERIC OR WRK-NUMERO = ZERO
                   DISPLAY 'NUMERO DE ENDERECO INVALIDO - NADA FOI '
                           'ALTERADO'
                   MOVE 'NUMERO DE ENDERECO INVALIDO'
                       TO WRK-AUDIT-RESULTADO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 0205-LOCALIZAR-PADRAO
                   PERFORM 0210-CAPTURAR-ENDERECO
           END-EVALUATE.

      ******************************* PERCORRE OS ENDERECOS JA
      ******************************* CADASTRADOS DO CPF, GUARDANDO O
      ******************************* NUMERO DO ENDERECO PADRAO
       0205-LOCALIZAR-PADRAO.
           MOVE ZERO TO WRK-NUMERO-PADRAO.
           MOVE 'N' TO WRK-EOF-SW.
           MOVE WRK-CPF TO CEND-CPF.
           MOVE ZERO    TO CEND-NUMERO.
           START CLIENTE-ENDERECO KEY >= CEND-CHAVE
               INVALID KEY SET WRK-FIM-ENDERECOS TO TRUE
           END-START.
           PERFORM 0206-LER-ENDERECO
               UNTIL WRK-FIM-ENDERECOS.

       0206-LER-ENDERECO.
           READ CLIENTE-ENDERECO NEXT
               AT END SET WRK-FIM-ENDERECOS TO TRUE
           END-READ.
           IF NOT WRK-FIM-ENDERECOS
               IF CEND-CPF NOT = WRK-CPF
                   SET WRK-FIM-ENDERECOS TO TRUE
               ELSE
                   IF CEND-E-PADRAO
                       MOVE CEND-NUMERO TO WRK-NUMERO-PADRAO
                   END-IF
               END-IF
           END-IF.

      ******************************* O ENDERECO E INFORMADO PELO CEP:
      ******************************* LOGRADOURO, CIDADE E UF VEM DA
      ******************************* TABELA DE CEP E CEP FORA DA
      ******************************* TABELA E RECUSADO
       0210-CAPTURAR-ENDERECO.
           MOVE 'N' TO WRK-ENDERECO-SW.
           MOVE WRK-CPF    TO CEND-CPF.
           MOVE WRK-NUMERO TO CEND-NUMERO.
           READ CLIENTE-ENDERECO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-ENDERECO-EXISTE TO TRUE
           END-READ.
           MOVE 'N' TO WRK-CEP-SW.
           DISPLAY 'CEP (8 DIGITOS, SEM TRACO)..'.
           ACCEPT WRK-CEP FROM CONSOLE.
           IF WRK-CEP IS NUMERIC
               MOVE WRK-CEP TO CEP-CODIGO
               READ CEP-TABELA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WRK-CEP-OK TO TRUE
               END-READ
           END-IF.
           IF WRK-CEP-OK
               PERFORM 0215-GRAVAR-ENDERECO
           ELSE
               DISPLAY 'CEP NAO CADASTRADO NA TABELA DE CEP - NADA '
                       'FOI ALTERADO: ' WRK-CEP
               MOVE 'CEP NAO CADASTRADO' TO WRK-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************* O PRIMEIRO ENDERECO DO CPF E
      ******************************* SEMPRE O PADRAO; O PADRAO SO MUDA
      ******************************* MARCANDO OUTRO ENDERECO COMO
      ******************************* PADRAO, QUE DESMARCA O ANTERIOR
       0215-GRAVAR-ENDERECO.
           DISPLAY 'LOGRADOURO..: ' CEP-LOGRADOURO.
           DISPLAY 'BAIRRO......: ' CEP-BAIRRO.
           DISPLAY 'CIDADE/UF...: ' CEP-CIDADE ' ' CEP-UF.
           DISPLAY 'ENDERECO PADRAO DE ENTREGA (S/N)..'.
           ACCEPT WRK-PADRAO FROM CONSOLE.
           IF WRK-NUMERO-PADRAO = ZERO
              OR WRK-NUMERO-PADRAO = WRK-NUMERO
               IF WRK-PADRAO NOT = 'S'
                   DISPLAY 'ENDERECO FICA COMO PADRAO - PARA TROCAR, '
                           'MARQUE OUTRO ENDERECO COMO PADRAO'
               END-IF
               MOVE 'S' TO WRK-PADRAO
           END-IF.
           IF WRK-PADRAO NOT = 'S'
               MOVE 'N' TO WRK-PADRAO
           END-IF.
           INITIALIZE CEND-REGISTRO.
           MOVE WRK-CPF    TO CEND-CPF.
           MOVE WRK-NUMERO TO CEND-NUMERO.
           MOVE WRK-PADRAO TO CEND-PADRAO.
           MOVE WRK-CEP    TO CEND-CEP.
           MOVE CEP-CIDADE TO CEND-CIDADE.
           MOVE CEP-UF     TO CEND-UF.
           DISPLAY 'NUMERO E COMPLEMENTO..'.
           ACCEPT WRK-COMPLEMENTO FROM CONSOLE.
           IF WRK-COMPLEMENTO = SPACES
               MOVE CEP-LOGRADOURO TO CEND-ENDERECO
           ELSE
               STRING CEP-LOGRADOURO DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      WRK-COMPLEMENTO DELIMITED BY '  '
                      INTO CEND-ENDERECO
               END-STRING
           END-IF.
           DISPLAY 'TELEFONE..'.
           ACCEPT CEND-TELEFONE FROM CONSOLE.
           DISPLAY 'E-MAIL (BRANCO = SEM E-MAIL)..'.
           ACCEPT CEND-EMAIL FROM CONSOLE.
           IF WRK-ENDERECO-EXISTE
               REWRITE CEND-REGISTRO
           ELSE
               WRITE CEND-REGISTRO
           END-IF.
           IF CEND-E-PADRAO
              AND WRK-NUMERO-PADRAO NOT = ZERO
              AND WRK-NUMERO-PADRAO NOT = WRK-NUMERO
               PERFORM 0220-DESMARCAR-PADRAO-ANTERIOR
           END-IF.
           DISPLAY 'ENDERECO GRAVADO - CPF: ' WRK-CPF
                   ' NUMERO: ' WRK-NUMERO ' PADRAO: ' WRK-PADRAO.
           MOVE 'ENDERECO DO CLIENTE GRAVADO' TO WRK-AUDIT-RESULTADO.

       0220-DESMARCAR-PADRAO-ANTERIOR.
           MOVE WRK-CPF           TO CEND-CPF.
           MOVE WRK-NUMERO-PADRAO TO CEND-NUMERO.
           READ CLIENTE-ENDERECO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO CEND-PADRAO
                   REWRITE CEND-REGISTRO
           END-READ.

       0300-FINALIZAR.
           CLOSE CLIENTE-MASTER.
           CLOSE CLIENTE-ENDERECO.
           CLOSE CEP-TABELA.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
           DISPLAY 'FINAL DE PROCESSAMENTO'.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE 'PROGCOB06E' TO AUDIT-PROGRAMA.
           MOVE WRK-CPF TO AUDIT-ENTRADA-CHAVE (01:11).
           MOVE WRK-NUMERO TO AUDIT-ENTRADA-CHAVE (13:02).
           MOVE WRK-AUDIT-RESULTADO TO AUDIT-RESULTADO.
           WRITE AUDIT-REGISTRO.
           CLOSE AUDITORIA-LOG.
