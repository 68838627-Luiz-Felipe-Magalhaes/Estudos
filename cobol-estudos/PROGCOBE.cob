       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBE.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: ROTINA COMPARTILHADA DE BUSCA DO ENDERECO DE ENTREGA
      *           DO CLIENTE (CLIEND) - RECEBE O REGISTRO CPENDER COM O
      *           CPF E O NUMERO DO ENDERECO USADO NO PEDIDO/VENDA E
      *           DEVOLVE O REGISTRO COMPLETO. NUMERO ZERO (OU NAO
      *           CADASTRADO PARA O CPF) DEVOLVE O ENDERECO PADRAO DO
      *           CLIENTE E, SEM PADRAO MARCADO, O PRIMEIRO ENDERECO
      *           DO CPF. O INDICADOR DE RETORNO FICA 'N' QUANDO O CPF
      *           NAO TEM NENHUM ENDERECO. CHAMADA PELOS LOTES DE
      *           FRETE, ICMS, NF-E E AVISOS AO CLIENTE, NA MESMA
      *           CONVENCAO DE ROTINA COMPARTILHADA DO PROGCOBF
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - REGISTRO DO CLIEND AUMENTADO PELO CEP DO
      *                 ENDERECO (CEND-CEP)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-ENDERECO ASSIGN TO 'CLIEND'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENDF-CHAVE
               FILE STATUS IS WRK-FS-CEND.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-ENDERECO.
       01  ENDF-REGISTRO.
           05  ENDF-CHAVE.
               10  ENDF-CPF              PIC X(11).
               10  ENDF-NUMERO           PIC 9(02).
           05  ENDF-PADRAO               PIC X(01).
           05  ENDF-DADOS                PIC X(125).
       WORKING-STORAGE SECTION.
       77  WRK-FS-CEND              PIC X(02) VALUE '00'.
       77  WRK-CPF                  PIC X(11) VALUE SPACES.
       77  WRK-NUMERO               PIC 9(02) VALUE ZERO.
       77  WRK-EOF-SW               PIC X(01) VALUE 'N'.
           88  WRK-FIM-ENDERECOS        VALUE 'S'.
       LINKAGE SECTION.
           COPY CPENDER.
       01  LK-ENDERECO-SW            PIC X(01).
           88  LK-ENDERECO-ACHADO        VALUE 'S'.
       PROCEDURE DIVISION USING CEND-REGISTRO LK-ENDERECO-SW.
       0001-PRINCIPAL.
           MOVE 'N' TO LK-ENDERECO-SW.
           MOVE CEND-CPF TO WRK-CPF.
           IF CEND-NUMERO IS NUMERIC
               MOVE CEND-NUMERO TO WRK-NUMERO
           ELSE
               MOVE ZERO TO WRK-NUMERO
           END-IF.
           OPEN INPUT CLIENTE-ENDERECO.
           IF WRK-FS-CEND = '00'
               IF WRK-NUMERO > ZERO
                   PERFORM 0100-LER-NUMERO
               END-IF
               IF NOT LK-ENDERECO-ACHADO
                   PERFORM 0200-BUSCAR-PADRAO
               END-IF
               CLOSE CLIENTE-ENDERECO
           END-IF.
           IF NOT LK-ENDERECO-ACHADO
               INITIALIZE CEND-REGISTRO
               MOVE WRK-CPF    TO CEND-CPF
               MOVE WRK-NUMERO TO CEND-NUMERO
           END-IF.
           GOBACK.

      ******************************* ENDERECO INFORMADO NO PEDIDO
       0100-LER-NUMERO.
           MOVE WRK-CPF    TO ENDF-CPF.
           MOVE WRK-NUMERO TO ENDF-NUMERO.
           READ CLIENTE-ENDERECO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ENDF-REGISTRO TO CEND-REGISTRO
                   SET LK-ENDERECO-ACHADO TO TRUE
           END-READ.

      ******************************* PERCORRE OS ENDERECOS DO CPF
      ******************************* ATE O PADRAO, GUARDANDO O
      ******************************* PRIMEIRO PARA O CASO DE NENHUM
      ******************************* ESTAR MARCADO
       0200-BUSCAR-PADRAO.
           MOVE 'N' TO WRK-EOF-SW.
           MOVE WRK-CPF TO ENDF-CPF.
           MOVE ZERO    TO ENDF-NUMERO.
           START CLIENTE-ENDERECO KEY >= ENDF-CHAVE
               INVALID KEY SET WRK-FIM-ENDERECOS TO TRUE
           END-START.
           PERFORM 0210-LER-ENDERECO
               UNTIL WRK-FIM-ENDERECOS.

       0210-LER-ENDERECO.
           READ CLIENTE-ENDERECO NEXT
               AT END SET WRK-FIM-ENDERECOS TO TRUE
           END-READ.
           IF NOT WRK-FIM-ENDERECOS
               IF ENDF-CPF NOT = WRK-CPF
                   SET WRK-FIM-ENDERECOS TO TRUE
               ELSE
                   IF ENDF-PADRAO = 'S' OR NOT LK-ENDERECO-ACHADO
                       MOVE ENDF-REGISTRO TO CEND-REGISTRO
                       SET LK-ENDERECO-ACHADO TO TRUE
                   END-IF
                   IF ENDF-PADRAO = 'S'
                       SET WRK-FIM-ENDERECOS TO TRUE
                   END-IF
               END-IF
           END-IF.
