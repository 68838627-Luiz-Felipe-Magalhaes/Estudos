      *                 DE SER DESPACHADA, EM VEZ DE QUALQUER UM QUE
      *                 CHEGUE AO CONSOLE CONSEGUIR RODAR QUALQUER
      *                 FUNCAO DO SISTEMA
      * 15/10/2026 FM - INCLUIDA A OPCAO 28, PARA O EXTRATO DE CREDITO
      *                 DE LOJA DO CLIENTE (PROGCOB40E)
      * 15/10/2026 FM - INCLUIDA A OPCAO 29, PARA A RENTABILIDADE MENSAL
      *                 POR CLIENTE (PROGCOB41P), NA AREA DE VENDAS
      * 15/10/2026 FM - INCLUIDA A OPCAO 30, PARA A CLASSIFICACAO ABC E
      *                 ESTOQUE PARADO (PROGCOB42A), NA AREA DE VENDAS
      * 15/10/2026 FM - INCLUIDAS AS OPCOES 31 E 32, PARA O RECALCULO
      *                 DO PONTO DE PEDIDO (PROGCOB43R) E A REVISAO DAS
      *                 PROPOSTAS PELO COMPRADOR (PROGCOB43V), NA AREA
      *                 DE VENDAS
      * 15/10/2026 FM - INCLUIDAS AS OPCOES 33 E 34, PARA O EMBARQUE
      *                 (PROGCOB44T) E O RECEBIMENTO (PROGCOB44R) DE
      *                 TRANSFERENCIA DE ESTOQUE ENTRE FILIAIS, NA AREA
      *                 DE VENDAS
      * 15/10/2026 FM - INCLUIDAS A OPCAO 35, CAPTURA DO NUMERO DE SERIE
      *                 NA VENDA (PROGCOB45S), NA AREA DE VENDAS, E A
      *                 OPCAO 36, ATENDIMENTO DE GARANTIA/RMA
      *                 (PROGCOB45R), NA AREA DE CLIENTES
      * 15/10/2026 FM - INCLUIDA A OPCAO 37, DEVOLUCAO DE MERCADORIA AO
      *                 FORNECEDOR COM NOTA DE DEBITO (PROGCOB46D), NA
      *                 AREA DE VENDAS
      * 15/10/2026 FM - INCLUIDAS AS OPCOES 38, CAPTURA DA FATURA DO
      *                 FORNECEDOR (PROGCOB47N), E 39, FILA DE EXCECOES
      *                 DO CONFRONTO PEDIDO X RECEBIMENTO X FATURA
      *                 (PROGCOB47X), NA AREA DE VENDAS
      * 15/10/2026 FM - INCLUIDA A OPCAO 40, LOTE DE PAGAMENTO DO
      *                 CONTAS A PAGAR COM REMESSA AO BANCO
      *                 (PROGCOB48P), NA AREA DE VENDAS
      * 15/10/2026 FM - INCLUIDA A OPCAO 41, PROVISAO PARA DEVEDORES
      *                 DUVIDOSOS E BAIXA DE CREDITO INCOBRAVEL
      *                 (PROGCOB50P), NA AREA DE VENDAS
      * 15/10/2026 FM - INCLUIDAS AS OPCOES 42 E 43, PARA A REVISAO DO
      *                 LIMITE DE CREDITO PELO COMPORTAMENTO
      *                 (PROGCOB51L) E A REVISAO DAS PROPOSTAS PELO
      *                 ANALISTA (PROGCOB51V), NA AREA DE CLIENTES
      * 15/10/2026 FM - INCLUIDAS AS OPCOES 44 E 45, PARA A DIGITACAO
      *                 DE LANCAMENTO CONTABIL MANUAL (PROGCOB52L) E A
      *                 APROVACAO POR UM SEGUNDO OPERADOR (PROGCOB52A),
      *                 NA AREA DE UTILITARIOS
      * 15/10/2026 FM - INCLUIDAS AS OPCOES 46 E 47, PARA O CADASTRO DO
      *                 ATIVO IMOBILIZADO (PROGCOB53M) E A DEPRECIACAO
      *                 MENSAL (PROGCOB53D), NA AREA DE UTILITARIOS
      * 15/10/2026 FM - NOVA OPCAO 48 PARA A TRANSFERENCIA ENTRE CONTAS
      *                 BANCARIAS (PROGCOB55T), NA AREA DE UTILITARIOS
      * 15/10/2026 FM - NOVA OPCAO 49 PARA A ANTECIPACAO DE RECEBIVEIS
      *                 (PROGCOB56A), NA AREA DE UTILITARIOS
      * 15/10/2026 FM - NOVA OPCAO 50 PARA A CONFIRMACAO DE COLETA DO
      *                 ROMANEIO DE CARGA (PROGCOB12K), NA AREA DE FRETE
      * 15/10/2026 FM - NOVA OPCAO 51 PARA O CONSENTIMENTO DE MARKETING
      *                 DO CLIENTE (PROGCOB06C), NA AREA DE CLIENTES
      * 15/10/2026 FM - NOVA OPCAO 52 PARA O AFASTAMENTO DE FUNCIONARIO
      *                 (PROGCOB31L), NA AREA DE FUNCIONARIOS
      * 15/10/2026 FM - NOVA OPCAO 53 PARA O PEDIDO E A FILA DE
      *                 APROVACAO DE REEMBOLSO DE DESPESAS (PROGCOB58),
      *                 NA AREA DE FUNCIONARIOS
      * 15/10/2026 FM - NOVA OPCAO 54 PARA O DIARIO DE NOTAS DO
      *                 PROFESSOR E A FILA DO COORDENADOR (PROGCOB16L),
      *                 NA AREA ACADEMICA
      * 15/10/2026 FM - NOVA OPCAO 55 PARA O CADASTRO DE BOLSAS DE
      *                 ESTUDO (PROGCOB36C), NA AREA ACADEMICA
      * 15/10/2026 FM - NOVA OPCAO 56 PARA O ACORDO DE PARCELAMENTO DE
      *                 MENSALIDADES VENCIDAS (PROGCOB36N), NA AREA
      *                 ACADEMICA
      * 15/10/2026 FM - NOVA OPCAO 57 PARA A TRANSFERENCIA DE ALUNO
      *                 ENTRE TURMAS (PROGCOB16X), NA AREA ACADEMICA
      * 15/10/2026 FM - NOVA OPCAO 58 PARA O LANCAMENTO DE FALTA DE
      *                 PROFESSOR COM ESCOLHA DO SUBSTITUTO
      *                 (PROGCOB37F), NA AREA ACADEMICA
      * 15/10/2026 FM - NOVAS OPCOES 59, RELATORIO DE SEGREGACAO DE
      *                 FUNCOES (PROGCOB59S), NA AREA DE UTILITARIOS, E
      *                 60, RECERTIFICACAO TRIMESTRAL DE ACESSOS PELO
      *                 DONO DA AREA (PROGCOB59R), LIBERADA A QUALQUER
      *                 OPERADOR ATIVO PORQUE O PROPRIO PROGRAMA CONFERE
      *                 O DONO NO SODPAR
      * 15/10/2026 FM - NOVA OPCAO 61 PARA A CONSULTA AOS ARQUIVOS
      *                 ARQUIVADOS PELO EXPURGO, PELO CATALOGO DE
      *                 GERACOES (PROGCOBH), NA AREA DE UTILITARIOS
      * 15/10/2026 FM - NOVA OPCAO 62 PARA A VALIDACAO PRE-TRANSMISSAO
      *                 DOS ARQUIVOS QUE SAEM DA EMPRESA (PROGCOBZ), NA
      *                 AREA DE UTILITARIOS
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DISPLAY '25 - CONSULTA DA TRILHA DE AUDITORIA (PROGCOBQ)'.
           DISPLAY '26 - CORRECAO/REENVIO DE REJEITOS  (PROGCOBR)'.
           DISPLAY '27 - DUPLO CONTROLE DE ALTERACOES  (PROGCOBP)'.
           DISPLAY '28 - EXTRATO DE CREDITO DE LOJA    (PROGCOB40E)'.
           DISPLAY '29 - RENTABILIDADE POR CLIENTE     (PROGCOB41P)'.
           DISPLAY '30 - CLASSIFICACAO ABC/EST. PARADO (PROGCOB42A)'.
           DISPLAY '31 - RECALCULO DO PONTO DE PEDIDO  (PROGCOB43R)'.
           DISPLAY '32 - REVISAO PROPOSTAS REPOSICAO   (PROGCOB43V)'.
           DISPLAY '33 - EMBARQUE TRANSF. ENTRE FILIAIS(PROGCOB44T)'.
           DISPLAY '34 - RECEBIMENTO DE TRANSFERENCIA  (PROGCOB44R)'.
           DISPLAY '35 - NUMERO DE SERIE NA VENDA      (PROGCOB45S)'.
           DISPLAY '36 - ATENDIMENTO GARANTIA/RMA      (PROGCOB45R)'.
           DISPLAY '37 - DEVOLUCAO AO FORNECEDOR       (PROGCOB46D)'.
           DISPLAY '38 - CAPTURA DE FATURA FORNECEDOR  (PROGCOB47N)'.
           DISPLAY '39 - EXCECOES PEDIDO/RECEB./FATURA (PROGCOB47X)'.
           DISPLAY '40 - PAGAMENTO DO CONTAS A PAGAR   (PROGCOB48P)'.
           DISPLAY '41 - PDD/BAIXA DE CREDITO INCOBR.  (PROGCOB50P)'.
           DISPLAY '42 - REVISAO DO LIMITE DE CREDITO  (PROGCOB51L)'.
           DISPLAY '43 - REVISAO PROPOSTAS DE LIMITE   (PROGCOB51V)'.
           DISPLAY '44 - LANCAMENTO CONTABIL MANUAL    (PROGCOB52L)'.
           DISPLAY '45 - APROVACAO DE LANCTO MANUAL    (PROGCOB52A)'.
           DISPLAY '46 - CADASTRO DO ATIVO IMOBILIZADO (PROGCOB53M)'.
           DISPLAY '47 - DEPRECIACAO MENSAL DO IMOBIL. (PROGCOB53D)'.
           DISPLAY '48 - TRANSFERENCIA ENTRE CONTAS    (PROGCOB55T)'.
           DISPLAY '49 - ANTECIPACAO DE RECEBIVEIS     (PROGCOB56A)'.
           DISPLAY '50 - CONFIRMACAO DE COLETA/ROMAN.  (PROGCOB12K)'.
           DISPLAY '51 - CONSENTIMENTO DE MARKETING    (PROGCOB06C)'.
           DISPLAY '52 - AFASTAMENTO DE FUNCIONARIO    (PROGCOB31L)'.
           DISPLAY '53 - REEMBOLSO DE DESPESAS         (PROGCOB58)'.
           DISPLAY '54 - DIARIO DE NOTAS DO PROFESSOR  (PROGCOB16L)'.
           DISPLAY '55 - CADASTRO DE BOLSAS DE ESTUDO  (PROGCOB36C)'.
           DISPLAY '56 - ACORDO DE MENSALIDADES        (PROGCOB36N)'.
           DISPLAY '57 - TRANSFERENCIA DE TURMA        (PROGCOB16X)'.
           DISPLAY '58 - FALTA DE PROFESSOR/SUBSTITUTO (PROGCOB37F)'.
           DISPLAY '59 - SEGREGACAO DE FUNCOES         (PROGCOB59S)'.
           DISPLAY '60 - RECERTIFICACAO DE ACESSOS     (PROGCOB59R)'.
           DISPLAY '61 - CONSULTA AOS ARQUIVADOS       (PROGCOBH)'.
           DISPLAY '62 - VALIDACAO PRE-TRANSMISSAO     (PROGCOBZ)'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY '============================================'.
           DISPLAY 'OPCAO: '.
           MOVE 'N' TO WRK-AUTORIZADO-SW.
           EVALUATE WRK-OPCAO
               WHEN 1  WHEN 7  WHEN 8  WHEN 9  WHEN 10
               WHEN 28 WHEN 36 WHEN 42 WHEN 43 WHEN 51
                   IF WRK-AUTORIZADO-CLIENTES
                       SET WRK-AUTORIZADO TO TRUE
                   END-IF
               WHEN 2  WHEN 11 WHEN 12 WHEN 29 WHEN 30
               WHEN 31 WHEN 32 WHEN 33 WHEN 34 WHEN 35
               WHEN 37 WHEN 38 WHEN 39 WHEN 40 WHEN 41
                   IF WRK-AUTORIZADO-VENDAS
                       SET WRK-AUTORIZADO TO TRUE
                   END-IF
               WHEN 3  WHEN 13 WHEN 14 WHEN 15 WHEN 16
               WHEN 50
                   IF WRK-AUTORIZADO-FRETE
                       SET WRK-AUTORIZADO TO TRUE
                   END-IF
               WHEN 4  WHEN 17 WHEN 19 WHEN 20 WHEN 21 WHEN 52
               WHEN 53
                   IF WRK-AUTORIZADO-FUNCIONARIOS
                       SET WRK-AUTORIZADO TO TRUE
                   END-IF
                   IF WRK-AUTORIZADO-TABUADA
                       SET WRK-AUTORIZADO TO TRUE
                   END-IF
               WHEN 22 WHEN 23 WHEN 54 WHEN 55 WHEN 56
               WHEN 57 WHEN 58
                   IF WRK-AUTORIZADO-ACADEMICO
                       SET WRK-AUTORIZADO TO TRUE
                   END-IF
               WHEN 24 WHEN 25 WHEN 26 WHEN 27 WHEN 44
               WHEN 45 WHEN 46 WHEN 47 WHEN 48 WHEN 49
               WHEN 59 WHEN 61 WHEN 62
                   IF WRK-AUTORIZADO-UTILITARIOS
                       SET WRK-AUTORIZADO TO TRUE
                   END-IF
      ******************************* A RECERTIFICACAO CONFERE O DONO
      ******************************* DA AREA NO PROPRIO PROGRAMA
               WHEN 60
                   SET WRK-AUTORIZADO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
                   CALL 'PROGCOBR'
               WHEN 27
                   CALL 'PROGCOBP'
               WHEN 28
                   CALL 'PROGCOB40E'
               WHEN 29
                   CALL 'PROGCOB41P'
               WHEN 30
                   CALL 'PROGCOB42A'
               WHEN 31
                   CALL 'PROGCOB43R'
               WHEN 32
                   CALL 'PROGCOB43V'
               WHEN 33
                   CALL 'PROGCOB44T'
               WHEN 34
                   CALL 'PROGCOB44R'
               WHEN 35
                   CALL 'PROGCOB45S'
               WHEN 36
                   CALL 'PROGCOB45R'
               WHEN 37
                   CALL 'PROGCOB46D'
               WHEN 38
                   CALL 'PROGCOB47N'
               WHEN 39
                   CALL 'PROGCOB47X'
               WHEN 40
                   CALL 'PROGCOB48P'
               WHEN 41
                   CALL 'PROGCOB50P'
               WHEN 42
                   CALL 'PROGCOB51L'
               WHEN 43
                   CALL 'PROGCOB51V'
               WHEN 44
                   CALL 'PROGCOB52L'
               WHEN 45
                   CALL 'PROGCOB52A'
               WHEN 46
                   CALL 'PROGCOB53M'
               WHEN 47
                   CALL 'PROGCOB53D'
               WHEN 48
                   CALL 'PROGCOB55T'
               WHEN 49
                   CALL 'PROGCOB56A'
               WHEN 50
                   CALL 'PROGCOB12K'
               WHEN 51
                   CALL 'PROGCOB06C'
               WHEN 52
                   CALL 'PROGCOB31L'
               WHEN 53
                   CALL 'PROGCOB58'
               WHEN 54
                   CALL 'PROGCOB16L'
               WHEN 55
                   CALL 'PROGCOB36C'
               WHEN 56
                   CALL 'PROGCOB36N'
               WHEN 57
                   CALL 'PROGCOB16X'
               WHEN 58
                   CALL 'PROGCOB37F'
               WHEN 59
                   CALL 'PROGCOB59S'
               WHEN 60
                   CALL 'PROGCOB59R'
               WHEN 61
                   CALL 'PROGCOBH'
               WHEN 62
                   CALL 'PROGCOBZ'
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
