      * DATA   = 02/09/2026
      * HISTORICO DE ALTERACOES
      * 02/09/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - INCLUIDA A APLICACAO NO PRODMAST DAS PROPOSTAS
      *                 DE PONTO DE PEDIDO E LOTE DE REPOSICAO APROVADAS
      *                 PELO COMPRADOR (PROGCOB43V), COM O JORNAL DE
      *                 ALTERACAO DE CADA CAMPO (PROGCOBG)
      * 15/10/2026 FM - INCLUIDA A APLICACAO NO CLIMA01 DOS NOVOS
      *                 LIMITES DE CREDITO APROVADOS PELO ANALISTA
      *                 (PROGCOB51V), COM O JORNAL DE ALTERACAO
      * 15/10/2026 FM - PENDENCIA DO OPERTAB COM PEND-CAMPO 'AUT-' +
      *                 AREA (REVOGACAO DO PROGCOB59R) MUDA SO A
      *                 AUTORIZACAO DA AREA NA LINHA ATUAL; CAMPO
      *                 DESCONHECIDO E REJEITADO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WRK-FS-OPER.
           SELECT PRODUTO-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PROD.
           SELECT CLIENTE-MASTER ASSIGN TO 'CLIMA01'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIMA-CPF
               FILE STATUS IS WRK-FS-CLIMA.
           SELECT AUDITORIA-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           COPY CPPENDALT.
       FD  OPERADORES-MASTER.
           COPY CPOPERAD.
       FD  PRODUTO-MASTER.
           COPY CPPROD.
       FD  CLIENTE-MASTER.
           COPY CPCLIMA.
       FD  AUDITORIA-LOG.
           COPY CPAUDIT.
       WORKING-STORAGE SECTION.
           COPY CPJORNAL.
       77  WRK-FS-PEND               PIC X(02) VALUE '00'.
       77  WRK-FS-OPER               PIC X(02) VALUE '00'.
       77  WRK-FS-AUDIT              PIC X(02) VALUE '00'.
       77  WRK-FS-PROD               PIC X(02) VALUE '00'.
       77  WRK-FS-CLIMA              PIC X(02) VALUE '00'.
       77  WRK-APROVADOR             PIC X(08) VALUE SPACES.
       77  WRK-APROVADOR-OK-SW       PIC X(01) VALUE 'N'.
           88  WRK-APROVADOR-OK          VALUE 'S'.
       77  WRK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO           VALUE 'S'.
       77  WRK-CAMPO-OK-SW           PIC X(01) VALUE 'N'.
           88  WRK-CAMPO-OK              VALUE 'S'.
       77  WRK-DECISAO-SW            PIC X(01) VALUE SPACES.
           88  WRK-DECISAO-APLICA        VALUE 'A'.
           88  WRK-DECISAO-REJEITA       VALUE 'R'.
       77  WRK-QTDE-REJEITADAS       PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-PULADAS          PIC 9(05) VALUE ZERO.
       77  WRK-ID-ALVO               PIC X(08) VALUE SPACES.
       01  WRK-LIMITE-NOVO           PIC 9(07)V99 VALUE ZERO.
       01  WRK-LIMITE-NOVO-X REDEFINES WRK-LIMITE-NOVO
                                     PIC X(09).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
               SET WRK-FIM-ARQUIVO TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O PRODUTO-MASTER
               OPEN I-O CLIENTE-MASTER
               OPEN I-O FILA-PENDENCIAS
               IF WRK-FS-PEND = '35'
                   DISPLAY 'SEM PENDENCIAS DE DUPLO CONTROLE'
           END-IF.

       0220-APLICAR-PENDENCIA.
           EVALUATE PEND-ARQUIVO
               WHEN 'OPERTAB'
                   PERFORM 0225-APLICAR-NO-OPERTAB
               WHEN 'PRODMAST'
                   PERFORM 0226-APLICAR-NO-PRODMAST
               WHEN 'CLIMA01'
                   PERFORM 0227-APLICAR-NO-CLIMA
               WHEN OTHER
                   DISPLAY 'ARQUIVO SEM APLICACAO POR ESTA FILA - USE '
                           'O PASSO DE APLICACAO PROPRIO: '
                           PEND-ARQUIVO
                   ADD 1 TO WRK-QTDE-PULADAS
           END-EVALUATE.

      ******************************* 'OPER-AUTORIZACOES' (PROGCOBO)
      ******************************* TRAZ A LINHA INTEIRA; 'AUT-' +
      ******************************* AREA (REVOGACAO DO PROGCOB59R)
      ******************************* MUDA SO A AUTORIZACAO DA AREA NA
      ******************************* LINHA ATUAL DO OPERTAB
       0225-APLICAR-NO-OPERTAB.
           MOVE PEND-CHAVE (01:08) TO WRK-ID-ALVO.
           MOVE WRK-ID-ALVO TO OPER-ID.
                           WRK-ID-ALVO
                   PERFORM 0230-REJEITAR-PENDENCIA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CAMPO-OK-SW
                   EVALUATE PEND-CAMPO
                       WHEN 'OPER-AUTORIZACOES'
                           PERFORM 0228-APLICAR-LINHA-OPERADOR
                       WHEN 'AUT-CLIENTES'
                           MOVE PEND-VALOR-NOVO (01:01)
                               TO OPER-AUT-CLIENTES
                       WHEN 'AUT-VENDAS'
                           MOVE PEND-VALOR-NOVO (01:01)
                               TO OPER-AUT-VENDAS
                       WHEN 'AUT-FRETE'
                           MOVE PEND-VALOR-NOVO (01:01)
                               TO OPER-AUT-FRETE
                       WHEN 'AUT-FUNCIONARIOS'
                           MOVE PEND-VALOR-NOVO (01:01)
                               TO OPER-AUT-FUNCIONARIOS
                       WHEN 'AUT-FOLHA'
                           MOVE PEND-VALOR-NOVO (01:01)
                               TO OPER-AUT-FOLHA
                       WHEN 'AUT-TABUADA'
                           MOVE PEND-VALOR-NOVO (01:01)
                               TO OPER-AUT-TABUADA
                       WHEN 'AUT-ACADEMICO'
                           MOVE PEND-VALOR-NOVO (01:01)
                               TO OPER-AUT-ACADEMICO
                       WHEN 'AUT-UTILITARIOS'
                           MOVE PEND-VALOR-NOVO (01:01)
                               TO OPER-AUT-UTILITARIOS
                       WHEN OTHER
                           MOVE 'N' TO WRK-CAMPO-OK-SW
                   END-EVALUATE
                   IF WRK-CAMPO-OK
                       REWRITE OPER-REGISTRO
                       SET PEND-STATUS-APLICADA TO TRUE
                       MOVE WRK-APROVADOR TO PEND-APROVADOR
                       REWRITE PEND-REGISTRO
                       ADD 1 TO WRK-QTDE-APLICADAS
                       DISPLAY 'PENDENCIA APLICADA NO OPERTAB'
                   ELSE
                       DISPLAY 'CAMPO DO OPERTAB DESCONHECIDO: '
                               PEND-CAMPO
                       PERFORM 0230-REJEITAR-PENDENCIA
                   END-IF
           END-READ.

       0228-APLICAR-LINHA-OPERADOR.
           MOVE PEND-VALOR-NOVO (01:01) TO OPER-AUT-CLIENTES.
           MOVE PEND-VALOR-NOVO (02:01) TO OPER-AUT-VENDAS.
           MOVE PEND-VALOR-NOVO (03:01) TO OPER-AUT-FRETE.
           MOVE PEND-VALOR-NOVO (04:01) TO OPER-AUT-FUNCIONARIOS.
           MOVE PEND-VALOR-NOVO (05:01) TO OPER-AUT-FOLHA.
           MOVE PEND-VALOR-NOVO (06:01) TO OPER-AUT-TABUADA.
           MOVE PEND-VALOR-NOVO (07:01) TO OPER-AUT-ACADEMICO.
           MOVE PEND-VALOR-NOVO (08:01) TO OPER-AUT-UTILITARIOS.
           MOVE PEND-VALOR-NOVO (09:01) TO OPER-STATUS.

      ******************************* PROPOSTA DE REPOSICAO APROVADA
      ******************************* PELO COMPRADOR (PROGCOB43V): NOVO
      ******************************* PONTO DE PEDIDO NAS POSICOES 1-5
      ******************************* E NOVO LOTE NAS POSICOES 6-10,
      ******************************* CADA CAMPO COM O SEU JORNAL
       0226-APLICAR-NO-PRODMAST.
           MOVE PEND-CHAVE (01:10) TO PROD-CODIGO.
           READ PRODUTO-MASTER
               INVALID KEY
                   DISPLAY 'PRODUTO ALVO NAO ENCONTRADO: '
                           PEND-CHAVE (01:10)
                   PERFORM 0230-REJEITAR-PENDENCIA
               NOT INVALID KEY
                   INITIALIZE JORN-REGISTRO
                   MOVE 'PRODMAST' TO JORN-ARQUIVO
                   MOVE PROD-CODIGO TO JORN-CHAVE (01:10)
                   MOVE 'PROD-PONTO-PEDIDO' TO JORN-CAMPO
                   MOVE PROD-PONTO-PEDIDO TO JORN-VALOR-ANTES
                   MOVE PEND-VALOR-NOVO (01:05) TO JORN-VALOR-DEPOIS
                   MOVE 'PROGCOBP' TO JORN-PROGRAMA
                   CALL 'PROGCOBG' USING JORN-REGISTRO
                   MOVE 'PROD-LOTE-REPOSICAO' TO JORN-CAMPO
                   MOVE PROD-LOTE-REPOSICAO TO JORN-VALOR-ANTES
                   MOVE PEND-VALOR-NOVO (06:05) TO JORN-VALOR-DEPOIS
                   CALL 'PROGCOBG' USING JORN-REGISTRO
                   MOVE PEND-VALOR-NOVO (01:05) TO PROD-PONTO-PEDIDO
                   MOVE PEND-VALOR-NOVO (06:05) TO PROD-LOTE-REPOSICAO
                   REWRITE PROD-REGISTRO
                   SET PEND-STATUS-APLICADA TO TRUE
                   MOVE WRK-APROVADOR TO PEND-APROVADOR
                   REWRITE PEND-REGISTRO
                   ADD 1 TO WRK-QTDE-APLICADAS
                   DISPLAY 'PENDENCIA APLICADA NO PRODMAST'
           END-READ.

      ******************************* NOVO LIMITE DE CREDITO APROVADO
      ******************************* PELO ANALISTA (PROGCOB51V) NAS
      ******************************* POSICOES 1-9, COM O JORNAL
       0227-APLICAR-NO-CLIMA.
           MOVE PEND-CHAVE (01:11) TO CLIMA-CPF.
           READ CLIENTE-MASTER
               INVALID KEY
                   DISPLAY 'CLIENTE ALVO NAO ENCONTRADO: '
                           PEND-CHAVE (01:11)
                   PERFORM 0230-REJEITAR-PENDENCIA
               NOT INVALID KEY
                   MOVE PEND-VALOR-NOVO (01:09) TO WRK-LIMITE-NOVO-X
                   INITIALIZE JORN-REGISTRO
                   MOVE 'CLIMA01' TO JORN-ARQUIVO
                   MOVE CLIMA-CPF TO JORN-CHAVE (01:11)
                   MOVE 'CLIMA-LIMITE-CREDITO' TO JORN-CAMPO
                   MOVE CLIMA-LIMITE-CREDITO TO JORN-VALOR-ANTES
                   MOVE WRK-LIMITE-NOVO TO JORN-VALOR-DEPOIS
                   MOVE 'PROGCOBP' TO JORN-PROGRAMA
                   MOVE WRK-APROVADOR TO JORN-OPERADOR
                   CALL 'PROGCOBG' USING JORN-REGISTRO
                   MOVE WRK-LIMITE-NOVO TO CLIMA-LIMITE-CREDITO
                   REWRITE CLIMA-REGISTRO
                   SET PEND-STATUS-APLICADA TO TRUE
                   MOVE WRK-APROVADOR TO PEND-APROVADOR
                   REWRITE PEND-REGISTRO
                   ADD 1 TO WRK-QTDE-APLICADAS
                   DISPLAY 'PENDENCIA APLICADA NO CLIMA01'
           END-READ.

       0230-REJEITAR-PENDENCIA.
           IF WRK-FS-PEND NOT = '35' AND WRK-APROVADOR-OK
               CLOSE FILA-PENDENCIAS
           END-IF.
           IF WRK-APROVADOR-OK
               CLOSE PRODUTO-MASTER
               CLOSE CLIENTE-MASTER
           END-IF.
           CLOSE OPERADORES-MASTER.
           PERFORM 0310-GRAVAR-AUDITORIA.
           DISPLAY '----------------'.
