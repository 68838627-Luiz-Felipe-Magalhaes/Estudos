      *                 SILENCIO: E CONTADA, AVISADA NO LOG E NO
      *                 PAINEL DO CICLO, E O LOTE TERMINA COM RETURN
      *                 CODE 4 PARA O OPERADOR REPROCESSAR
      * 15/10/2026 FM - RESUMO TAMBEM SEPARADO PELO NUMERO DO ENDERECO
      *                 DE ENTREGA (RESUMD-ENDERECO), PARA O ICMS SAIR
      *                 PELA UF DO ENDERECO USADO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88  WRK-TB-ACHOU              VALUE 'S'.
       77  WRK-QTDE-GRUPOS           PIC 9(04) VALUE ZERO.
       77  WRK-QTDE-SEM-LUGAR        PIC 9(07) VALUE ZERO.
       77  WRK-ENDERECO-VENDA        PIC 9(02) VALUE ZERO.
       01  WRK-TABELA-GRUPOS.
           05  WRK-GRUPO OCCURS 1 TO 2000 TIMES
                         DEPENDING ON WRK-QTDE-GRUPOS.
               10  WRK-GR-PRODUTO        PIC X(10).
               10  WRK-GR-FILIAL         PIC X(04).
               10  WRK-GR-CPF            PIC X(11).
               10  WRK-GR-ENDERECO       PIC 9(02).
               10  WRK-GR-QTDE-VENDAS    PIC 9(05).
               10  WRK-GR-QTDE-UNIDADES  PIC 9(07).
               10  WRK-GR-VALOR          PIC 9(09)V99.
           PERFORM 0110-LER-HISTORICO.

       0210-ACUMULAR-GRUPO.
           IF HV-ENDERECO IS NUMERIC
               MOVE HV-ENDERECO TO WRK-ENDERECO-VENDA
           ELSE
               MOVE ZERO TO WRK-ENDERECO-VENDA
           END-IF.
           MOVE 'N' TO WRK-TB-SW.
           PERFORM 0211-COMPARAR-GRUPO
               VARYING WRK-TB-IDX FROM 1 BY 1
               MOVE HV-PRODUTO  TO WRK-GR-PRODUTO (WRK-QTDE-GRUPOS)
               MOVE HV-FILIAL   TO WRK-GR-FILIAL (WRK-QTDE-GRUPOS)
               MOVE HV-CPF      TO WRK-GR-CPF (WRK-QTDE-GRUPOS)
               MOVE WRK-ENDERECO-VENDA
                   TO WRK-GR-ENDERECO (WRK-QTDE-GRUPOS)
               MOVE 1 TO WRK-GR-QTDE-VENDAS (WRK-QTDE-GRUPOS)
               MOVE HV-QUANTIDADE
                   TO WRK-GR-QTDE-UNIDADES (WRK-QTDE-GRUPOS)
              AND WRK-GR-PRODUTO (WRK-TB-IDX) = HV-PRODUTO
              AND WRK-GR-FILIAL (WRK-TB-IDX) = HV-FILIAL
              AND WRK-GR-CPF (WRK-TB-IDX) = HV-CPF
              AND WRK-GR-ENDERECO (WRK-TB-IDX) = WRK-ENDERECO-VENDA
               SET WRK-TB-ACHOU TO TRUE
               ADD 1 TO WRK-GR-QTDE-VENDAS (WRK-TB-IDX)
               ADD HV-QUANTIDADE
           MOVE WRK-GR-PRODUTO (WRK-TB-IDX)  TO RESUMD-PRODUTO.
           MOVE WRK-GR-FILIAL (WRK-TB-IDX)   TO RESUMD-FILIAL.
           MOVE WRK-GR-CPF (WRK-TB-IDX)      TO RESUMD-CPF.
           MOVE WRK-GR-ENDERECO (WRK-TB-IDX) TO RESUMD-ENDERECO.
           MOVE WRK-GR-QTDE-VENDAS (WRK-TB-IDX)
               TO RESUMD-QTDE-VENDAS.
           MOVE WRK-GR-QTDE-UNIDADES (WRK-TB-IDX)
