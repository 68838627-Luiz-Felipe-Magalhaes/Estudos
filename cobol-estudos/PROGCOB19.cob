      *                 NOTURNO (PROGCOBN) SEM ENCERRAR O RUN UNIT
      *                 INTEIRO, NA MESMA CONVENCAO JA USADA PELO
      *                 MENU (PROGCOBM)
      * 15/10/2026 FM - VENDA-REGISTRO PASSA A VIR DO COPYBOOK CPVENDA;
      *                 O CABECALHO DE PEDIDO COM VARIOS ITENS (SEM
      *                 VALOR) NAO E CONTADO COMO VENDA - SO OS ITENS E
      *                 AS VENDAS AVULSAS
      * 15/10/2026 FM - O DESCONTO DE FALTAS E DSR (TIPO F DO FOLHAEXT)
      *                 E SUBTRAIDO DO TOTAL DA FOLHA
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
           COPY CPVENDA.
       FD  FRETE-CALCULADO.
           COPY CPFCAL.
       FD  FOLHA-EXTRATO.
       77  WRK-QTDE-FRETES           PIC 9(05) VALUE ZERO.
       77  WRK-TOTAL-FRETES          PIC 9(07)V99 VALUE ZERO.
       77  WRK-QTDE-REAJUSTES        PIC 9(05) VALUE ZERO.
       77  WRK-TOTAL-REAJUSTES       PIC S9(07)V99 VALUE ZERO.
       77  WRK-QTDE-ALUNOS           PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-APROVADOS        PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-RECUPERACAO      PIC 9(05) VALUE ZERO.
           END-READ.

       0212-ACUMULAR-VENDA.
           IF NOT VENDA-REG-CABECALHO
               ADD 1 TO WRK-QTDE-VENDAS
               ADD VENDA-VALOR TO WRK-TOTAL-VENDAS
           END-IF.
           PERFORM 0211-LER-VENDA.

      ******************************* TOTAIS DO LOTE DE FRETE

       0232-ACUMULAR-FOLHA.
           ADD 1 TO WRK-QTDE-REAJUSTES.
           IF FOLHA-MOV-FALTAS
               SUBTRACT FOLHA-VALOR-AUMENTO FROM WRK-TOTAL-REAJUSTES
           ELSE
               ADD FOLHA-VALOR-AUMENTO TO WRK-TOTAL-REAJUSTES
           END-IF.
           PERFORM 0231-LER-FOLHA.

      ******************************* TOTAIS DO BOLETIM DE TURMA
