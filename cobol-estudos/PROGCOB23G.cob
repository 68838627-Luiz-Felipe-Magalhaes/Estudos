      * OBJETIVO: GERAR O CONTAS A RECEBER EM ABERTO (CONTAS-RECEBER)
      *           A PARTIR DO FECHAMENTO DE VENDAS DO DIA - PARA CADA
      *           VENDA DO HISTORICO (HISTVENDA) COM DATA DE HOJE,
      *           GRAVA A PARTE EM CREDIARIO EM PARCELAS MENSAIS
      *           (A PRIMEIRA COM VENCIMENTO EM 30 DIAS) COM O
      *           NUMERO DA NOTA FISCAL COMO DOCUMENTO, NUMERADA PELO
      *           PONTO DE CONTROLE CHECKCR (CONVENCAO DO CHECKNF),
      *           PARA A PROJECAO DE CAIXA (PROGCOB23) E A BAIXA DE
      *                 NOTURNO (PROGCOBN) SEM ENCERRAR O RUN UNIT
      *                 INTEIRO, NA MESMA CONVENCAO JA USADA PELO
      *                 MENU (PROGCOBM)
      * 15/10/2026 FM - AS LINHAS DO HISTORICO DE UMA MESMA NOTA FISCAL
      *                 (PEDIDO COM VARIOS ITENS, GRAVADAS EM SEQUENCIA
      *                 PELO PROGCOB09/09A) SAO SOMADAS E GERAM UMA SO
      *                 PARCELA COM O TOTAL DA NOTA, EM VEZ DE UMA
      *                 PARCELA POR ITEM
      * 15/10/2026 FM - SO A PARTE DA NOTA PAGA EM CREDIARIO (HV-PAGTO
      *                 COM FORMA R) GERA A RECEBER, DIVIDIDA NO NUMERO
      *                 DE PARCELAS INFORMADO NA VENDA, UMA A CADA 30
      *                 DIAS; NOTA PAGA SO EM DINHEIRO, CARTAO OU PONTOS
      *                 NAO GERA PARCELA. LINHA ANTIGA SEM A LISTA DE
      *                 FORMAS CONTINUA GERANDO UMA PARCELA PELO VALOR
      *                 TODO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-QTDE-PARCELAS         PIC 9(05) VALUE ZERO.
       77  WRK-PRAZO-PADRAO-DIAS     PIC 9(03) VALUE 30.
       77  WRK-DIAS-EPOCA            PIC 9(08) VALUE ZERO.
       77  WRK-NOTA-SW               PIC X(01) VALUE 'N'.
           88  WRK-HA-NOTA-ABERTA        VALUE 'S'.
       77  WRK-NOTA-NUMERO           PIC 9(08) VALUE ZERO.
       77  WRK-NOTA-CPF              PIC X(11) VALUE SPACES.
       77  WRK-NOTA-VALOR            PIC 9(09)V99 VALUE ZERO.
       77  WRK-NOTA-PARCELAS         PIC 9(02) VALUE ZERO.
       77  WRK-VALOR-PARCELA         PIC 9(09)V99 VALUE ZERO.
       77  WRK-PARC-IDX              PIC 9(02) VALUE ZERO.
       77  WRK-PG-IDX                PIC 9(02) VALUE ZERO.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
      ******************************* ANTERIORES
       0200-PROCESSAR.
           IF HV-DATA = WRK-DATAHOJE
               PERFORM 0205-ACUMULAR-NOTA
           END-IF.
           PERFORM 0110-LER-HISTORICO.

      ******************************* OS ITENS DE UMA MESMA NOTA VEM
      ******************************* EM SEQUENCIA NO HISTORICO; A
      ******************************* PARCELA SO E GRAVADA QUANDO A
      ******************************* NOTA MUDA (OU NO FIM DO ARQUIVO)
       0205-ACUMULAR-NOTA.
           IF WRK-HA-NOTA-ABERTA
              AND HV-NOTAFISCAL NOT = WRK-NOTA-NUMERO
               PERFORM 0210-GERAR-PARCELA
           END-IF.
           IF NOT WRK-HA-NOTA-ABERTA
               SET WRK-HA-NOTA-ABERTA TO TRUE
               MOVE HV-NOTAFISCAL TO WRK-NOTA-NUMERO
               MOVE HV-CPF        TO WRK-NOTA-CPF
               MOVE ZERO          TO WRK-NOTA-VALOR
               MOVE 1             TO WRK-NOTA-PARCELAS
           END-IF.
           IF HV-PAG-VAZIO (1)
               ADD HV-VALOR TO WRK-NOTA-VALOR
           ELSE
               PERFORM 0206-SOMAR-CREDIARIO
                   VARYING WRK-PG-IDX FROM 1 BY 1
                   UNTIL WRK-PG-IDX > 5
           END-IF.

      ******************************* SO A PARTE EM CREDIARIO DA LINHA
      ******************************* VAI PARA O A RECEBER; A NOTA
      ******************************* FICA COM O MAIOR NUMERO DE
      ******************************* PARCELAS INFORMADO
       0206-SOMAR-CREDIARIO.
           IF HV-PAG-CREDIARIO (WRK-PG-IDX)
               ADD HV-PAG-VALOR (WRK-PG-IDX) TO WRK-NOTA-VALOR
               IF HV-PAG-PARCELAS (WRK-PG-IDX) > WRK-NOTA-PARCELAS
                   MOVE HV-PAG-PARCELAS (WRK-PG-IDX)
                       TO WRK-NOTA-PARCELAS
               END-IF
           END-IF.

      ******************************* DIVIDE O CREDIARIO DA NOTA EM
      ******************************* PARCELAS MENSAIS IGUAIS (A
      ******************************* ULTIMA FICA COM A SOBRA DOS
      ******************************* CENTAVOS); NOTA SEM CREDIARIO
      ******************************* NAO GERA PARCELA
       0210-GERAR-PARCELA.
           IF WRK-NOTA-VALOR > ZERO
               COMPUTE WRK-VALOR-PARCELA =
                   WRK-NOTA-VALOR / WRK-NOTA-PARCELAS
               PERFORM 0215-GRAVAR-PARCELA
                   VARYING WRK-PARC-IDX FROM 1 BY 1
                   UNTIL WRK-PARC-IDX > WRK-NOTA-PARCELAS
           END-IF.
           MOVE 'N' TO WRK-NOTA-SW.

       0215-GRAVAR-PARCELA.
           ADD 1 TO WRK-ULTIMO-NUMERO-CTAR.
           ADD 1 TO WRK-QTDE-PARCELAS.
           INITIALIZE CTAR-REGISTRO.
           MOVE WRK-ULTIMO-NUMERO-CTAR TO CTAR-NUMERO.
           MOVE WRK-NOTA-CPF    TO CTAR-CPF.
           MOVE WRK-NOTA-NUMERO TO CTAR-NOTAFISCAL.
           IF WRK-PARC-IDX = WRK-NOTA-PARCELAS
               COMPUTE CTAR-VALOR = WRK-NOTA-VALOR
                   - WRK-VALOR-PARCELA * (WRK-NOTA-PARCELAS - 1)
           ELSE
               MOVE WRK-VALOR-PARCELA TO CTAR-VALOR
           END-IF.
           MOVE WRK-DATAHOJE  TO CTAR-DATA-EMISSAO.
           COMPUTE WRK-DIAS-EPOCA =
               FUNCTION INTEGER-OF-DATE (WRK-DATAHOJE)
               + WRK-PRAZO-PADRAO-DIAS * WRK-PARC-IDX.
           COMPUTE CTAR-DATA-VENCIMENTO =
               FUNCTION DATE-OF-INTEGER (WRK-DIAS-EPOCA).
           SET CTAR-STATUS-ABERTO TO TRUE.
           WRITE CTAR-REGISTRO.

       0300-FINALIZAR.
           IF WRK-HA-NOTA-ABERTA
               PERFORM 0210-GERAR-PARCELA
           END-IF.
           IF WRK-FS-HISTV = '00' OR WRK-FS-HISTV = '10'
               CLOSE HIST-VENDAS
           END-IF.
