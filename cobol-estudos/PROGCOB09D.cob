      *                 FISCAL (HV-NOTAFISCAL X FCAL-NOTAFISCAL), E
      *                 NAO MAIS POR CPF+VALOR, QUE COLAPSAVA QUANDO
      *                 UM CLIENTE FAZIA DOIS PEDIDOS DE MESMO VALOR
      * 15/10/2026 FM - UMA NOTA COM VARIOS ITENS TEM VARIAS LINHAS NO
      *                 HISTORICO E UM SO EMBARQUE NO FRETECAL: DEPOIS
      *                 DE CASAR O PRIMEIRO ITEM, O EMBARQUE FICA PARADO
      *                 ATE A NOTA MUDAR, E OS DEMAIS ITENS DA MESMA
      *                 NOTA TAMBEM CONTAM COMO CONCILIADOS EM VEZ DE
      *                 SAIR COMO NAO EMBARCADOS
      * 15/10/2026 FM - REGISTRO DE ORDENACAO DO HISTORICO (HO-REGISTRO)
      *                 GANHA A LISTA DE FORMAS DE PAGAMENTO
      *                 (HO-PAGAMENTOS), NO MESMO TAMANHO DO
      *                 HV-REGISTRO, PARA O SORT QUE REGRAVA O HISTORICO
      *                 NAO CORTAR A LISTA
      * 15/10/2026 FM - REGISTRO DA ORDENACAO ACOMPANHA O NUMERO DO
      *                 ENDERECO DE ENTREGA NO FIM DO HISTORICO
      *                 (HV-ENDERECO)
      * 15/10/2026 FM - REGISTRO DA ORDENACAO DO FRETECAL
      *                 (FCALO-REGISTRO) ACOMPANHA O CPFCAL ATE O FIM
      *                 (FILIAL, CIDADE, PESO E VOLUMES), PARA O SORT
      *                 QUE REGRAVA O ARQUIVO NAO CORTAR ESSES CAMPOS
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  HO-QUANTIDADE         PIC 9(05).
           05  HO-DESCONTO           PIC 9(07)V99.
           05  HO-FORMA-PAGTO        PIC X(01).
           05  HO-PAGAMENTOS         PIC X(60).
           05  HO-ENDERECO           PIC 9(02).
       FD  FRETE-CALCULADO.
           COPY CPFCAL.
       SD  FCAL-ORDENADO.
           05  FCALO-CENTRO-CUSTO      PIC X(04).
           05  FCALO-NOTAFISCAL       PIC 9(08).
           05  FCALO-DATA-PROMESSA    PIC 9(08).
           05  FCALO-FILIAL           PIC X(04).
           05  FCALO-CIDADE           PIC X(20).
           05  FCALO-PESO             PIC 9(05)V99.
           05  FCALO-VOLUMES          PIC 9(03).
       FD  RELATORIO-CONCILIACAO.
       01  REL-LINHA                 PIC X(100).
       FD  AUDITORIA-LOG.
       77  WRK-QTDE-ORFAOS             PIC 9(07) VALUE ZERO.
       77  WRK-CHAVE-HV               PIC 9(08) VALUE ZEROS.
       77  WRK-CHAVE-FCAL             PIC 9(08) VALUE ZEROS.
       77  WRK-FCAL-CASADO-SW         PIC X(01) VALUE 'N'.
           88  WRK-FCAL-CASADO            VALUE 'S'.
       01  REL-CABECALHO.
           05  FILLER                  PIC X(50) VALUE
               'CONCILIACAO DE VENDAS X EMBARQUES'.
           IF NOT WRK-FIM-FCAL
               MOVE FCAL-NOTAFISCAL TO WRK-CHAVE-FCAL
           END-IF.
           MOVE 'N' TO WRK-FCAL-CASADO-SW.

       0200-PROCESSAR.
           EVALUATE TRUE
               WHEN WRK-FIM-HV
                   IF NOT WRK-FCAL-CASADO
                       PERFORM 0230-GRAVAR-ORFAO
                   END-IF
                   PERFORM 0111-LER-FRETE
               WHEN WRK-FIM-FCAL
                   PERFORM 0220-GRAVAR-NAO-EMBARCADA
                   PERFORM 0110-LER-VENDA
               WHEN WRK-CHAVE-HV = WRK-CHAVE-FCAL
                   ADD 1 TO WRK-QTDE-CONCILIADAS
                   SET WRK-FCAL-CASADO TO TRUE
                   PERFORM 0110-LER-VENDA
               WHEN WRK-CHAVE-HV < WRK-CHAVE-FCAL
                   PERFORM 0220-GRAVAR-NAO-EMBARCADA
                   PERFORM 0110-LER-VENDA
               WHEN OTHER
                   IF NOT WRK-FCAL-CASADO
                       PERFORM 0230-GRAVAR-ORFAO
                   END-IF
                   PERFORM 0111-LER-FRETE
           END-EVALUATE.

