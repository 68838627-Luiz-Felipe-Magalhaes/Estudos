      *****************************************************************
      * CPRMA   - LAYOUT DO REGISTRO DO MASTER DE ATENDIMENTOS DE
      *           GARANTIA/RMA (RMA-MASTER) - ABERTO PELO PROGCOB45R A
      *           PARTIR DO NUMERO DE SERIE DA UNIDADE VENDIDA
      *           (SERIE-MASTER), COM A VALIDADE DA GARANTIA CALCULADA
      *           PELA DATA DA VENDA MAIS O PRAZO DO PRODUTO
      *           (PROD-GARANTIA-MESES), E ACOMPANHADO ATE O
      *           ENCERRAMENTO: CONSERTO, TROCA POR OUTRA UNIDADE DO
      *           ESTOQUE, REEMBOLSO E DEVOLUCAO DA UNIDADE DEFEITUOSA
      *           AO FORNECEDOR QUE A ENTREGOU. NUMERADO PELO PONTO DE
      *           CONTROLE CHECKRM (MESMA CONVENCAO DO CHECKPC)
      * CHAVE    = RMA-NUMERO
      *****************************************************************
       01  RMA-REGISTRO.
           05  RMA-NUMERO                PIC 9(06).
           05  RMA-PRODUTO               PIC X(10).
           05  RMA-SERIE                 PIC X(20).
           05  RMA-NOTAFISCAL            PIC 9(08).
           05  RMA-CPF                   PIC X(11).
           05  RMA-DATA-VENDA            PIC 9(08).
           05  RMA-DATA-ABERTURA         PIC 9(08).
           05  RMA-DATA-LIMITE           PIC 9(08).
           05  RMA-GARANTIA              PIC X(01).
               88  RMA-EM-GARANTIA           VALUE 'S'.
               88  RMA-FORA-GARANTIA         VALUE 'N'.
           05  RMA-DEFEITO               PIC X(30).
           05  RMA-STATUS                PIC X(01).
               88  RMA-STATUS-ABERTO         VALUE 'A'.
               88  RMA-STATUS-CONSERTO       VALUE 'C'.
               88  RMA-STATUS-TROCADO        VALUE 'T'.
               88  RMA-STATUS-REEMBOLSADO    VALUE 'E'.
               88  RMA-STATUS-DEVOLVIDO-FORN VALUE 'F'.
               88  RMA-STATUS-ENCERRADO      VALUE 'X'.
               88  RMA-STATUS-EM-ANDAMENTO   VALUES 'A' 'C'.
               88  RMA-STATUS-AGUARDA-FORN   VALUES 'T' 'E'.
           05  RMA-DATA-STATUS           PIC 9(08).
      * RMA-SERIE-TROCA - UNIDADE DO ESTOQUE ENTREGUE NA TROCA
           05  RMA-SERIE-TROCA           PIC X(20).
      * RMA-FORNECEDOR - CNPJ PARA O QUAL A UNIDADE FOI DEVOLVIDA
           05  RMA-FORNECEDOR            PIC X(14).
           05  RMA-OPERADOR              PIC X(08).
