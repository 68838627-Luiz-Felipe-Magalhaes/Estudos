      *****************************************************************
      * CPREPPROP - LAYOUT DO REGISTRO DO ARQUIVO DE PROPOSTAS DE
      *             PONTO DE PEDIDO E LOTE DE REPOSICAO (REPOSPROP),
      *             GRAVADO PELO RECALCULO PERIODICO (PROGCOB43R) SO
      *             PARA PRODUTO CUJO VALOR CALCULADO DIFERE DO
      *             CATALOGO, E REVISADO PELO COMPRADOR (PROGCOB43V),
      *             QUE TRANSFORMA CADA PROPOSTA APROVADA EM PENDENCIA
      *             DE DUPLO CONTROLE (PENDALT) PARA O PROGCOBP
      *             APLICAR NO PRODMAST
      *****************************************************************
       01  PROP-REGISTRO.
           05  PROP-PRODUTO              PIC X(10).
           05  PROP-DATA                 PIC 9(08).
           05  PROP-MEDIA-DIARIA         PIC 9(05)V99.
           05  PROP-PICO-DIARIO          PIC 9(05).
           05  PROP-PRAZO-MEDIO          PIC 9(03).
           05  PROP-PONTO-ATUAL          PIC 9(05).
           05  PROP-LOTE-ATUAL           PIC 9(05).
           05  PROP-PONTO-NOVO           PIC 9(05).
           05  PROP-LOTE-NOVO            PIC 9(05).
