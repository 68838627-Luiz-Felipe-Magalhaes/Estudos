      *****************************************************************
      * CPTAXAC - LAYOUT DO REGISTRO DA TAXA DE CARTAO POR NOTA FISCAL
      *           (TAXA-CARTAO), GRAVADO PELO PROGCOB28 PARA CADA PAR
      *           VENDA X LIQUIDACAO CASADO NA CONCILIACAO DA
      *           ADQUIRENTE, COM O CPF DO CLIENTE DA NOTA, PARA A
      *           TAXA RETIDA PODER SER APROPRIADA POR CLIENTE
      *           (PROGCOB41P). ARQUIVO ACUMULATIVO (EXTEND)
      *****************************************************************
       01  TXC-REGISTRO.
           05  TXC-DATA              PIC 9(08).
           05  TXC-NOTAFISCAL        PIC 9(08).
           05  TXC-CPF               PIC X(11).
           05  TXC-VALOR-BRUTO       PIC 9(07)V99.
           05  TXC-TAXA              PIC 9(07)V99.
