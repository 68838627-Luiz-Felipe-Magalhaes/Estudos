      *****************************************************************
      * CPPOSCX - LAYOUT DO REGISTRO UNICO DA POSICAO DE CAIXA
      *           (POSCAIXA) - SOMA DOS SALDOS DE FECHAMENTO DE TODAS AS
      *           CONTAS BANCARIAS NA DATA, GRAVADA PELA POSICAO DIARIA
      *           (PROGCOB55P) E USADA COMO PONTO DE PARTIDA DA
      *           PROJECAO DE FLUXO DE CAIXA (PROGCOB23)
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  POSCX-REGISTRO.
           05  POSCX-DATA                PIC 9(08).
           05  POSCX-QTDE-CONTAS         PIC 9(03).
           05  POSCX-SALDO-FINAL         PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
