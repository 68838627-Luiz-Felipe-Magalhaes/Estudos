      * DATA   = 02/09/2026
      * HISTORICO DE ALTERACOES
      * 02/09/2026 FM - PROGRAMA CRIADO
      * 15/10/2026 FM - NA CONFIRMACAO O COMPRADOR INFORMA O CUSTO
      *                 UNITARIO NEGOCIADO COM O FORNECEDOR (ZERO MANTEM
      *                 O SUGERIDO), BASE DO CONFRONTO COM A FATURA NO
      *                 PROGCOB22B
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88  WRK-DECISAO-CANCELA   VALUE 'X'.
       77  WRK-QTDE-NOVA         PIC 9(05) VALUE ZERO.
       77  WRK-FORNECEDOR        PIC X(14) VALUE SPACES.
       77  WRK-CUSTO-NEGOCIADO   PIC 9(07)V99 VALUE ZERO.
       77  WRK-CUSTO-ED          PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTDE-CONFIRMADOS  PIC 9(05) VALUE ZERO.
       77  WRK-QTDE-CANCELADOS   PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
           DISPLAY 'CNPJ DO FORNECEDOR..'.
           ACCEPT WRK-FORNECEDOR FROM CONSOLE.
           MOVE WRK-FORNECEDOR TO PEDC-FORNECEDOR.
           MOVE PEDC-CUSTO-UNITARIO TO WRK-CUSTO-ED.
           DISPLAY 'CUSTO UNITARIO SUGERIDO: ' WRK-CUSTO-ED.
           DISPLAY 'CUSTO UNITARIO NEGOCIADO (ZERO = SUGERIDO)..'.
           ACCEPT WRK-CUSTO-NEGOCIADO FROM CONSOLE.
           IF WRK-CUSTO-NEGOCIADO > ZERO
               MOVE WRK-CUSTO-NEGOCIADO TO PEDC-CUSTO-UNITARIO
           END-IF.
           SET PEDC-STATUS-CONFIRMADO TO TRUE.
           REWRITE PEDC-REGISTRO.
           ADD 1 TO WRK-QTDE-CONFIRMADOS.
