      *                 NAO ESTA NO EXTRATO; PEDIDO AINDA NAO ENTREGUE
      *                 COM A PROMESSA VENCIDA PASSA A SER AVISADO AO
      *                 OPERADOR ("EM ATRASO")
      * 15/10/2026 FM - A INCLUSAO DE UM PEDIDO NOVO GRAVA O RECEBEDOR
      *                 (ENTREGA-RECEBEDOR) EM BRANCO; ELE SO E
      *                 PREENCHIDO PELA IMPORTACAO DO COMPROVANTE DE
      *                 ENTREGA (PROGCOB12P)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE WRK-NUMERO TO ENTREGA-NUMERO.
           MOVE WRK-NOTAFISCAL TO ENTREGA-NOTAFISCAL.
           MOVE WRK-DATA-PROMESSA TO ENTREGA-PROMESSA.
           MOVE SPACES TO ENTREGA-RECEBEDOR.
           MOVE WRK-NOVO-STATUS TO ENTREGA-STATUS.
           MOVE WRK-DATASISTEMA-ANO TO ENTREGA-DATA-ANO.
           MOVE WRK-DATASISTEMA-MES TO ENTREGA-DATA-MES.
