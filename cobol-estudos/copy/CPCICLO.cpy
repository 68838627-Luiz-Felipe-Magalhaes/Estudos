      * 21/08/2026 FM - CICLO-RESULTADO AMPLIADO DE X(30) PARA X(40);
      *                 VARIAS MENSAGENS DOS PROGRAMAS DO CICLO TEM
      *                 MAIS DE 30 POSICOES E ESTAVAM SENDO CORTADAS
      * 15/10/2026 FM - NOVOS CAMPOS CICLO-ARQUIVO E
      *                 CICLO-TOTAL-CONTROLE NO FINAL DO REGISTRO,
      *                 PREENCHIDOS PELOS PROGRAMAS QUE GRAVAM ARQUIVO
      *                 DE INTERFACE COM HEADER/TRAILER (CPCTLREM) COM A
      *                 QUANTIDADE E O TOTAL DE CONTROLE DO ARQUIVO,
      *                 CONFERIDOS PELO VALIDADOR PROGCOBZ ANTES DA
      *                 TRANSMISSAO
      *****************************************************************
       01  CICLO-REGISTRO.
           05  CICLO-STEP                PIC X(08).
           05  CICLO-RETURN-CODE         PIC 9(04).
           05  CICLO-QTDE-REGISTROS      PIC 9(07).
           05  CICLO-RESULTADO           PIC X(40).
           05  CICLO-ARQUIVO             PIC X(08).
           05  CICLO-TOTAL-CONTROLE      PIC 9(13)V99.
