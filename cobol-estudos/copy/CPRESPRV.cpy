      *****************************************************************
      * CPRESPRV - LAYOUT DAS RESPOSTAS DIGITADAS DA PROVA DE TABUADA
      *            (RESPTAB), UMA LINHA POR QUESTAO RESPONDIDA PELO
      *            CANDIDATO, DIGITADA A PARTIR DA FOLHA DA PROVA
      *            (TESTTAB) E CORRIGIDA PELO PROGCOB18C CONTRA O
      *            GABARITO (GABTAB). QUESTAO SEM LINHA CONTA COMO ERRO
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  RESP-REGISTRO.
           05  RESP-MATRICULA            PIC 9(06).
           05  RESP-PROVA                PIC 9(06).
           05  RESP-QUESTAO              PIC 9(02).
           05  RESP-RESPOSTA             PIC 9(03).
