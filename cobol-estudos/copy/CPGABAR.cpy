      *****************************************************************
      * CPGABAR - LAYOUT DO GABARITO DA PROVA DE TABUADA (GABTAB),
      *           UMA LINHA POR QUESTAO NUMERADA, ACRESCENTADO PELO
      *           GERADOR DA PROVA (PROGCOB18G) E CONSULTADO PELA
      *           CORRECAO (PROGCOB18C). TIPO M = MULTIPLICACAO
      *           (OPERANDO-1 X OPERANDO-2), TIPO D = DIVISAO
      *           (OPERANDO-1 / OPERANDO-2)
      * CHAVE    = GAB-MATRICULA + GAB-PROVA + GAB-QUESTAO
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  GAB-REGISTRO.
           05  GAB-MATRICULA             PIC 9(06).
           05  GAB-PROVA                 PIC 9(06).
           05  GAB-DATA-GERACAO          PIC 9(08).
           05  GAB-QUESTAO               PIC 9(02).
           05  GAB-TIPO                  PIC X(01).
               88  GAB-TIPO-MULTIPLICACAO    VALUE 'M'.
               88  GAB-TIPO-DIVISAO          VALUE 'D'.
           05  GAB-OPERANDO-1            PIC 9(03).
           05  GAB-OPERANDO-2            PIC 9(02).
           05  GAB-RESPOSTA              PIC 9(03).
