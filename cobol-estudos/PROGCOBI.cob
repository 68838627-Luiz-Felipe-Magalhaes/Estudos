       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBI.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: ROTINA COMPARTILHADA DO IRRF EXCLUSIVO DA
      *           PARTICIPACAO NOS LUCROS (PLR) - RECEBE O VALOR BRUTO
      *           DA PLR E DEVOLVE O IRRF PELA TABELA PROGRESSIVA
      *           ANUAL PROPRIA DA PLR (TRIBUTACAO EXCLUSIVA NA FONTE,
      *           SEM INSS, SEM DEDUCAO DE DEPENDENTES E SEPARADA DO
      *           IRRF MENSAL DO SALARIO). CHAMADA PELO LOTE DE PLR
      *           (PROGCOB31R) NO RELATORIO DE DISTRIBUICAO E PELA
      *           FOLHA LIQUIDA (PROGCOB31N) NO PAGAMENTO, NA MESMA
      *           CONVENCAO DE ROTINA COMPARTILHADA DO PROGCOBE
      * DATA   = 15/10/2026
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - PROGRAMA CRIADO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WRK-IRRF                  PIC S9(07)V99 VALUE ZERO.
      *********************************
      * TABELA PROGRESSIVA ANUAL DA PLR - CONSTANTES FIXAS, NA MESMA
      * CONVENCAO DAS TABELAS DE INSS E IRRF DO PROGCOB31N
      *********************************
       01  WRK-PLR-FAIXAS.
           05  WRK-PLR-LIMITE1       PIC 9(07)V99 VALUE 7407,11.
           05  WRK-PLR-LIMITE2       PIC 9(07)V99 VALUE 9922,28.
           05  WRK-PLR-LIMITE3       PIC 9(07)V99 VALUE 13167,00.
           05  WRK-PLR-LIMITE4       PIC 9(07)V99 VALUE 16380,38.
           05  WRK-PLR-DEDUCAO2      PIC 9(06)V99 VALUE 555,53.
           05  WRK-PLR-DEDUCAO3      PIC 9(06)V99 VALUE 1299,70.
           05  WRK-PLR-DEDUCAO4      PIC 9(06)V99 VALUE 2287,23.
           05  WRK-PLR-DEDUCAO5      PIC 9(06)V99 VALUE 3106,25.
       LINKAGE SECTION.
       01  LK-VALOR-PLR              PIC 9(07)V99.
       01  LK-IRRF-PLR               PIC 9(06)V99.
       PROCEDURE DIVISION USING LK-VALOR-PLR LK-IRRF-PLR.
       0001-PRINCIPAL.
           EVALUATE TRUE
               WHEN LK-VALOR-PLR <= WRK-PLR-LIMITE1
                   MOVE ZERO TO WRK-IRRF
               WHEN LK-VALOR-PLR <= WRK-PLR-LIMITE2
                   COMPUTE WRK-IRRF ROUNDED =
                       (LK-VALOR-PLR * 0,075) - WRK-PLR-DEDUCAO2
               WHEN LK-VALOR-PLR <= WRK-PLR-LIMITE3
                   COMPUTE WRK-IRRF ROUNDED =
                       (LK-VALOR-PLR * 0,15) - WRK-PLR-DEDUCAO3
               WHEN LK-VALOR-PLR <= WRK-PLR-LIMITE4
                   COMPUTE WRK-IRRF ROUNDED =
                       (LK-VALOR-PLR * 0,225) - WRK-PLR-DEDUCAO4
               WHEN OTHER
                   COMPUTE WRK-IRRF ROUNDED =
                       (LK-VALOR-PLR * 0,275) - WRK-PLR-DEDUCAO5
           END-EVALUATE.
           IF WRK-IRRF < ZERO
               MOVE ZERO TO WRK-IRRF
           END-IF.
           MOVE WRK-IRRF TO LK-IRRF-PLR.
           GOBACK.
