      *                 O TIPO DE MOVIMENTO (REAJUSTE), PARA A FOLHA
      *                 LIQUIDA DISTINGUIR REAJUSTE (JA DENTRO DO
      *                 SALARIO) DOS DEMAIS MOVIMENTOS
      * 15/10/2026 FM - OS MESES DE CASA USADOS NA BUSCA DA FAIXA DE
      *                 REAJUSTE PASSAM A DESCONTAR OS DIAS FORA DO
      *                 TEMPO DE CASA NO CADASTRO DE AFASTAMENTOS
      *                 (LICENCAS, ROTINA PROGCOBL)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88  WRK-FIM-FAIXAS           VALUE 'S'.
       77  WRK-TEMPOTRABALHO        PIC 9(02) VALUE ZEROS.
       77  WRK-TEMPOTRABALHO-MESES  PIC 9(03) VALUE ZEROS.
       77  WRK-MESES-AFASTADO       PIC 9(03) VALUE ZEROS.
       77  WRK-DIAS-COMERCIAIS      PIC 9(02) VALUE 30.
           COPY CPLICPER.
       77  WRK-SALARIO-ANTERIOR     PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PERCENTUAL           PIC 9V9(04) VALUE ZEROS.
       77  WRK-AUMENTO              PIC 9(06)V99 VALUE ZEROS.
               SUBTRACT 1 FROM WRK-TEMPOTRABALHO
               SUBTRACT 1 FROM WRK-TEMPOTRABALHO-MESES
           END-IF.
           PERFORM 0214-DESCONTAR-AFASTAMENTOS.
           PERFORM 0215-BUSCAR-FAIXA.
           COMPUTE WRK-AUMENTO = FUNC-SALARIO * WRK-PERCENTUAL.
           COMPUTE WRK-SALARIO-PROJETADO = FUNC-SALARIO + WRK-AUMENTO.
               PERFORM 0217-REGISTRAR-AUMENTOZERO
           END-IF.

      ******************************* DIAS AFASTADOS FORA DO TEMPO DE
      ******************************* CASA (DOENCA PELO INSS OU NAO
      ******************************* REMUNERADO), DESDE A ADMISSAO,
      ******************************* SAEM DOS MESES DE CASA USADOS NA
      ******************************* BUSCA DA FAIXA, EM MESES DE 30
      ******************************* DIAS
       0214-DESCONTAR-AFASTAMENTOS.
           MOVE FUNC-MATRICULA        TO LICPER-MATRICULA.
           MOVE WRK-ADMISSAO-FUNC-NUM TO LICPER-DATA-INICIAL.
           MOVE WRK-DATASISTEMA-NUM   TO LICPER-DATA-FINAL.
           CALL 'PROGCOBL' USING LICPER-REGISTRO.
           COMPUTE WRK-MESES-AFASTADO =
               LICPER-DIAS-SEM-TEMPO / WRK-DIAS-COMERCIAIS.
           IF WRK-MESES-AFASTADO > WRK-TEMPOTRABALHO-MESES
               MOVE ZERO TO WRK-TEMPOTRABALHO-MESES
           ELSE
               SUBTRACT WRK-MESES-AFASTADO
                   FROM WRK-TEMPOTRABALHO-MESES
           END-IF.

      ******************************* O TETO DO REAJUSTE E O DA FAIXA
      ******************************* DO CARGO, QUANDO O FUNCIONARIO
      ******************************* TEM CARGO CADASTRADO; SEM CARGO
