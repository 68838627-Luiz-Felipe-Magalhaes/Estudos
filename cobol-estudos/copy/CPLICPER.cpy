      *****************************************************************
      * CPLICPER - AREA DE CHAMADA DA ROTINA DE AFASTAMENTOS NO
      *            PERIODO (PROGCOBL): O CHAMADOR INFORMA A MATRICULA E
      *            O PERIODO (DATA INICIAL E FINAL, INCLUSIVE) E A
      *            ROTINA DEVOLVE QUANTOS DIAS DO PERIODO O FUNCIONARIO
      *            ESTEVE AFASTADO E, DESSES, QUANTOS FICAM SEM SALARIO
      *            PAGO PELA EMPRESA, SEM FGTS, SEM AQUISICAO DE
      *            FERIAS E FORA DO TEMPO DE CASA, CONFORME O TIPO DO
      *            AFASTAMENTO (VER CPLICENC)
      *****************************************************************
       01  LICPER-REGISTRO.
           05  LICPER-MATRICULA          PIC 9(06).
           05  LICPER-DATA-INICIAL       PIC 9(08).
           05  LICPER-DATA-FINAL         PIC 9(08).
           05  LICPER-DIAS-AFASTADO      PIC 9(05).
           05  LICPER-DIAS-SEM-SALARIO   PIC 9(05).
           05  LICPER-DIAS-SEM-FGTS      PIC 9(05).
           05  LICPER-DIAS-SEM-FERIAS    PIC 9(05).
           05  LICPER-DIAS-SEM-TEMPO     PIC 9(05).
