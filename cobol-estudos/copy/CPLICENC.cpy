      *****************************************************************
      * CPLICENC - LAYOUT DO REGISTRO DO CADASTRO DE AFASTAMENTOS POR
      *            FUNCIONARIO (LICENCAS), MANTIDO PELO PROGCOB31L.
      *            TIPOS: D = DOENCA (EMPRESA PAGA OS 15 PRIMEIROS
      *            DIAS, DEPOIS O INSS), A = ACIDENTE DE TRABALHO (IDEM,
      *            MAS O FGTS, AS FERIAS E O TEMPO DE CASA CONTINUAM),
      *            M = MATERNIDADE (SALARIO-MATERNIDADE PAGO NA FOLHA E
      *            COMPENSADO NO INSS - NADA E SUSPENSO), N = LICENCA
      *            NAO REMUNERADA (TUDO SUSPENSO). RETORNO EFETIVO
      *            ZERADO = AFASTAMENTO AINDA EM ABERTO
      * CHAVE    = LICEN-CHAVE (MATRICULA + SEQUENCIA)
      *****************************************************************
       01  LICEN-REGISTRO.
           05  LICEN-CHAVE.
               10  LICEN-MATRICULA       PIC 9(06).
               10  LICEN-SEQUENCIA       PIC 9(02).
           05  LICEN-TIPO                PIC X(01).
               88  LICEN-TIPO-DOENCA         VALUE 'D'.
               88  LICEN-TIPO-ACIDENTE       VALUE 'A'.
               88  LICEN-TIPO-MATERNIDADE    VALUE 'M'.
               88  LICEN-TIPO-NAO-REMUNERADA VALUE 'N'.
               88  LICEN-TIPO-VALIDO         VALUE 'D' 'A' 'M' 'N'.
           05  LICEN-DATA-INICIO         PIC 9(08).
           05  LICEN-RETORNO-PREVISTO    PIC 9(08).
           05  LICEN-RETORNO-EFETIVO     PIC 9(08).
           05  LICEN-DATA-REGISTRO       PIC 9(08).
           05  LICEN-OPERADOR            PIC X(08).
