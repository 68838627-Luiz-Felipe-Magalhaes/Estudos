      *****************************************************************
      * CPPTOEXC - LAYOUT DO REGISTRO DO CADASTRO DE OCORRENCIAS DE
      *            PONTO (PONTOEXC), GRAVADO PELA APURACAO DIARIA
      *            (PROGCOB31X) PARA CADA DIA UTIL EM QUE O FUNCIONARIO
      *            ATIVO FALTOU, FICOU COM A MARCACAO INCOMPLETA,
      *            ENTROU ATRASADO OU SAIU ANTES DO HORARIO ALEM DA
      *            TOLERANCIA. O GERENTE ABONA A OCORRENCIA PELA
      *            JUSTIFICATIVA (PROGCOB31J) E O FECHAMENTO MENSAL
      *            (PROGCOB31M) DESCONTA AS FALTAS NAO ABONADAS, COM O
      *            DSR DA SEMANA, MARCANDO O MES DO DESCONTO
      * CHAVE    = PTOEXC-CHAVE (MATRICULA + DATA + TIPO)
      *****************************************************************
       01  PTOEXC-REGISTRO.
           05  PTOEXC-CHAVE.
               10  PTOEXC-MATRICULA      PIC 9(06).
               10  PTOEXC-DATA           PIC 9(08).
               10  PTOEXC-TIPO           PIC X(01).
                   88  PTOEXC-TIPO-FALTA         VALUE 'F'.
                   88  PTOEXC-TIPO-INCOMPLETA    VALUE 'M'.
                   88  PTOEXC-TIPO-ATRASO        VALUE 'A'.
                   88  PTOEXC-TIPO-SAIDA         VALUE 'S'.
                   88  PTOEXC-TIPO-VALIDO        VALUE 'F' 'M' 'A'
                                                       'S'.
           05  PTOEXC-DEPARTAMENTO       PIC X(04).
           05  PTOEXC-HORA-ENTRADA       PIC 9(04).
           05  PTOEXC-HORA-SAIDA         PIC 9(04).
           05  PTOEXC-MINUTOS            PIC 9(04).
           05  PTOEXC-STATUS             PIC X(01).
               88  PTOEXC-STATUS-PENDENTE    VALUE 'P'.
               88  PTOEXC-STATUS-ABONADA     VALUE 'J'.
           05  PTOEXC-JUSTIFICATIVA      PIC X(40).
           05  PTOEXC-DATA-JUSTIFICATIVA PIC 9(08).
           05  PTOEXC-OPERADOR           PIC X(08).
           05  PTOEXC-ANOMES-DESCONTO    PIC 9(06).
