      *****************************************************************
      * CPRECERT - LAYOUT DO REGISTRO DE RESPOSTA DA RECERTIFICACAO
      *            TRIMESTRAL DE ACESSOS (RECERTIF), UM POR OPERADOR E
      *            AREA DO OPERTAB NO TRIMESTRE, GRAVADO PELO DONO DA
      *            AREA NO PROGCOB59R: 'C' CONFIRMA O ACESSO E 'R'
      *            REVOGA, COM A REVOGACAO INDO PARA A FILA DE DUPLO
      *            CONTROLE (PENDALT) NO NUMERO INDICADO. CONFERIDO
      *            PELO RELATORIO DE CONFLITOS (PROGCOB59S), QUE LISTA
      *            OS ACESSOS AINDA SEM RESPOSTA NO TRIMESTRE
      *****************************************************************
       01  RECERT-REGISTRO.
           05  RECERT-TRIMESTRE.
               10  RECERT-ANO            PIC 9(04).
               10  RECERT-TRI            PIC 9(01).
           05  RECERT-AREA               PIC X(12).
           05  RECERT-OPERADOR           PIC X(08).
           05  RECERT-NOME               PIC X(20).
           05  RECERT-RESPOSTA           PIC X(01).
               88  RECERT-CONFIRMADO         VALUE 'C'.
               88  RECERT-REVOGADO           VALUE 'R'.
           05  RECERT-DONO               PIC X(08).
           05  RECERT-DATA               PIC 9(08).
           05  RECERT-PENDENCIA          PIC 9(06).
