      *****************************************************************
      * CPBENEF - LAYOUT DO REGISTRO DO CADASTRO DE BENEFICIOS POR
      *           FUNCIONARIO (BENEFICIOS-MASTER), MANTIDO PELO
      *           PROGCOB31I: ADESAO AO VALE-TRANSPORTE COM A TARIFA
      *           DIARIA DE IDA E VOLTA, ADESAO AO VALE-REFEICAO COM O
      *           VALOR DIARIO E OS DIAS DE TRABALHO NO MES; O LOTE
      *           MENSAL DE BENEFICIOS (PROGCOB31T) CALCULA O CUSTO E
      *           O DESCONTO DE CADA FUNCIONARIO A PARTIR DELE
      * CHAVE    = BENEF-MATRICULA
      *****************************************************************
       01  BENEF-REGISTRO.
           05  BENEF-MATRICULA           PIC 9(06).
           05  BENEF-VT-ADESAO           PIC X(01).
               88  BENEF-VT-OPTANTE          VALUE 'S'.
           05  BENEF-VT-TARIFA-DIARIA    PIC 9(03)V99.
           05  BENEF-VR-ADESAO           PIC X(01).
               88  BENEF-VR-OPTANTE          VALUE 'S'.
           05  BENEF-VR-VALOR-DIARIO     PIC 9(03)V99.
           05  BENEF-DIAS-TRABALHO       PIC 9(02).
           05  BENEF-STATUS              PIC X(01).
               88  BENEF-STATUS-ATIVO        VALUE 'A'.
               88  BENEF-STATUS-INATIVO      VALUE 'I'.
           05  BENEF-DATA-ALTERACAO      PIC 9(08).
