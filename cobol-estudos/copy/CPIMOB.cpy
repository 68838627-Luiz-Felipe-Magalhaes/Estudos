      *****************************************************************
      * CPIMOB - LAYOUT DO REGISTRO DO CADASTRO DE BENS DO ATIVO
      *          IMOBILIZADO (IMOBMAST) - VEICULOS, COMPUTADORES E
      *          EQUIPAMENTOS DO DEPOSITO, COM O DEPARTAMENTO (CENTRO DE
      *          CUSTO) QUE RECEBE A DEPRECIACAO; MANTIDO PELO
      *          PROGCOB53M (INCLUSAO, TRANSFERENCIA E BAIXA) E
      *          DEPRECIADO PELO PROGCOB53D (LINEAR, MENSAL)
      * CHAVE    = IMOB-NUMERO
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      *****************************************************************
       01  IMOB-REGISTRO.
           05  IMOB-NUMERO               PIC 9(06).
           05  IMOB-DESCRICAO            PIC X(30).
           05  IMOB-DEPARTAMENTO         PIC X(04).
           05  IMOB-DATA-AQUISICAO       PIC 9(08).
           05  IMOB-DATA-AQUISICAO-R REDEFINES IMOB-DATA-AQUISICAO.
               10  IMOB-AQUISICAO-ANO    PIC 9(04).
               10  IMOB-AQUISICAO-MES    PIC 9(02).
               10  IMOB-AQUISICAO-DIA    PIC 9(02).
           05  IMOB-VALOR-AQUISICAO      PIC 9(09)V99.
           05  IMOB-VIDA-UTIL-MESES      PIC 9(03).
           05  IMOB-VALOR-RESIDUAL       PIC 9(09)V99.
           05  IMOB-DEPREC-ACUMULADA     PIC 9(09)V99.
           05  IMOB-ULTIMO-ANOMES        PIC 9(06).
           05  IMOB-STATUS               PIC X(01).
               88  IMOB-STATUS-ATIVO         VALUE 'A'.
               88  IMOB-STATUS-BAIXADO       VALUE 'B'.
           05  IMOB-DATA-BAIXA           PIC 9(08).
           05  IMOB-VALOR-VENDA          PIC 9(09)V99.
