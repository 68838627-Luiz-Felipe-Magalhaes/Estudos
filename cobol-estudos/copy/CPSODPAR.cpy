      *****************************************************************
      * CPSODPAR - LAYOUT DO ARQUIVO DE PARAMETROS DE SEGREGACAO DE
      *            FUNCOES (SODPAR), COM TRES TIPOS DE LINHA:
      *            'C' - PAR DE AREAS DO OPERTAB QUE NAO PODEM ESTAR
      *                  JUNTAS NO MESMO OPERADOR (MATRIZ DE CONFLITO)
      *            'D' - DONO DE AREA, QUE RESPONDE A RECERTIFICACAO
      *                  TRIMESTRAL DOS ACESSOS DAQUELA AREA (PODE
      *                  HAVER MAIS DE UM DONO POR AREA)
      *            'L' - LIMIAR DA ANALISE DE PARES PREPARADOR X
      *                  APROVADOR: MINIMO DE APROVACOES DO PAR E
      *                  PERCENTUAL DAS APROVACOES DO APROVADOR QUE
      *                  VEM DO MESMO PREPARADOR
      *            OS NOMES DE AREA SAO OS DO OPERTAB: CLIENTES,
      *            VENDAS, FRETE, FUNCIONARIOS, FOLHA, TABUADA,
      *            ACADEMICO E UTILITARIOS. LIDO PELO RELATORIO DE
      *            CONFLITOS (PROGCOB59S) E PELA RECERTIFICACAO
      *            (PROGCOB59R)
      *****************************************************************
       01  SODP-REGISTRO.
           05  SODP-TIPO                 PIC X(01).
               88  SODP-TIPO-CONFLITO        VALUE 'C'.
               88  SODP-TIPO-DONO            VALUE 'D'.
               88  SODP-TIPO-LIMIAR          VALUE 'L'.
           05  SODP-DETALHE              PIC X(60).
           05  SODP-DET-CONFLITO REDEFINES SODP-DETALHE.
               10  SODP-AREA1            PIC X(12).
               10  SODP-AREA2            PIC X(12).
               10  SODP-DESCRICAO        PIC X(36).
           05  SODP-DET-DONO REDEFINES SODP-DETALHE.
               10  SODP-DONO-AREA        PIC X(12).
               10  SODP-DONO-OPERADOR    PIC X(08).
               10  FILLER                PIC X(40).
           05  SODP-DET-LIMIAR REDEFINES SODP-DETALHE.
               10  SODP-MINIMO-APROVACOES PIC 9(03).
               10  SODP-PERC-CONCENTRACAO PIC 9(03).
               10  FILLER                PIC X(54).
