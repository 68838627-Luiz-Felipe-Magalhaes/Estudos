      *****************************************************************
      * CPCTLREM - LAYOUT DOS REGISTROS DE CONTROLE (HEADER E TRAILER)
      *            DOS ARQUIVOS DE INTERFACE QUE SAEM DA EMPRESA
      *            (REMBANCO, REMFGTS, LIVROFIS, FOLHAENV, RAZAOENV,
      *            REMPAGTO, REMCOBR, NFEREMES, PEDVALE, ESOCEVT E
      *            CENSOESC). O HEADER ('HDR') E O PRIMEIRO REGISTRO DO
      *            ARQUIVO, COM O TIPO, A DATA DE PROCESSAMENTO E A
      *            SEQUENCIA DA GERACAO (NUMERADA PELA ROTINA PROGCOBB
      *            NO SEQREM); O TRAILER ('TRL') E O ULTIMO, COM A
      *            QUANTIDADE DE REGISTROS DE DETALHE E O TOTAL DE
      *            CONTROLE (SOMA DOS CAMPOS DE VALOR DE CADA DETALHE:
      *            REMBANCO = VALOR; REMFGTS = BASE + VALOR; LIVROFIS =
      *            VALOR + ICMS; FOLHAENV = SALARIO NOVO + VALOR DO
      *            MOVIMENTO; RAZAOENV = VALOR; REMPAGTO = VALOR;
      *            REMCOBR = VALOR; NFEREMES = VALOR + ICMS DOS
      *            REGISTROS DE TOTAIS (T) DAS NOTAS; PEDVALE = VALOR;
      *            ESOCEVT = SALARIO DO EVENTO (ADMISSAO, ULTIMO
      *            SALARIO DO DESLIGAMENTO OU SALARIO NOVO DA
      *            ALTERACAO); CENSOESC = MATRICULA DO DOCENTE + DATA
      *            DE MATRICULA DO ALUNO). NO NFEREMES, NO ESOCEVT E NO
      *            CENSOESC TODOS OS REGISTROS DO LAYOUT PROPRIO DO
      *            ARQUIVO (INCLUSIVE O HEADER E O TRAILER DO GOVERNO
      *            NO ESOCEVT) CONTAM COMO DETALHE. OS DETALHES DESSES
      *            ARQUIVOS COMECAM SEMPRE POR CAMPO NUMERICO OU POR UM
      *            CODIGO DE TIPO DO PROPRIO LAYOUT, ENTAO 'HDR'/'TRL'
      *            NAS TRES PRIMEIRAS POSICOES SO APARECEM NOS
      *            REGISTROS DE CONTROLE. CONFERIDOS ANTES DA
      *            TRANSMISSAO PELO VALIDADOR PROGCOBZ
      * HISTORICO DE ALTERACOES
      * 15/10/2026 FM - LAYOUT CRIADO
      * 15/10/2026 FM - NOVOS TIPOS REMPAGTO, REMCOBR, NFEREMES,
      *                 PEDVALE, ESOCEVT E CENSOESC, COM AS REGRAS DE
      *                 TOTAL DE CONTROLE DE CADA UM
      *****************************************************************
       01  CTLREM-REGISTRO.
           05  CTLREM-IDENT              PIC X(03).
               88  CTLREM-HEADER             VALUE 'HDR'.
               88  CTLREM-TRAILER            VALUE 'TRL'.
           05  CTLREM-ARQUIVO            PIC X(08).
           05  CTLREM-CORPO              PIC X(32).
           05  CTLREM-CORPO-HEADER REDEFINES CTLREM-CORPO.
               10  CTLREM-DATA-PROCESSAMENTO PIC 9(08).
               10  CTLREM-SEQUENCIA      PIC 9(06).
               10  CTLREM-PROGRAMA       PIC X(10).
               10  FILLER                PIC X(08).
           05  CTLREM-CORPO-TRAILER REDEFINES CTLREM-CORPO.
               10  CTLREM-QTDE-REGISTROS PIC 9(07).
               10  CTLREM-TOTAL-CONTROLE PIC 9(13)V99.
               10  FILLER                PIC X(10).
