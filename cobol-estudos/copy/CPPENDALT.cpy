      *             ATUALIZAR DIRETO E GRAVA UMA PENDENCIA AQUI, QUE
      *             SO E APLICADA POR UM SEGUNDO OPERADOR, DIFERENTE
      *             DO SOLICITANTE, PELO PROGCOBP; AS DUAS IDENTIDADES
      *             FICAM NO REGISTRO APLICADO. TAMBEM RECEBE AS
      *             PROPOSTAS DE PONTO DE PEDIDO/LOTE DE REPOSICAO
      *             APROVADAS PELO COMPRADOR (PROGCOB43V), COM
      *             PEND-ARQUIVO = 'PRODMAST', E OS NOVOS LIMITES DE
      *             CREDITO APROVADOS PELO ANALISTA (PROGCOB51V), COM
      *             PEND-ARQUIVO = 'CLIMA01', E AS REVOGACOES DE ACESSO
      *             DA RECERTIFICACAO TRIMESTRAL (PROGCOB59R), SO
      *             COM A AREA REVOGADA (PEND-CAMPO 'AUT-' + AREA,
      *             PEND-VALOR-NOVO 'N')
      * CHAVE     = PEND-NUMERO
      *****************************************************************
       01  PEND-REGISTRO.
