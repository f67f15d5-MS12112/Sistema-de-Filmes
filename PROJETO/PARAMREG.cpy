      *== COPYBOOK: PARAMREG
      *== OBJETIVO: Layout do registro 1 de PARAMSDAT (arquivo
      *==           relativo de parametros do negocio), lido na
      *==           partida por LOCACOES, LOCATRAS, FILMLOAD e
      *==           LOCAPTOS e mantido pela tela do PARAMMAN. Uma
      *==           alteracao passa a valer na proxima execucao de
      *==           cada programa. Quando o arquivo ainda nao existe,
      *==           cada programa o cria com os valores padrao.
      *== DATA = 03/09/2026
      *================================================================
          05 PAR-PRECO-LANCAMENTO  PIC 9(03)V99.
          05 PAR-PRECO-CATALOGO    PIC 9(03)V99.
          05 PAR-PRECO-PROMO       PIC 9(03)V99.
      *== Quantidade maxima de renovacoes de um mesmo emprestimo.
          05 PAR-MAX-RENOVACOES    PIC 9(01).
      *== Programa de fidelidade: pontos ganhos por real pago no
      *== emprestimo, pontos que valem uma locacao gratis e prazo
      *== de validade dos pontos, em meses.
          05 PAR-PONTOS-POR-REAL   PIC 9(02).
          05 PAR-PONTOS-RESGATE    PIC 9(05).
          05 PAR-PONTOS-VALIDADE   PIC 9(02).
          05 FILLER                PIC X(10).
