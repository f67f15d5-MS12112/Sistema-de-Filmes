      *================================================================
      *== COPYBOOK: FORNREG
      *== OBJETIVO: Layout do registro de FORNECEDORES.DAT (cadastro
      *==           de fornecedores de copias), mantido pelo COMPRAS
      *==           e lido pelos pedidos de compra e pelo relatorio
      *==           de sugestao de compras. A exclusao e logica
      *==           (status 'I') para preservar os pedidos gravados.
      *== DATA = 15/10/2026
      *================================================================
       01 FORNECEDORES-REG.
          05 FORNECEDORES-CHAVE.
            10 FORN-ID             PIC 9(05).
          05 FORN-NOME             PIC X(40).
          05 FORN-CONTATO          PIC X(30).
          05 FORN-TELEFONE         PIC X(15).
          05 FORN-EMAIL            PIC X(40).
          05 FORN-ENDERECO         PIC X(50).
      *== Condicoes comerciais: prazo de pagamento e de entrega em
      *== dias e desconto padrao em percentual sobre o custo.
          05 FORN-PRAZO-PAGTO      PIC 9(03).
          05 FORN-PRAZO-ENTREGA    PIC 9(03).
          05 FORN-DESCONTO         PIC 9(02)V99.
          05 FORN-STATUS-REG       PIC X(01).
             88 FORN-ATIVO             VALUE 'A'.
             88 FORN-INATIVO           VALUE 'I'.
          05 FILLER                PIC X(10).
