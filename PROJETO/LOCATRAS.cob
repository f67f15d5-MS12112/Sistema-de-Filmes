              MOVE 7.50 TO PAR-PRECO-LANCAMENTO
              MOVE 5.00 TO PAR-PRECO-CATALOGO
              MOVE 3.00 TO PAR-PRECO-PROMO
              MOVE 2 TO PAR-MAX-RENOVACOES
              MOVE 10 TO PAR-PONTOS-POR-REAL
              MOVE 500 TO PAR-PONTOS-RESGATE
              MOVE 12 TO PAR-PONTOS-VALIDADE
              WRITE PARAMETROS-REG
              CLOSE PARAMETROS
              OPEN INPUT PARAMETROS
