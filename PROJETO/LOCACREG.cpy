       01 LOCACOES-REG.
          05 LOC-CHAVE.
            10 LOC-ID              PIC 9(05).
      *== LOC-CLIENTE-ID aponta para CLIENTES.DAT; os campos que
      *== seguem ocupam a area do antigo campo de nome livre, para
      *== que o tamanho do registro de LOCACOES.DAT nao mude.
          05 LOC-CLIENTE-ID        PIC 9(05).
      *== Quantidade de renovacoes do emprestimo e codigo do
      *== operador que fez a ultima. Em registros gravados antes da
      *== renovacao a area ainda traz sobra do nome livre, por isso
      *== quem le testa NUMERIC antes de usar a quantidade.
          05 LOC-QTD-RENOVACOES    PIC 9(01).
          05 LOC-RENOVADO-POR      PIC X(08).
      *== Codigo do operador identificado na partida do LOCACOES
      *== que registrou o emprestimo.
          05 LOC-OPERADOR          PIC X(08).
          05 LOC-DATA-EMPRESTIMO   PIC 9(08).
          05 LOC-DATA-DEV-PREVISTA PIC 9(08).
          05 LOC-DATA-DEV-REAL     PIC 9(08).
      *== Codigo do supervisor que autorizou o emprestimo de um
      *== filme acima da idade do cliente pela classificacao
      *== indicativa; fica em branco nos emprestimos normais.
          05 LOC-AUTORIZ-IDADE     PIC X(08).
