          05 CLIENTE-STATUS-REG    PIC X(01).
             88 CLIENTE-ATIVO          VALUE 'A'.
             88 CLIENTE-INATIVO        VALUE 'I'.
      *== Data de nascimento (AAAAMMDD), usada pelo LOCACOES para
      *== conferir a idade do cliente contra a classificacao
      *== indicativa do filme. Clientes cadastrados antes do campo
      *== ficam com a data zerada pela conversao SISCONV; quem le
      *== testa NUMERIC e maior que zero e trata o resto como data
      *== nao informada.
          05 CLIENTE-DATA-NASC     PIC 9(08).
