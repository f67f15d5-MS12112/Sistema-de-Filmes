      *================================================================
      *== COPYBOOK: AVISOREG
      *== OBJETIVO: Layout do registro de AVISOS.DAT (historico das
      *==           cartas de cobranca de atraso). O LOCAVISO grava
      *==           um registro por emprestimo e nivel de aviso
      *==           enviado (1 primeiro, 2 segundo, 3 final), de
      *==           forma que o mesmo nivel nunca sai duas vezes
      *==           para o mesmo emprestimo; a chave alternada por
      *==           cliente atende a consulta do LOCACOES.
      *== DATA = 15/10/2026
      *================================================================
       01 AVISOS-REG.
          05 AVI-CHAVE.
            10 AVI-LOC-ID          PIC 9(05).
            10 AVI-NIVEL           PIC 9(01).
               88 AVISO-PRIMEIRO       VALUE 1.
               88 AVISO-SEGUNDO        VALUE 2.
               88 AVISO-FINAL          VALUE 3.
          05 AVI-CLIENTE-ID        PIC 9(05).
          05 AVI-DATA-ENVIO        PIC 9(08).
          05 AVI-DIAS-ATRASO       PIC 9(05).
      *== Saldo de multas em aberto do cliente na data da carta.
          05 AVI-SALDO-MULTAS      PIC 9(07)V99.
