      *================================================================
      *== COPYBOOK: PONTOREG
      *== OBJETIVO: Layout do registro de PONTOS.DAT (extrato de
      *==           pontos de fidelidade do cliente). Cada lancamento
      *==           recebe um numero do registro 9 de FILMESCTL, de
      *==           forma que pela chave alternada de cliente os
      *==           lancamentos saem na ordem em que foram feitos.
      *==           Os creditos (ganho no emprestimo pago e devolucao
      *==           de pontos de um resgate cancelado) guardam em
      *==           PTO-SALDO-LANC quanto ainda nao foi usado; os
      *==           debitos (resgate, estorno e expiracao) consomem
      *==           os creditos mais antigos primeiro. O saldo do
      *==           cliente e a soma de PTO-SALDO-LANC dos creditos.
      *== DATA = 15/10/2026
      *================================================================
       01 PONTOS-REG.
          05 PTO-CHAVE.
            10 PTO-ID              PIC 9(07).
          05 PTO-CLIENTE-ID        PIC 9(05).
          05 PTO-TIPO              PIC X(01).
             88 PTO-GANHO              VALUE 'G'.
             88 PTO-RESGATE            VALUE 'R'.
             88 PTO-ESTORNO            VALUE 'E'.
             88 PTO-DEVOLUCAO          VALUE 'D'.
             88 PTO-EXPIRADO           VALUE 'X'.
             88 PTO-CREDITO            VALUE 'G' 'D'.
          05 PTO-DATA              PIC 9(08).
      *== Emprestimo que gerou o lancamento; zerado na expiracao.
          05 PTO-LOC-ID            PIC 9(05).
          05 PTO-PONTOS            PIC 9(05).
          05 PTO-SALDO-LANC        PIC 9(05).
          05 PTO-OPERADOR          PIC X(08).
          05 FILLER                PIC X(10).
