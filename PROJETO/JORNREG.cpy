      *================================================================
      *== COPYBOOK: JORNREG
      *== OBJETIVO: Layout do registro de JORNAL.DAT (controle dos
      *==           dias ja enviados a contabilidade). O LOCACONT
      *==           grava um registro por data de movimento quando
      *==           gera o diario do dia, com as quantidades e os
      *==           totais de controle do arquivo enviado; uma data
      *==           que ja esta aqui so volta a sair num reenvio
      *==           pedido por supervisor, que fica registrado.
      *== DATA = 15/10/2026
      *================================================================
       01 JORNAL-REG.
          05 JOR-CHAVE.
            10 JOR-DATA-MOV        PIC 9(08).
      *== Data e hora da geracao do primeiro envio.
          05 JOR-DATA-ENVIO        PIC 9(08).
          05 JOR-HORA-ENVIO        PIC 9(06).
          05 JOR-QTD-LANC          PIC 9(05).
          05 JOR-TOT-DEBITO        PIC 9(11)V99.
          05 JOR-TOT-CREDITO       PIC 9(11)V99.
      *== Reenvios da data: quantidade, data do ultimo e codigo do
      *== supervisor que o pediu (em branco se nunca reenviado).
          05 JOR-QTD-REENVIOS      PIC 9(02).
          05 JOR-DATA-REENVIO      PIC 9(08).
          05 JOR-SUPERVISOR        PIC X(08).
          05 FILLER                PIC X(10).
