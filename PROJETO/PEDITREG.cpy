      *================================================================
      *== COPYBOOK: PEDITREG
      *== OBJETIVO: Layout do registro de PEDITENS.DAT (itens do
      *==           pedido de compra). Um item por filme do pedido,
      *==           com a quantidade pedida, o custo unitario e o
      *==           que ja chegou. A chave alternada por filme atende
      *==           a conta das copias ja encomendadas no relatorio
      *==           de sugestao de compras.
      *== DATA = 15/10/2026
      *================================================================
       01 PEDITENS-REG.
          05 PEDITENS-CHAVE.
            10 PIT-PED-ID          PIC 9(05).
            10 PIT-ITEM            PIC 9(02).
          05 PIT-FILME-ID          PIC 9(05).
          05 PIT-QTD               PIC 9(03).
          05 PIT-CUSTO-UNIT        PIC 9(05)V99.
          05 PIT-QTD-RECEBIDA      PIC 9(03).
      *== Data e operador do ultimo recebimento do item.
          05 PIT-DATA-RECEB        PIC 9(08).
          05 PIT-RECEBIDO-POR      PIC X(08).
          05 FILLER                PIC X(10).
