      *================================================================
      *== COPYBOOK: PEDIDREG
      *== OBJETIVO: Layout do registro de PEDIDOS.DAT (cabecalho do
      *==           pedido de compra de copias). O pedido nasce em
      *==           digitacao, e aprovado por um supervisor e recebido
      *==           por item no COMPRAS; o recebimento cria as copias
      *==           em COPIAS.DAT. Os itens ficam em PEDITENS.DAT.
      *== DATA = 15/10/2026
      *================================================================
       01 PEDIDOS-REG.
          05 PEDIDOS-CHAVE.
            10 PED-ID              PIC 9(05).
          05 PED-FORN-ID           PIC 9(05).
          05 PED-DATA              PIC 9(08).
          05 PED-OPERADOR          PIC X(08).
          05 PED-STATUS-REG        PIC X(01).
             88 PED-DIGITACAO          VALUE 'D'.
             88 PED-APROVADO           VALUE 'A'.
             88 PED-RECEB-PARCIAL      VALUE 'P'.
             88 PED-RECEBIDO           VALUE 'R'.
             88 PED-CANCELADO          VALUE 'C'.
             88 PED-A-RECEBER          VALUE 'A' 'P'.
          05 PED-APROVADO-POR      PIC X(08).
          05 PED-DATA-APROV        PIC 9(08).
          05 PED-QTD-ITENS         PIC 9(02).
          05 PED-VALOR-TOTAL       PIC 9(07)V99.
          05 FILLER                PIC X(10).
