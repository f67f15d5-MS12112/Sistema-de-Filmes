      *================================================================
      *== COPYBOOK: BKPMREG
      *== OBJETIVO: Layout do manifesto da copia de seguranca. Um
      *==           registro H com a data e a hora da copia e a
      *==           quantidade de arquivos, um registro D por arquivo
      *==           com a quantidade de registros copiados e o total
      *==           de controle (ver BKPTAB), e um registro T com a
      *==           soma das quantidades e dos totais. O SISREST so
      *==           restaura uma copia que confere com o manifesto.
      *== DATA = 15/10/2026
      *================================================================
       01 MANIFESTO-REG.
          05 MAN-TIPO              PIC X(01).
             88 MAN-CABECALHO          VALUE 'H'.
             88 MAN-DETALHE            VALUE 'D'.
             88 MAN-TRAILER            VALUE 'T'.
          05 MAN-DATA              PIC 9(08).
          05 MAN-HORA              PIC 9(06).
      *== Espacos nos registros H e T.
          05 MAN-ARQUIVO           PIC X(12).
      *== No registro H, a quantidade de arquivos copiados.
          05 MAN-QTD-REG           PIC 9(09).
          05 MAN-TOTAL-CTL         PIC 9(15).
          05 FILLER                PIC X(29).
