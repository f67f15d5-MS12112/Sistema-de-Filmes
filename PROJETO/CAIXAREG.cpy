      *================================================================
      *== COPYBOOK: CAIXAREG
      *== OBJETIVO: Layout do registro de CAIXA.DAT (movimento de
      *==           caixa por operador). Cada recebimento no balcao
      *==           (emprestimo, renovacao e pagamento de multa)
      *==           grava um movimento com a forma de pagamento, e
      *==           o cancelamento de um emprestimo grava a
      *==           devolucao do valor ao cliente (tipo C); o
      *==           fechamento do turno grava um registro tipo F com
      *==           os totais do sistema, os valores contados pelo
      *==           operador e o supervisor que aceitou a diferenca.
      *==           A chave e o operador (LOC-OPERADOR), a data do
      *==           recebimento e uma sequencia do registro 6 de
      *==           FILMESCTL, de forma que os movimentos do turno
      *==           sao os que vem depois do ultimo fechamento.
      *== DATA = 15/10/2026
      *================================================================
       01 CAIXA-REG.
          05 CX-CHAVE.
            10 CX-OPERADOR         PIC X(08).
            10 CX-DATA             PIC 9(08).
            10 CX-SEQ              PIC 9(07).
          05 CX-TIPO               PIC X(01).
             88 MOV-EMPRESTIMO         VALUE 'E'.
             88 MOV-RENOVACAO          VALUE 'R'.
             88 MOV-MULTA              VALUE 'M'.
             88 MOV-CANCELAMENTO       VALUE 'C'.
             88 MOV-FECHAMENTO         VALUE 'F'.
          05 CX-HORA               PIC 9(08).
          05 CX-MOVIMENTO.
            10 CX-FORMA-PAGTO      PIC X(01).
               88 PAGTO-DINHEIRO       VALUE 'D'.
               88 PAGTO-CARTAO         VALUE 'C'.
               88 PAGTO-PIX            VALUE 'P'.
            10 CX-VALOR            PIC 9(05)V99.
            10 CX-LOC-ID           PIC 9(05).
            10 CX-MULTA-ID         PIC 9(05).
            10 CX-CLIENTE-ID       PIC 9(05).
      *== Categoria de preco do filme no recebimento de emprestimo
      *== ou renovacao; em branco no pagamento de multa.
            10 CX-CATEGORIA        PIC X(01).
      *== Supervisor que autorizou o cancelamento (CX-TIPO C), cujo
      *== valor foi devolvido ao cliente; em branco nos demais.
            10 CX-AUTORIZADO-POR   PIC X(08).
            10 FILLER              PIC X(30).
      *== Visao do registro de fechamento do turno (CX-TIPO F).
          05 CX-DADOS-FECHAMENTO REDEFINES CX-MOVIMENTO.
            10 CX-FEC-DINHEIRO-SIS PIC 9(07)V99.
            10 CX-FEC-CARTAO-SIS   PIC 9(07)V99.
            10 CX-FEC-PIX-SIS      PIC 9(07)V99.
            10 CX-FEC-DINHEIRO-CONT PIC 9(07)V99.
            10 CX-FEC-CARTAO-CONT  PIC 9(07)V99.
            10 CX-FEC-DIFERENCA    PIC S9(07)V99.
            10 CX-FEC-SUPERVISOR   PIC X(08).
