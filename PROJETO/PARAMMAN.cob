      *== DATA = 03/09/2026
      *== OBSERVAÇOES: Tela de consulta e alteracao do registro 1 de
      *==   PARAMSDAT: prazo do emprestimo, multa por dia, intervalo
      *==   de checkpoint da carga, limite de emprestimos abertos,
      *==   prazo de guarda das reservas, precos por categoria e
      *==   maximo de renovacoes do emprestimo. LOCACOES, LOCATRAS e
      *==   FILMLOAD leem o arquivo na partida, entao uma alteracao
      *==   passa a valer na proxima execucao de cada programa.
      *==   Na segunda coluna ficam tambem as regras do programa de
      *==   fidelidade: pontos ganhos por real pago (zero suspende
      *==   o ganho), pontos de uma locacao gratis e validade dos
      *==   pontos em meses, usada pelo LOCAPTOS.
      *======================================

       ENVIRONMENT DIVISION.
               10 LINE 17 COLUMN 10 VALUE 'PRECO PROMO..............'.
               10 COLUMN PLUS 2 PIC 9(03)V99
                  USING PAR-PRECO-PROMO.
               10 LINE 10 COLUMN 46 VALUE 'MAXIMO RENOVACOES...'.
               10 COLUMN PLUS 2 PIC 9(01) USING PAR-MAX-RENOVACOES.
               10 LINE 11 COLUMN 46 VALUE 'PONTOS POR REAL.....'.
               10 COLUMN PLUS 2 PIC 9(02) USING PAR-PONTOS-POR-REAL.
               10 LINE 12 COLUMN 46 VALUE 'PONTOS P/ RESGATE...'.
               10 COLUMN PLUS 2 PIC 9(05) USING PAR-PONTOS-RESGATE.
               10 LINE 13 COLUMN 46 VALUE 'VALIDADE PTS (MESES)'.
               10 COLUMN PLUS 2 PIC 9(02) USING PAR-PONTOS-VALIDADE.

      *============ Mensagens de Erro ou Confirmação ===========
        01 MOSTRA-ERRO.
              MOVE 7.50 TO PAR-PRECO-LANCAMENTO
              MOVE 5.00 TO PAR-PRECO-CATALOGO
              MOVE 3.00 TO PAR-PRECO-PROMO
              MOVE 2 TO PAR-MAX-RENOVACOES
              MOVE 10 TO PAR-PONTOS-POR-REAL
              MOVE 500 TO PAR-PONTOS-RESGATE
              MOVE 12 TO PAR-PONTOS-VALIDADE
              WRITE PARAMETROS-REG
              CLOSE PARAMETROS
              OPEN I-O PARAMETROS
              STOP RUN
            END-IF.

      *============ CAMPOS NOVOS EM REGISTRO ANTIGO ===========
      *== Executa na sequencia do THRU da partida e depois de cada
      *== releitura do registro. Registro gravado antes de um
      *== parametro existir traz brancos na posicao do campo: o
      *== padrao e assumido na tela e passa a ficar gravado na
      *== proxima alteracao.
       1050-COMPLETA-PARAMETROS.
            IF PAR-MAX-RENOVACOES NOT NUMERIC
              MOVE 2 TO PAR-MAX-RENOVACOES
            END-IF.
            IF PAR-PONTOS-POR-REAL NOT NUMERIC
              MOVE 10 TO PAR-PONTOS-POR-REAL
            END-IF.
            IF PAR-PONTOS-RESGATE NOT NUMERIC
              MOVE 500 TO PAR-PONTOS-RESGATE
            END-IF.
            IF PAR-PONTOS-VALIDADE NOT NUMERIC
              MOVE 12 TO PAR-PONTOS-VALIDADE
            END-IF.

       1100-MONTATELA.

             DISPLAY TELA.
               MOVE 'ALTERACAO CANCELADA' TO WRK-MSGERRO
               MOVE 1 TO PAR-CHAVE
               READ PARAMETROS
               PERFORM 1050-COMPLETA-PARAMETROS
             END-IF
           ELSE
             MOVE 1 TO PAR-CHAVE
             READ PARAMETROS
             PERFORM 1050-COMPLETA-PARAMETROS
           END-IF.
           DISPLAY MOSTRA-ERRO.
           ACCEPT MSG-ERRO.
               MOVE 'N' TO WRK-VALIDA-STATUS
               MOVE 'PRECOS NAO PODEM SER ZERO' TO WRK-MSGERRO
           END-IF.
           IF VALIDACAO-OK AND PAR-PONTOS-RESGATE EQUAL 0
               MOVE 'N' TO WRK-VALIDA-STATUS
               MOVE 'PONTOS P/ RESGATE NAO PODE SER ZERO'
                   TO WRK-MSGERRO
           END-IF.
           IF VALIDACAO-OK AND PAR-PONTOS-VALIDADE EQUAL 0
               MOVE 'N' TO WRK-VALIDA-STATUS
               MOVE 'VALIDADE DOS PONTOS NAO PODE SER ZERO'
                   TO WRK-MSGERRO
           END-IF.
