      *==   cliente de cada emprestimo contra este arquivo, entao
      *==   a exclusao e sempre logica (status 'I'), preservando o
      *==   historico de emprestimos ja gravados.
      *==   A data de nascimento (AAAAMMDD) e obrigatoria na
      *==   inclusao e na alteracao; o LOCACOES a usa para conferir
      *==   a idade do cliente contra a classificacao indicativa
      *==   do filme.
      *======================================

       ENVIRONMENT DIVISION.
           88 VALIDACAO-OK        VALUE 'S'.
           88 VALIDACAO-ERRO      VALUE 'N'.

      *============ AREA DA VALIDACAO DA DATA DE NASCIMENTO =====
        77 WRK-DATA-HOJE      PIC 9(08).
        01 WRK-NASC-DATA      PIC 9(08).
        01 WRK-NASC-DATA-R REDEFINES WRK-NASC-DATA.
           05 WRK-NASC-AAAA   PIC 9(04).
           05 WRK-NASC-MM     PIC 9(02).
           05 WRK-NASC-DD     PIC 9(02).
        77 WRK-NASC-DIAS-MES  PIC 9(02).
        77 WRK-NASC-QUOC      PIC 9(04).
        77 WRK-NASC-R4        PIC 9(04).
        77 WRK-NASC-R100      PIC 9(04).
        77 WRK-NASC-R400      PIC 9(04).

      *============ AREA DA IDENTIFICACAO DO OPERADOR =========
        77 OPER-STATUS        PIC 9(02).
        77 WRK-OPER-CODIGO    PIC X(08).
               10 COLUMN PLUS 2 PIC X(15) USING CLIENTE-TELEFONE.
               10 LINE 13 COLUMN 10 VALUE 'ENDERECO..'.
               10 COLUMN PLUS 2 PIC X(50) USING CLIENTE-ENDERECO.
               10 LINE 14 COLUMN 10 VALUE 'NASCIMENTO'.
               10 COLUMN PLUS 2 PIC 9(08) USING CLIENTE-DATA-NASC.
               10 COLUMN PLUS 2 VALUE '(AAAAMMDD)'.
             05 BUSCA-NOME FOREGROUND-COLOR 2.
               10 LINE 11 COLUMN 10 VALUE 'NOME......'.
               10 COLUMN PLUS 2 PIC X(40) USING WRK-NOME-BUSCA.
            MOVE ZEROS TO CLIENTE-ID WRK-CONTREGISTRO.
            MOVE SPACES TO CLIENTE-NOME CLIENTE-TELEFONE
            CLIENTE-ENDERECO MOSTRA-ERRO.
            MOVE ZEROS TO CLIENTE-DATA-NASC.
            MOVE 'A' TO CLIENTE-STATUS-REG.
            EVALUATE WRK-OPCAO
               WHEN 1
               MOVE 'N' TO WRK-VALIDA-STATUS
               MOVE 'NOME NAO PODE SER VAZIO' TO WRK-MSGERRO
           END-IF.
           IF VALIDACAO-OK
               PERFORM 5150-VALIDA-NASCIMENTO
           END-IF.

      *============ VALIDACAO DA DATA DE NASCIMENTO ===========
      *== Tem de ser uma data de calendario valida, de 1900 em
      *== diante, e nao pode passar da data de hoje.
       5150-VALIDA-NASCIMENTO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE CLIENTE-DATA-NASC TO WRK-NASC-DATA.
           MOVE 31 TO WRK-NASC-DIAS-MES.
           IF WRK-NASC-MM EQUAL 4 OR 6 OR 9 OR 11
               MOVE 30 TO WRK-NASC-DIAS-MES
           END-IF.
           IF WRK-NASC-MM EQUAL 2
               DIVIDE WRK-NASC-AAAA BY 4 GIVING WRK-NASC-QUOC
                   REMAINDER WRK-NASC-R4
               DIVIDE WRK-NASC-AAAA BY 100 GIVING WRK-NASC-QUOC
                   REMAINDER WRK-NASC-R100
               DIVIDE WRK-NASC-AAAA BY 400 GIVING WRK-NASC-QUOC
                   REMAINDER WRK-NASC-R400
               IF WRK-NASC-R400 EQUAL 0
                  OR (WRK-NASC-R4 EQUAL 0 AND WRK-NASC-R100 NOT = 0)
                   MOVE 29 TO WRK-NASC-DIAS-MES
               ELSE
                   MOVE 28 TO WRK-NASC-DIAS-MES
               END-IF
           END-IF.
           IF WRK-NASC-AAAA < 1900
              OR WRK-NASC-MM < 1 OR WRK-NASC-MM > 12
              OR WRK-NASC-DD < 1 OR WRK-NASC-DD > WRK-NASC-DIAS-MES
               MOVE 'N' TO WRK-VALIDA-STATUS
               MOVE 'DATA DE NASCIMENTO INVALIDA' TO WRK-MSGERRO
           ELSE
               IF WRK-NASC-DATA > WRK-DATA-HOJE
                   MOVE 'N' TO WRK-VALIDA-STATUS
                   MOVE 'DATA DE NASCIMENTO POSTERIOR A HOJE'
                       TO WRK-MSGERRO
               END-IF
           END-IF.

       6000-CONSULTAR.
           MOVE '  MODULO - CONSULTA ' TO WRK-MODULO.

           READ CLIENTES.
           IF CLIENTE-STATUS EQUAL 0
                IF CLIENTE-DATA-NASC NOT NUMERIC
                    MOVE ZEROS TO CLIENTE-DATA-NASC
                END-IF
                ACCEPT SS-DADOS
                PERFORM 5100-VALIDAR-INCLUIR
                IF VALIDACAO-OK
