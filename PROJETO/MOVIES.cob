      *== OBJETIVO: Sistema de Gestão de Filmes
      *== DATA = 10/04/2025
      *== OBSERVAÇOES: Sistema CRUD
      *==   A classificacao indicativa (L, 10, 12, 14, 16 ou 18) e
      *==   obrigatoria na inclusao e na alteracao; o LOCACOES a
      *==   confere contra a idade do cliente no emprestimo.
      *======================================

       ENVIRONMENT DIVISION.
           05 WRK-SALVA-QTD-COPIAS  PIC 9(03).
           05 WRK-SALVA-STATUS-REG  PIC X(01).
           05 WRK-SALVA-CATEGORIA   PIC X(01).
           05 WRK-SALVA-CLASSIF     PIC X(02).


       SCREEN                       SECTION.
               10 COLUMN PLUS 2 PIC 9(03) USING FILME-QTD-COPIAS.
               10 LINE 17 COLUMN 10 VALUE 'CATEG..'.
               10 COLUMN PLUS 2 PIC X(01) USING FILME-CATEGORIA.
               10 COLUMN PLUS 4 VALUE 'CLASSIF.'.
               10 COLUMN PLUS 2 PIC X(02) USING FILME-CLASSIF.
             05 BUSCA-GENERO FOREGROUND-COLOR 2.
               10 LINE 12 COLUMN 10 VALUE 'GENERO...'.
               10 COLUMN PLUS 2 PIC X(30) USING WRK-GENERO-BUSCA.
            MOSTRA-ERRO.
            MOVE 'A' TO FILME-STATUS-REG.
            MOVE 'C' TO FILME-CATEGORIA.
            MOVE SPACES TO FILME-CLASSIF.
            MOVE SPACES TO WRK-LOG-OPERACAO WRK-LOG-TITULO-ANTIGO
            WRK-LOG-TITULO-NOVO.
            MOVE ZEROS TO WRK-LOG-NOTA-ANTIGA WRK-LOG-NOTA-NOVA
                   MOVE 'CATEGORIA DEVE SER L, C OU P' TO WRK-MSGERRO
               END-IF
           END-IF.
           IF VALIDACAO-OK AND NOT CLASSIF-VALIDA
               MOVE 'N' TO WRK-VALIDA-STATUS
               MOVE 'CLASSIFICACAO DEVE SER L, 10, 12, 14, 16 OU 18'
                   TO WRK-MSGERRO
           END-IF.
           IF VALIDACAO-OK
               MOVE FILME-ID          TO WRK-SALVA-ID
               MOVE FILME-GENERO      TO WRK-SALVA-GENERO
               MOVE FILME-QTD-COPIAS  TO WRK-SALVA-QTD-COPIAS
               MOVE FILME-STATUS-REG  TO WRK-SALVA-STATUS-REG
               MOVE FILME-CATEGORIA   TO WRK-SALVA-CATEGORIA
               MOVE FILME-CLASSIF     TO WRK-SALVA-CLASSIF
               READ FILMES KEY IS FILME-TITULO
                 INVALID KEY
                     CONTINUE
               MOVE WRK-SALVA-QTD-COPIAS TO FILME-QTD-COPIAS
               MOVE WRK-SALVA-STATUS-REG TO FILME-STATUS-REG
               MOVE WRK-SALVA-CATEGORIA  TO FILME-CATEGORIA
               MOVE WRK-SALVA-CLASSIF    TO FILME-CLASSIF
           END-IF.

       6000-CONSULTAR.
                   MOVE 'CATEGORIA DEVE SER L, C OU P' TO WRK-MSGERRO
               END-IF
           END-IF.
           IF VALIDACAO-OK AND NOT CLASSIF-VALIDA
               MOVE 'N' TO WRK-VALIDA-STATUS
               MOVE 'CLASSIFICACAO DEVE SER L, 10, 12, 14, 16 OU 18'
                   TO WRK-MSGERRO
           END-IF.
           IF VALIDACAO-OK
               MOVE FILME-ID          TO WRK-SALVA-ID
               MOVE FILME-TITULO      TO WRK-SALVA-TITULO
               MOVE FILME-QTD-COPIAS  TO WRK-SALVA-QTD-COPIAS
               MOVE FILME-STATUS-REG  TO WRK-SALVA-STATUS-REG
               MOVE FILME-CATEGORIA   TO WRK-SALVA-CATEGORIA
               MOVE FILME-CLASSIF     TO WRK-SALVA-CLASSIF
               READ FILMES KEY IS FILME-TITULO
                 INVALID KEY
                     CONTINUE
               MOVE WRK-SALVA-QTD-COPIAS TO FILME-QTD-COPIAS
               MOVE WRK-SALVA-STATUS-REG TO FILME-STATUS-REG
               MOVE WRK-SALVA-CATEGORIA  TO FILME-CATEGORIA
               MOVE WRK-SALVA-CLASSIF    TO FILME-CLASSIF
           END-IF.


