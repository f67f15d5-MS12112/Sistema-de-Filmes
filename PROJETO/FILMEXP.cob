      *== e novas manterem o status na mesma coluna.
           05 SAI-QTD-COPIAS    PIC 9(03).
           05 SAI-CATEGORIA     PIC X(01).
           05 SAI-CLASSIF       PIC X(02).

      *============ VÁRIAVEIS ===============
       WORKING-STORAGE              SECTION.
            MOVE FILME-QTD-COPIAS  TO SAI-QTD-COPIAS.
            MOVE FILME-STATUS-REG  TO SAI-STATUS-REG.
            MOVE FILME-CATEGORIA   TO SAI-CATEGORIA.
            MOVE FILME-CLASSIF     TO SAI-CLASSIF.
            WRITE SAIDA-REG.
            ADD 1 TO WRK-CONT-EXPORTADOS.
            READ FILMES NEXT.
