      *==   pagina, a mesma media de nota do relatorio de tela,
      *==   totais finais e a conferencia da quantidade de ativos
      *==   contra o registro de controle em FILMESCTL.
      *==   O catalogo mostra a classificacao indicativa de cada
      *==   filme (coluna CL; '--' para titulo ainda sem
      *==   classificacao).
      *======================================

       ENVIRONMENT DIVISION.
           05 WRK-CAT-STATUS  PIC X(01).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-CAT-CATEG   PIC X(01).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-CAT-CLASSIF PIC X(02).

      *============ LINHA DE DETALHE DO RESUMO POR GENERO ========
        01 WRK-DET-GEN.
            MOVE 'COP' TO WRK-CAB-COLUNAS(113:3).
            MOVE 'ST' TO WRK-CAB-COLUNAS(118:2).
            MOVE 'CT' TO WRK-CAB-COLUNAS(121:2).
            MOVE 'CL' TO WRK-CAB-COLUNAS(124:2).
            MOVE 99 TO WRK-LINHA-ATUAL.
            MOVE ZEROS TO FILME-ID.
            START FILMES KEY IS NOT LESS THAN FILMES-CHAVE
                MOVE FILME-QTD-COPIAS   TO WRK-CAT-COPIAS
                MOVE FILME-STATUS-REG   TO WRK-CAT-STATUS
                MOVE FILME-CATEGORIA    TO WRK-CAT-CATEG
                IF FILME-CLASSIF EQUAL SPACES
                    MOVE '--' TO WRK-CAT-CLASSIF
                ELSE
                    MOVE FILME-CLASSIF  TO WRK-CAT-CLASSIF
                END-IF
                MOVE WRK-DET-CAT TO REL-REG
                PERFORM 8000-IMPRIME-LINHA
                READ FILMES NEXT
