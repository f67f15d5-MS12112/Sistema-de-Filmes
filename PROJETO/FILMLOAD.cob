      *==   arquivo inteiro. Todo registro rejeitado sai tambem em
      *==   FILMLOADREJ, no layout da entrada mais o motivo, para
      *==   ser corrigido e realimentado sozinho.
      *==   A classificacao indicativa vem depois da categoria; em
      *==   branco (arquivo antigo) o filme entra sem classificacao,
      *==   a ser completada no FILMES, e valor fora de L, 10, 12,
      *==   14, 16 e 18 rejeita o registro.
      *======================================

       ENVIRONMENT DIVISION.
      *== A categoria de preco segue a mesma regra: em branco num
      *== arquivo antigo, a carga assume catalogo ('C').
           05 ENT-CATEGORIA     PIC X(01).
      *== A classificacao indicativa segue depois da categoria; em
      *== branco num arquivo antigo, o filme fica sem classificacao.
           05 ENT-CLASSIF       PIC X(02).

      *======ESTRUTURA DO REGISTRO======
        FD FILMES.
           05 REJ-STATUS-REG    PIC X(01).
           05 REJ-QTD-COPIAS    PIC 9(03).
           05 REJ-CATEGORIA     PIC X(01).
           05 REJ-CLASSIF       PIC X(02).
           05 REJ-MOTIVO        PIC X(30).

      *======ESTRUTURA DOS PARAMETROS DO NEGOCIO======
           05 WRK-SALVA-QTD-COPIAS  PIC 9(03).
           05 WRK-SALVA-STATUS-REG  PIC X(01).
           05 WRK-SALVA-CATEGORIA   PIC X(01).
           05 WRK-SALVA-CLASSIF     PIC X(02).

      *============ Procedimentos Principais ===========
       PROCEDURE DIVISION.
              MOVE 7.50 TO PAR-PRECO-LANCAMENTO
              MOVE 5.00 TO PAR-PRECO-CATALOGO
              MOVE 3.00 TO PAR-PRECO-PROMO
              MOVE 2 TO PAR-MAX-RENOVACOES
              MOVE 10 TO PAR-PONTOS-POR-REAL
              MOVE 500 TO PAR-PONTOS-RESGATE
              MOVE 12 TO PAR-PONTOS-VALIDADE
              WRITE PARAMETROS-REG
              CLOSE PARAMETROS
              OPEN INPUT PARAMETROS
               AND NOT CAT-PROMO
                MOVE 'C' TO FILME-CATEGORIA
            END-IF.
            MOVE ENT-CLASSIF TO FILME-CLASSIF.
            PERFORM 2100-VALIDAR-CARGA.
            IF VALIDACAO-OK
                WRITE FILMES-REG
            MOVE ENT-QTD-COPIAS  TO REJ-QTD-COPIAS.
            MOVE ENT-STATUS-REG  TO REJ-STATUS-REG.
            MOVE ENT-CATEGORIA   TO REJ-CATEGORIA.
            MOVE ENT-CLASSIF     TO REJ-CLASSIF.
            MOVE WRK-MSGVALIDA   TO REJ-MOTIVO.
            WRITE REJEITADOS-REG.

                MOVE 'N' TO WRK-VALIDA-STATUS
                MOVE 'DURACAO NAO PODE SER ZERO' TO WRK-MSGVALIDA
            END-IF.
            IF VALIDACAO-OK AND FILME-CLASSIF NOT EQUAL SPACES
               AND NOT CLASSIF-VALIDA
                MOVE 'N' TO WRK-VALIDA-STATUS
                MOVE 'CLASSIFICACAO INVALIDA' TO WRK-MSGVALIDA
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

      *============ GRAVACAO DO CHECKPOINT ===========
