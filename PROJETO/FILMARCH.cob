           05 HIS-STATUS-REG    PIC X(01).
           05 HIS-QTD-COPIAS    PIC 9(03).
           05 HIS-CATEGORIA     PIC X(01).
           05 HIS-CLASSIF       PIC X(02).

      *======ESTRUTURA DO REGISTRO DE EMPRESTIMO (SOMENTE CONSULTA)==
        FD LOCACOES.
            MOVE FILME-QTD-COPIAS  TO HIS-QTD-COPIAS.
            MOVE FILME-STATUS-REG  TO HIS-STATUS-REG.
            MOVE FILME-CATEGORIA   TO HIS-CATEGORIA.
            MOVE FILME-CLASSIF     TO HIS-CLASSIF.
            WRITE HISTORICO-REG.
            IF WRK-HIS-STATUS NOT = 0
                DISPLAY 'ERRO AO GRAVAR HISTORICO, STATUS = '
