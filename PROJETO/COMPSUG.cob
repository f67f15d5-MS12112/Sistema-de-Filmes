       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPSUG.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Relatorio de pedidos sugeridos de copias, pela
      *==           fila de reservas e pelas copias fora da loja
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: Le FILMES.DAT em ordem de FILME-ID e, para
      *==   cada filme ativo com clientes em espera em RESERVAS.DAT,
      *==   conta as copias emprestaveis de COPIAS.DAT (ou
      *==   FILME-QTD-COPIAS, se o filme nao tem copias cadastradas),
      *==   os emprestimos em aberto de LOCACOES.DAT e o saldo ainda
      *==   a receber dos pedidos em digitacao, aprovados ou
      *==   recebidos em parte de PEDITENS.DAT. A sugestao e uma
      *==   copia para cada grupo de clientes em espera (2 por
      *==   copia, ou o numero em COMPSUGPRM), menos as copias ja em
      *==   pedido e as que estao na loja; nao sai sugestao negativa.
      *==   Ao lado sai o fornecedor e o custo do ultimo pedido do
      *==   filme, para estimar o valor da compra.
      *==   A impressao sai em COMPSUGOUT.
      *======================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILMES ASSIGN TO 'FILMESDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FILME-STATUS
             RECORD KEY IS FILMES-CHAVE
             ALTERNATE RECORD KEY IS FILME-GENERO WITH DUPLICATES
             ALTERNATE RECORD KEY IS FILME-TITULO WITH DUPLICATES.

           SELECT COPIAS ASSIGN TO 'COPIASDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS COPIA-STATUS
             RECORD KEY IS COPIA-CHAVE.

           SELECT LOCACOES ASSIGN TO 'LOCACOESDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS LOC-STATUS
             RECORD KEY IS LOC-CHAVE
             ALTERNATE RECORD KEY IS LOC-FILME-ID WITH DUPLICATES
             ALTERNATE RECORD KEY IS LOC-CLIENTE-ID WITH DUPLICATES.

           SELECT RESERVAS ASSIGN TO 'RESERVASDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS RESERVA-STATUS
             RECORD KEY IS RES-CHAVE
             ALTERNATE RECORD KEY IS RES-FILME-ID WITH DUPLICATES.

           SELECT PEDIDOS ASSIGN TO 'PEDIDOSDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PEDIDO-STATUS
             RECORD KEY IS PEDIDOS-CHAVE
             ALTERNATE RECORD KEY IS PED-FORN-ID WITH DUPLICATES.

           SELECT PEDITENS ASSIGN TO 'PEDITENSDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PEDITEM-STATUS
             RECORD KEY IS PEDITENS-CHAVE
             ALTERNATE RECORD KEY IS PIT-FILME-ID WITH DUPLICATES.

           SELECT FORNECEDORES ASSIGN TO 'FORNECEDORESDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FORN-STATUS
             RECORD KEY IS FORNECEDORES-CHAVE
             ALTERNATE RECORD KEY IS FORN-NOME WITH DUPLICATES.

           SELECT PARAMETRO ASSIGN TO 'COMPSUGPRM'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-PRM-STATUS.

           SELECT RELATORIO ASSIGN TO 'COMPSUGOUT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-REL-STATUS.

       DATA DIVISION.
       FILE                         SECTION.
      *======ESTRUTURA DO CATALOGO DE FILMES (SOMENTE CONSULTA)======
        FD FILMES.
        COPY FILMEREG.

      *======ESTRUTURA DO INVENTARIO DE COPIAS======
        FD COPIAS.
        COPY COPIAREG.

      *======ESTRUTURA DO REGISTRO DE EMPRESTIMO======
        FD LOCACOES.
        COPY LOCACREG.

      *======ESTRUTURA DO REGISTRO DE RESERVA======
        FD RESERVAS.
        COPY RESERREG.

      *======ESTRUTURA DO CABECALHO DO PEDIDO DE COMPRA======
        FD PEDIDOS.
        COPY PEDIDREG.

      *======ESTRUTURA DOS ITENS DO PEDIDO DE COMPRA======
        FD PEDITENS.
        COPY PEDITREG.

      *======ESTRUTURA DO CADASTRO DE FORNECEDORES======
        FD FORNECEDORES.
        COPY FORNREG.

      *======ESTRUTURA DO PARAMETRO DE CLIENTES POR COPIA======
        FD PARAMETRO.
        01 PARAMETRO-REG.
           05 PRM-CLIENTES-COPIA PIC 9(02).

      *======ESTRUTURA DO ARQUIVO DE IMPRESSAO======
        FD RELATORIO.
        01 REL-REG              PIC X(132).

      *============ VÁRIAVEIS ===============
       WORKING-STORAGE              SECTION.

        77 FILME-STATUS       PIC 9(02).
        77 COPIA-STATUS       PIC 9(02).
        77 LOC-STATUS         PIC 9(02).
        77 RESERVA-STATUS     PIC 9(02).
        77 PEDIDO-STATUS      PIC 9(02).
        77 PEDITEM-STATUS     PIC 9(02).
        77 FORN-STATUS        PIC 9(02).
        77 WRK-PRM-STATUS     PIC 9(02).
        77 WRK-REL-STATUS     PIC 9(02).

      *============ AREA DO PARAMETRO =========
      *== Clientes em espera atendidos por uma copia nova; o VALUE
      *== e o padrao quando COMPSUGPRM nao vem ou vem zerado.
        77 WRK-CLIENTES-COPIA PIC 9(02) VALUE 2.

      *============ AREA DAS CONTAGENS DO FILME =========
        77 WRK-FILA           PIC 9(05).
        77 WRK-FORA           PIC 9(05).
        77 WRK-COPIAS-UTEIS   PIC 9(05).
        77 WRK-COPIAS-CAD     PIC 9(05).
        77 WRK-DISPONIVEIS    PIC 9(05).
        77 WRK-EM-PEDIDO      PIC 9(05).
        77 WRK-NECESSARIAS    PIC 9(05).
        77 WRK-RESTO          PIC 9(02).
        77 WRK-SUGERIDAS      PIC S9(05).
        77 WRK-ULT-PED-ID     PIC 9(05).
        77 WRK-ULT-FORN-ID    PIC 9(05).
        77 WRK-ULT-CUSTO      PIC 9(05)V99.
        77 WRK-VALOR-ESTIM    PIC 9(07)V99.

      *============ TOTAIS DA EXECUCAO =========
        77 WRK-CONT-FILMES    PIC 9(05) VALUE 0.
        77 WRK-CONT-COM-FILA  PIC 9(05) VALUE 0.
        77 WRK-CONT-SUGERIDOS PIC 9(05) VALUE 0.
        77 WRK-TOT-COPIAS     PIC 9(07) VALUE 0.
        77 WRK-TOT-VALOR      PIC 9(09)V99 VALUE 0.

      *============ AREA DO CONTROLE DE PAGINACAO ===============
        77 WRK-PAGINA         PIC 9(04) VALUE 0.
        77 WRK-LINHA-ATUAL    PIC 9(02) VALUE 99.
        77 WRK-LINHAS-POR-PAG PIC 9(02) VALUE 55.

        01 WRK-DATA-HOJE      PIC 9(08).
        01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-AAAA   PIC 9(04).
           05 WRK-HOJE-MM     PIC 9(02).
           05 WRK-HOJE-DD     PIC 9(02).

      *============ LINHAS DE CABECALHO ===============
        01 WRK-CAB1.
           05 FILLER          PIC X(06) VALUE 'DATA: '.
           05 WRK-CAB1-DD     PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-CAB1-MM     PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-CAB1-AAAA   PIC 9(04).
           05 FILLER          PIC X(24) VALUE SPACES.
           05 FILLER          PIC X(44)
              VALUE '            S I S T E M A   D E   F I L M E'.
           05 FILLER          PIC X(02) VALUE 'S '.
           05 FILLER          PIC X(34) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'PAGINA: '.
           05 WRK-CAB1-PAG    PIC ZZZ9.

        01 WRK-CAB2.
           05 FILLER          PIC X(40) VALUE SPACES.
           05 FILLER          PIC X(42)
              VALUE 'PEDIDOS SUGERIDOS DE COPIAS - CLIENTES/COP'.
           05 FILLER          PIC X(04) VALUE 'IA: '.
           05 WRK-CAB2-CLI    PIC Z9.

        01 WRK-CAB3.
           05 FILLER          PIC X(06) VALUE 'FILME'.
           05 FILLER          PIC X(31) VALUE 'TITULO'.
           05 FILLER          PIC X(06) VALUE ' FILA'.
           05 FILLER          PIC X(06) VALUE ' FORA'.
           05 FILLER          PIC X(06) VALUE 'COPIA'.
           05 FILLER          PIC X(06) VALUE ' LOJA'.
           05 FILLER          PIC X(06) VALUE 'PEDID'.
           05 FILLER          PIC X(06) VALUE 'SUGER'.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(31) VALUE 'ULTIMO FORNECEDOR'.
           05 FILLER          PIC X(09) VALUE '    CUSTO'.
           05 FILLER          PIC X(11) VALUE '   ESTIMADO'.

        01 WRK-TRACO          PIC X(132) VALUE ALL '-'.
        01 WRK-LINHA-SALVA    PIC X(132).

      *============ LINHAS DE DETALHE E TOTAIS ===============
        01 WRK-DET.
           05 WRK-DET-FILME   PIC 9(05).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-DET-TITULO  PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-DET-FILA    PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-DET-FORA    PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-DET-COPIAS  PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-DET-LOJA    PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-DET-PEDIDO  PIC ZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-DET-SUGER   PIC ZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-FORN    PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-DET-CUSTO   PIC ZZZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-DET-ESTIM   PIC ZZZZZZ9.99.

        01 WRK-LIN-TOTAL.
           05 WRK-TOT-ROTULO  PIC X(40).
           05 WRK-TOT-QTD     PIC ZZZZZZ9.
           05 WRK-TOT-VALOR-X.
              10 FILLER       PIC X(04).
              10 WRK-TOT-ED   PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL               SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-PROCESSAR UNTIL FILME-STATUS EQUAL 10.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN INPUT FILMES.
            IF FILME-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR O CATALOGO, STATUS = '
                  FILME-STATUS
              STOP RUN
            END-IF.
            OPEN INPUT COPIAS.
            IF COPIA-STATUS EQUAL 35
              OPEN OUTPUT COPIAS
              CLOSE COPIAS
              OPEN INPUT COPIAS
            END-IF.
            IF COPIA-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR COPIAS, STATUS = ' COPIA-STATUS
              STOP RUN
            END-IF.
            OPEN INPUT LOCACOES.
            IF LOC-STATUS EQUAL 35
              OPEN OUTPUT LOCACOES
              CLOSE LOCACOES
              OPEN INPUT LOCACOES
            END-IF.
            IF LOC-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR LOCACOES, STATUS = ' LOC-STATUS
              STOP RUN
            END-IF.
            OPEN INPUT RESERVAS.
            IF RESERVA-STATUS EQUAL 35
              OPEN OUTPUT RESERVAS
              CLOSE RESERVAS
              OPEN INPUT RESERVAS
            END-IF.
            IF RESERVA-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR RESERVAS, STATUS = '
                  RESERVA-STATUS
              STOP RUN
            END-IF.
            OPEN INPUT PEDIDOS.
            IF PEDIDO-STATUS EQUAL 35
              OPEN OUTPUT PEDIDOS
              CLOSE PEDIDOS
              OPEN INPUT PEDIDOS
            END-IF.
            IF PEDIDO-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR PEDIDOS, STATUS = '
                  PEDIDO-STATUS
              STOP RUN
            END-IF.
            OPEN INPUT PEDITENS.
            IF PEDITEM-STATUS EQUAL 35
              OPEN OUTPUT PEDITENS
              CLOSE PEDITENS
              OPEN INPUT PEDITENS
            END-IF.
            IF PEDITEM-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR ITENS DO PEDIDO, STATUS = '
                  PEDITEM-STATUS
              STOP RUN
            END-IF.
            OPEN INPUT FORNECEDORES.
            IF FORN-STATUS EQUAL 35
              OPEN OUTPUT FORNECEDORES
              CLOSE FORNECEDORES
              OPEN INPUT FORNECEDORES
            END-IF.
            IF FORN-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR FORNECEDORES, STATUS = '
                  FORN-STATUS
              STOP RUN
            END-IF.
            OPEN OUTPUT RELATORIO.
            IF WRK-REL-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR RELATORIO, STATUS = '
                  WRK-REL-STATUS
              STOP RUN
            END-IF.
            PERFORM 1100-LE-PARAMETRO.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            MOVE WRK-HOJE-DD   TO WRK-CAB1-DD.
            MOVE WRK-HOJE-MM   TO WRK-CAB1-MM.
            MOVE WRK-HOJE-AAAA TO WRK-CAB1-AAAA.
            MOVE WRK-CLIENTES-COPIA TO WRK-CAB2-CLI.
            DISPLAY 'PEDIDOS SUGERIDOS EM ' WRK-DATA-HOJE.
            DISPLAY 'CLIENTES EM ESPERA POR COPIA: '
                    WRK-CLIENTES-COPIA.
            READ FILMES NEXT.

      *============ LEITURA DO PARAMETRO OPCIONAL ===========
       1100-LE-PARAMETRO.
            OPEN INPUT PARAMETRO.
            IF WRK-PRM-STATUS EQUAL 0
                READ PARAMETRO
                  AT END
                      CONTINUE
                  NOT AT END
                      IF PRM-CLIENTES-COPIA IS NUMERIC
                         AND PRM-CLIENTES-COPIA > 0
                          MOVE PRM-CLIENTES-COPIA
                              TO WRK-CLIENTES-COPIA
                      END-IF
                END-READ
                CLOSE PARAMETRO
            END-IF.

      *============ AVALIACAO DE UM FILME ===========
       2000-PROCESSAR.
            ADD 1 TO WRK-CONT-FILMES.
            IF FILME-ATIVO
                PERFORM 2100-CONTA-FILA
                IF WRK-FILA > 0
                    ADD 1 TO WRK-CONT-COM-FILA
                    PERFORM 2200-CONTA-FORA
                    PERFORM 2300-CONTA-COPIAS
                    PERFORM 2400-CONTA-EM-PEDIDO
                    PERFORM 3000-CALCULA-SUGESTAO
                END-IF
            END-IF.
            READ FILMES NEXT.

      *== Clientes em espera na fila de reservas do filme.
       2100-CONTA-FILA.
            MOVE ZEROS TO WRK-FILA.
            MOVE FILME-ID TO RES-FILME-ID.
            START RESERVAS KEY IS NOT LESS THAN RES-FILME-ID
              INVALID KEY
                  MOVE 10 TO RESERVA-STATUS
              NOT INVALID KEY
                  READ RESERVAS NEXT
            END-START.
            PERFORM UNTIL RESERVA-STATUS EQUAL 10
                    OR RES-FILME-ID NOT EQUAL FILME-ID
                IF RES-EM-ESPERA
                    ADD 1 TO WRK-FILA
                END-IF
                READ RESERVAS NEXT
            END-PERFORM.

      *== Emprestimos do filme ainda sem devolucao.
       2200-CONTA-FORA.
            MOVE ZEROS TO WRK-FORA.
            MOVE FILME-ID TO LOC-FILME-ID.
            START LOCACOES KEY IS NOT LESS THAN LOC-FILME-ID
              INVALID KEY
                  MOVE 10 TO LOC-STATUS
              NOT INVALID KEY
                  READ LOCACOES NEXT
            END-START.
            PERFORM UNTIL LOC-STATUS EQUAL 10
                    OR LOC-FILME-ID NOT EQUAL FILME-ID
                IF LOC-DATA-DEV-REAL EQUAL 0
                    ADD 1 TO WRK-FORA
                END-IF
                READ LOCACOES NEXT
            END-PERFORM.

      *== Copias emprestaveis, com a mesma regra da checagem de
      *== disponibilidade do LOCACOES; as que estao na loja sao as
      *== emprestaveis menos as que estao fora.
       2300-CONTA-COPIAS.
            MOVE ZEROS TO WRK-COPIAS-UTEIS WRK-COPIAS-CAD.
            MOVE FILME-ID TO COPIA-FILME-ID.
            MOVE ZEROS TO COPIA-NR.
            START COPIAS KEY IS NOT LESS THAN COPIA-CHAVE
              INVALID KEY
                  MOVE 10 TO COPIA-STATUS
              NOT INVALID KEY
                  READ COPIAS NEXT
            END-START.
            PERFORM UNTIL COPIA-STATUS EQUAL 10
                    OR COPIA-FILME-ID NOT EQUAL FILME-ID
                ADD 1 TO WRK-COPIAS-CAD
                IF COPIA-EMPRESTAVEL
                    ADD 1 TO WRK-COPIAS-UTEIS
                END-IF
                READ COPIAS NEXT
            END-PERFORM.
            IF WRK-COPIAS-CAD EQUAL 0
                MOVE FILME-QTD-COPIAS TO WRK-COPIAS-UTEIS
            END-IF.
            IF WRK-COPIAS-UTEIS > WRK-FORA
                COMPUTE WRK-DISPONIVEIS = WRK-COPIAS-UTEIS - WRK-FORA
            ELSE
                MOVE ZEROS TO WRK-DISPONIVEIS
            END-IF.

      *== Saldo a receber dos pedidos ainda abertos e o fornecedor
      *== e custo do pedido mais recente do filme que nao foi
      *== cancelado.
       2400-CONTA-EM-PEDIDO.
            MOVE ZEROS TO WRK-EM-PEDIDO WRK-ULT-PED-ID
                          WRK-ULT-FORN-ID WRK-ULT-CUSTO.
            MOVE FILME-ID TO PIT-FILME-ID.
            START PEDITENS KEY IS NOT LESS THAN PIT-FILME-ID
              INVALID KEY
                  MOVE 10 TO PEDITEM-STATUS
              NOT INVALID KEY
                  READ PEDITENS NEXT
            END-START.
            PERFORM UNTIL PEDITEM-STATUS EQUAL 10
                    OR PIT-FILME-ID NOT EQUAL FILME-ID
                MOVE PIT-PED-ID TO PED-ID
                READ PEDIDOS
                  INVALID KEY
                      MOVE 'C' TO PED-STATUS-REG
                END-READ
                IF PED-DIGITACAO OR PED-A-RECEBER
                    COMPUTE WRK-EM-PEDIDO = WRK-EM-PEDIDO
                        + PIT-QTD - PIT-QTD-RECEBIDA
                END-IF
                IF NOT PED-CANCELADO
                   AND PIT-PED-ID > WRK-ULT-PED-ID
                    MOVE PIT-PED-ID TO WRK-ULT-PED-ID
                    MOVE PED-FORN-ID TO WRK-ULT-FORN-ID
                    MOVE PIT-CUSTO-UNIT TO WRK-ULT-CUSTO
                END-IF
                READ PEDITENS NEXT
            END-PERFORM.

      *============ CALCULO E IMPRESSAO DA SUGESTAO ===========
      *== Copias necessarias = fila dividida pelos clientes por
      *== copia, arredondada para cima.
       3000-CALCULA-SUGESTAO.
            DIVIDE WRK-FILA BY WRK-CLIENTES-COPIA
                GIVING WRK-NECESSARIAS REMAINDER WRK-RESTO.
            IF WRK-RESTO > 0
                ADD 1 TO WRK-NECESSARIAS
            END-IF.
            COMPUTE WRK-SUGERIDAS = WRK-NECESSARIAS - WRK-EM-PEDIDO
                - WRK-DISPONIVEIS.
            IF WRK-SUGERIDAS < 0
                MOVE ZEROS TO WRK-SUGERIDAS
            END-IF.
            MOVE FILME-ID TO WRK-DET-FILME.
            MOVE FILME-TITULO TO WRK-DET-TITULO.
            MOVE WRK-FILA TO WRK-DET-FILA.
            MOVE WRK-FORA TO WRK-DET-FORA.
            MOVE WRK-COPIAS-UTEIS TO WRK-DET-COPIAS.
            MOVE WRK-DISPONIVEIS TO WRK-DET-LOJA.
            MOVE WRK-EM-PEDIDO TO WRK-DET-PEDIDO.
            MOVE WRK-SUGERIDAS TO WRK-DET-SUGER.
            MOVE SPACES TO WRK-DET-FORN.
            IF WRK-ULT-FORN-ID > 0
                MOVE WRK-ULT-FORN-ID TO FORN-ID
                READ FORNECEDORES
                  INVALID KEY
                      MOVE '*** NAO CADASTRADO ***' TO FORN-NOME
                END-READ
                MOVE FORN-NOME TO WRK-DET-FORN
            END-IF.
            MOVE WRK-ULT-CUSTO TO WRK-DET-CUSTO.
            COMPUTE WRK-VALOR-ESTIM = WRK-SUGERIDAS * WRK-ULT-CUSTO.
            MOVE WRK-VALOR-ESTIM TO WRK-DET-ESTIM.
            MOVE WRK-DET TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            IF WRK-SUGERIDAS > 0
                ADD 1 TO WRK-CONT-SUGERIDOS
                ADD WRK-SUGERIDAS TO WRK-TOT-COPIAS
                ADD WRK-VALOR-ESTIM TO WRK-TOT-VALOR
            END-IF.

      *============ IMPRESSAO COM CONTROLE DE PAGINA ===========
       8000-IMPRIME-LINHA.
            IF WRK-LINHA-ATUAL > WRK-LINHAS-POR-PAG
                PERFORM 8100-CABECALHO-PAGINA
            END-IF.
            WRITE REL-REG.
            ADD 1 TO WRK-LINHA-ATUAL.

       8100-CABECALHO-PAGINA.
            MOVE REL-REG TO WRK-LINHA-SALVA.
            ADD 1 TO WRK-PAGINA.
            MOVE WRK-PAGINA TO WRK-CAB1-PAG.
            MOVE WRK-CAB1 TO REL-REG.
            WRITE REL-REG AFTER ADVANCING PAGE.
            MOVE WRK-CAB2 TO REL-REG.
            WRITE REL-REG.
            MOVE WRK-CAB3 TO REL-REG.
            WRITE REL-REG.
            MOVE WRK-TRACO TO REL-REG.
            WRITE REL-REG.
            MOVE WRK-LINHA-SALVA TO REL-REG.
            MOVE 4 TO WRK-LINHA-ATUAL.

       9000-FINALIZAR.
            IF WRK-CONT-COM-FILA EQUAL 0
                MOVE 'NENHUM FILME COM CLIENTES EM ESPERA' TO REL-REG
                PERFORM 8000-IMPRIME-LINHA
            END-IF.
            MOVE SPACES TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'FILMES COM CLIENTES EM ESPERA.........:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-CONT-COM-FILA TO WRK-TOT-QTD.
            MOVE SPACES TO WRK-TOT-VALOR-X.
            MOVE WRK-LIN-TOTAL TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'FILMES COM COMPRA SUGERIDA............:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-CONT-SUGERIDOS TO WRK-TOT-QTD.
            MOVE WRK-LIN-TOTAL TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'COPIAS SUGERIDAS E VALOR ESTIMADO.....:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-TOT-COPIAS TO WRK-TOT-QTD.
            MOVE WRK-TOT-VALOR TO WRK-TOT-ED.
            MOVE WRK-LIN-TOTAL TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            DISPLAY 'FILMES LIDOS..........: ' WRK-CONT-FILMES.
            DISPLAY 'FILMES COM FILA.......: ' WRK-CONT-COM-FILA.
            DISPLAY 'FILMES COM SUGESTAO...: ' WRK-CONT-SUGERIDOS.
            DISPLAY 'COPIAS SUGERIDAS......: ' WRK-TOT-COPIAS.
            CLOSE FILMES.
            CLOSE COPIAS.
            CLOSE LOCACOES.
            CLOSE RESERVAS.
            CLOSE PEDIDOS.
            CLOSE PEDITENS.
            CLOSE FORNECEDORES.
            CLOSE RELATORIO.
