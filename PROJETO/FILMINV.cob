       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILMINV.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Conferencia do inventario de copias contra a
      *==           contagem fisica das prateleiras
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: Le a contagem em FILMINVIN (um par FILME-ID e
      *==   COPIA-NR por linha, colunas 1-5 e 6-8, digitado ou lido
      *==   pelo leitor de codigo de barras) e confere contra
      *==   COPIAS.DAT e os emprestimos em aberto de LOCACOES.DAT.
      *==   Saem como excecao: copia disponivel que nao foi
      *==   encontrada, copia encontrada que consta emprestada (pela
      *==   situacao ou por emprestimo em aberto), copia encontrada
      *==   que consta perdida ou baixada e par que nao existe no
      *==   inventario; leitura invalida e par lido duas vezes
      *==   tambem sao listados. Disponivel nao encontrada com
      *==   emprestimo em aberto sai a parte e nunca e baixada.
      *==   Tambem sai cada filme cujo FILME-QTD-COPIAS difere das
      *==   copias emprestaveis (disponiveis ou emprestadas).
      *==   Com a palavra ATUALIZAR e o codigo e a senha de um
      *==   supervisor ativo em FILMINVPRM, as disponiveis nao
      *==   encontradas passam a COPIA-PERDIDA e o FILME-QTD-COPIAS
      *==   e acertado; sem parametro, ou com supervisor invalido,
      *==   so o relatorio e emitido. A contagem tem de cobrir a
      *==   loja inteira, e uma contagem vazia nunca atualiza.
      *==   O relatorio sai em FILMINVOUT.
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

           SELECT OPERADORES ASSIGN TO 'OPERADORESDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS OPER-STATUS
             RECORD KEY IS OPERADORES-CHAVE.

           SELECT ENTRADA ASSIGN TO 'FILMINVIN'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-ENT-STATUS.

           SELECT PARAMETRO ASSIGN TO 'FILMINVPRM'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-PRM-STATUS.

           SELECT RELATORIO ASSIGN TO 'FILMINVOUT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-REL-STATUS.

       DATA DIVISION.
       FILE                         SECTION.
      *======ESTRUTURA DO REGISTRO DE FILMES======
        FD FILMES.
        COPY FILMEREG.

      *======ESTRUTURA DO INVENTARIO DE COPIAS======
        FD COPIAS.
        COPY COPIAREG.

      *======ESTRUTURA DO REGISTRO DE EMPRESTIMO======
        FD LOCACOES.
        COPY LOCACREG.

      *======ESTRUTURA DO CADASTRO DE OPERADORES======
        FD OPERADORES.
        COPY OPERREG.

      *======ESTRUTURA DA CONTAGEM FISICA======
        FD ENTRADA.
        01 ENTRADA-REG.
           05 ENT-FILME-ID     PIC X(05).
           05 ENT-COPIA-NR     PIC X(03).
           05 FILLER           PIC X(12).

      *======ESTRUTURA DO PARAMETRO DE ATUALIZACAO======
        FD PARAMETRO.
        01 PARAMETRO-REG.
           05 PRM-PALAVRA      PIC X(09).
           05 PRM-SUPERVISOR   PIC X(08).
           05 PRM-SENHA        PIC X(08).

      *======ESTRUTURA DO ARQUIVO DE IMPRESSAO======
        FD RELATORIO.
        01 REL-REG              PIC X(132).

      *============ VÁRIAVEIS ===============
       WORKING-STORAGE              SECTION.

        77 FILME-STATUS       PIC 9(02).
        77 COPIA-STATUS       PIC 9(02).
        77 LOC-STATUS         PIC 9(02).
        77 OPER-STATUS        PIC 9(02).
        77 WRK-ENT-STATUS     PIC 9(02).
        77 WRK-PRM-STATUS     PIC 9(02).
        77 WRK-REL-STATUS     PIC 9(02).

      *============ AREA DO MODO DE EXECUCAO =========
        77 WRK-PEDE-ATUALIZA  PIC X(01) VALUE 'N'.
           88 PEDIU-ATUALIZACAO   VALUE 'S'.
        77 WRK-MODO-ATUALIZA  PIC X(01) VALUE 'N'.
           88 MODO-ATUALIZA       VALUE 'S'.
        77 WRK-SUPERVISOR     PIC X(08) VALUE SPACES.
        77 WRK-SENHA          PIC X(08) VALUE SPACES.

      *============ TABELA DOS PARES CONTADOS =========
      *== Cada par valido lido da contagem, uma vez so; a
      *== varredura do inventario procura aqui as disponiveis.
        01 WRK-TAB-CONTAGEM.
           05 WRK-QTD-CONTADAS     PIC 9(04) VALUE 0.
           05 WRK-CONTADA OCCURS 1 TO 9999 TIMES
                          DEPENDING ON WRK-QTD-CONTADAS
                          INDEXED BY WRK-IDX-CONT.
              10 WRK-CNT-CHAVE.
                 15 WRK-CNT-FILME-ID PIC 9(05).
                 15 WRK-CNT-COPIA-NR PIC 9(03).
        01 WRK-PROC-CHAVE.
           05 WRK-PROC-FILME-ID    PIC 9(05).
           05 WRK-PROC-COPIA-NR    PIC 9(03).
        77 WRK-ACHOU-CONTADA  PIC X(01).
           88 COPIA-CONTADA       VALUE 'S'.

      *============ AREA DO EMPRESTIMO EM ABERTO DA COPIA =========
        77 WRK-ACHOU-EMPREST  PIC X(01).
           88 COPIA-COM-EMPRESTIMO VALUE 'S'.
        77 WRK-EMP-LOC-ID     PIC 9(05).
        77 WRK-EMP-CLIENTE-ID PIC 9(05).

      *============ AREA DA QUEBRA POR FILME =========
        77 WRK-TEM-GRUPO      PIC X(01) VALUE 'N'.
           88 GRUPO-EM-CURSO      VALUE 'S'.
        77 WRK-GRP-FILME-ID   PIC 9(05) VALUE 0.
        77 WRK-GRP-UTEIS      PIC 9(03) VALUE 0.

      *============ TOTAIS DA EXECUCAO =========
        77 WRK-CONT-LIDOS     PIC 9(05) VALUE 0.
        77 WRK-CONT-INVALIDOS PIC 9(05) VALUE 0.
        77 WRK-CONT-DUPLOS    PIC 9(05) VALUE 0.
        77 WRK-CONT-INVENT    PIC 9(05) VALUE 0.
        77 WRK-EXC-NAO-ACHADA PIC 9(05) VALUE 0.
        77 WRK-EXC-NAO-ACH-EMP PIC 9(05) VALUE 0.
        77 WRK-EXC-EMPRESTADA PIC 9(05) VALUE 0.
        77 WRK-EXC-PERD-BAIX  PIC 9(05) VALUE 0.
        77 WRK-EXC-SEM-INVENT PIC 9(05) VALUE 0.
        77 WRK-CONT-PERDIDAS  PIC 9(05) VALUE 0.
        77 WRK-CONT-QTD-DIF   PIC 9(05) VALUE 0.
        77 WRK-CONT-QTD-ACERT PIC 9(05) VALUE 0.

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
           05 FILLER          PIC X(38) VALUE SPACES.
           05 FILLER          PIC X(45)
              VALUE 'CONFERENCIA DO INVENTARIO DE COPIAS - MODO: '.
           05 WRK-CAB2-MODO   PIC X(09).

        01 WRK-CAB3.
           05 FILLER          PIC X(07) VALUE 'FILME'.
           05 FILLER          PIC X(07) VALUE 'COPIA'.
           05 FILLER          PIC X(32) VALUE 'TITULO'.
           05 FILLER          PIC X(10) VALUE 'CADASTRO'.
           05 FILLER          PIC X(42) VALUE 'OCORRENCIA'.
           05 FILLER          PIC X(11) VALUE 'COMPLEMENTO'.

        01 WRK-TRACO          PIC X(132) VALUE ALL '-'.
        01 WRK-LINHA-SALVA    PIC X(132).

      *============ LINHAS DO RELATORIO ===============
        01 WRK-LIN-DETALHE.
           05 WRK-DET-FILME   PIC X(05).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-COPIA   PIC X(03).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WRK-DET-TITULO  PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-CADASTRO PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-OCORR   PIC X(40).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-INFO    PIC X(32).

        01 WRK-LIN-TOTAL.
           05 WRK-TOT-ROTULO  PIC X(45).
           05 WRK-TOT-VALOR   PIC ZZZZ9.

      *============ Procedimentos Principais ===========
       PROCEDURE DIVISION.
       0001-PRINCIPAL               SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-LE-CONTAGEM.
            PERFORM 3000-VARRE-INVENTARIO.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN I-O FILMES.
            IF FILME-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR FILMES, STATUS = ' FILME-STATUS
              STOP RUN
            END-IF.
            OPEN I-O COPIAS.
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
            OPEN INPUT ENTRADA.
            IF WRK-ENT-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR CONTAGEM, STATUS = '
                  WRK-ENT-STATUS
              STOP RUN
            END-IF.
            OPEN OUTPUT RELATORIO.
            IF WRK-REL-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR RELATORIO, STATUS = '
                  WRK-REL-STATUS
              STOP RUN
            END-IF.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            MOVE WRK-HOJE-DD   TO WRK-CAB1-DD.
            MOVE WRK-HOJE-MM   TO WRK-CAB1-MM.
            MOVE WRK-HOJE-AAAA TO WRK-CAB1-AAAA.
            PERFORM 1100-LE-PARAMETRO.
            IF PEDIU-ATUALIZACAO
                PERFORM 1500-VALIDA-SUPERVISOR
            END-IF.
            IF MODO-ATUALIZA
                MOVE 'ATUALIZAR' TO WRK-CAB2-MODO
            ELSE
                MOVE 'CONFERIR' TO WRK-CAB2-MODO
            END-IF.
            DISPLAY 'CONFERENCIA DO INVENTARIO EM ' WRK-DATA-HOJE
                    ' MODO ' WRK-CAB2-MODO.

      *============ LEITURA DO PARAMETRO DE EXECUCAO ===========
      *== FILMINVPRM e opcional: ausente, o programa so confere.
      *== A palavra ATUALIZAR pede a baixa das copias nao
      *== encontradas, com o supervisor que autoriza.
       1100-LE-PARAMETRO.
            OPEN INPUT PARAMETRO.
            IF WRK-PRM-STATUS EQUAL 0
                READ PARAMETRO
                IF WRK-PRM-STATUS EQUAL 0
                    IF PRM-PALAVRA EQUAL 'ATUALIZAR'
                        MOVE 'S' TO WRK-PEDE-ATUALIZA
                        MOVE PRM-SUPERVISOR TO WRK-SUPERVISOR
                        MOVE PRM-SENHA TO WRK-SENHA
                    END-IF
                END-IF
                CLOSE PARAMETRO
            END-IF.

       1500-VALIDA-SUPERVISOR.
            OPEN INPUT OPERADORES.
            IF OPER-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR OPERADORES, STATUS = '
                  OPER-STATUS
              STOP RUN
            END-IF.
            MOVE WRK-SUPERVISOR TO OPER-CODIGO.
            READ OPERADORES
              INVALID KEY
                  DISPLAY 'ATUALIZACAO RECUSADA: '
                          'SUPERVISOR INEXISTENTE'
              NOT INVALID KEY
                  IF OPERADOR-ATIVO AND NIVEL-SUPERVISOR
                     AND OPER-SENHA EQUAL WRK-SENHA
                      MOVE 'S' TO WRK-MODO-ATUALIZA
                      DISPLAY 'ATUALIZACAO AUTORIZADA POR '
                              WRK-SUPERVISOR
                  ELSE
                      DISPLAY 'ATUALIZACAO RECUSADA: '
                              'SUPERVISOR INVALIDO'
                  END-IF
            END-READ.
            CLOSE OPERADORES.

      *============ LEITURA DA CONTAGEM FISICA ===========
      *== Cada par valido e conferido na hora contra o inventario e
      *== guardado na tabela para a varredura das disponiveis.
       2000-LE-CONTAGEM.
            READ ENTRADA.
            PERFORM UNTIL WRK-ENT-STATUS NOT EQUAL 0
                ADD 1 TO WRK-CONT-LIDOS
                PERFORM 2100-TRATA-PAR
                READ ENTRADA
            END-PERFORM.
            IF WRK-QTD-CONTADAS EQUAL 0 AND MODO-ATUALIZA
                MOVE 'N' TO WRK-MODO-ATUALIZA
                MOVE 'CONFERIR' TO WRK-CAB2-MODO
                DISPLAY 'CONTAGEM VAZIA, ATUALIZACAO CANCELADA'
            END-IF.

       2100-TRATA-PAR.
            MOVE ENT-FILME-ID TO WRK-DET-FILME.
            MOVE ENT-COPIA-NR TO WRK-DET-COPIA.
            MOVE SPACES TO WRK-DET-TITULO WRK-DET-CADASTRO
                           WRK-DET-INFO.
            IF ENT-FILME-ID NOT NUMERIC OR ENT-COPIA-NR NOT NUMERIC
                ADD 1 TO WRK-CONT-INVALIDOS
                MOVE 'LEITURA INVALIDA NA CONTAGEM' TO WRK-DET-OCORR
                MOVE 'LINHA' TO WRK-DET-INFO
                MOVE WRK-CONT-LIDOS TO WRK-DET-INFO (7:05)
                PERFORM 8200-IMPRIME-EXCECAO
            ELSE
                MOVE ENT-FILME-ID TO WRK-PROC-FILME-ID
                MOVE ENT-COPIA-NR TO WRK-PROC-COPIA-NR
                PERFORM 2900-PROCURA-CONTADA
                IF COPIA-CONTADA
                    ADD 1 TO WRK-CONT-DUPLOS
                    MOVE 'PAR LIDO MAIS DE UMA VEZ' TO WRK-DET-OCORR
                    MOVE 'LINHA' TO WRK-DET-INFO
                    MOVE WRK-CONT-LIDOS TO WRK-DET-INFO (7:05)
                    PERFORM 8200-IMPRIME-EXCECAO
                ELSE
                    IF WRK-QTD-CONTADAS NOT < 9999
                        DISPLAY 'CONTAGEM COM MAIS DE 9999 COPIAS, '
                                'CONFERENCIA INTERROMPIDA'
                        STOP RUN
                    END-IF
                    ADD 1 TO WRK-QTD-CONTADAS
                    MOVE WRK-PROC-CHAVE
                        TO WRK-CNT-CHAVE (WRK-QTD-CONTADAS)
                    PERFORM 2200-CONFERE-ENCONTRADA
                END-IF
            END-IF.

      *== Copia achada na prateleira: tem de existir no inventario e
      *== nao pode constar como emprestada, perdida ou baixada.
       2200-CONFERE-ENCONTRADA.
            MOVE WRK-PROC-FILME-ID TO COPIA-FILME-ID.
            MOVE WRK-PROC-COPIA-NR TO COPIA-NR.
            READ COPIAS
              INVALID KEY
                  ADD 1 TO WRK-EXC-SEM-INVENT
                  PERFORM 8100-BUSCA-TITULO
                  MOVE 'ENCONTRADA, NAO CONSTA DO INVENTARIO'
                      TO WRK-DET-OCORR
                  PERFORM 8200-IMPRIME-EXCECAO
              NOT INVALID KEY
                  PERFORM 2300-PROCURA-EMPRESTIMO
                  EVALUATE TRUE
                      WHEN COPIA-EMPRESTADA OR COPIA-COM-EMPRESTIMO
                          ADD 1 TO WRK-EXC-EMPRESTADA
                          MOVE 'ENCONTRADA, CONSTA EMPRESTADA'
                              TO WRK-DET-OCORR
                          PERFORM 8150-MONTA-COPIA
                      WHEN COPIA-PERDIDA
                          ADD 1 TO WRK-EXC-PERD-BAIX
                          MOVE 'ENCONTRADA, CONSTA PERDIDA'
                              TO WRK-DET-OCORR
                          PERFORM 8150-MONTA-COPIA
                      WHEN COPIA-BAIXADA
                          ADD 1 TO WRK-EXC-PERD-BAIX
                          MOVE 'ENCONTRADA, CONSTA BAIXADA'
                              TO WRK-DET-OCORR
                          PERFORM 8150-MONTA-COPIA
                      WHEN OTHER
                          CONTINUE
                  END-EVALUATE
            END-READ.

      *============ EMPRESTIMO EM ABERTO DA COPIA ===========
      *== Procura pela chave alternada de filme um emprestimo sem
      *== devolucao da copia em COPIA-FILME-ID / COPIA-NR.
       2300-PROCURA-EMPRESTIMO.
            MOVE 'N' TO WRK-ACHOU-EMPREST.
            MOVE ZEROS TO WRK-EMP-LOC-ID WRK-EMP-CLIENTE-ID.
            MOVE COPIA-FILME-ID TO LOC-FILME-ID.
            START LOCACOES KEY IS NOT LESS THAN LOC-FILME-ID
              INVALID KEY
                  MOVE 10 TO LOC-STATUS
              NOT INVALID KEY
                  READ LOCACOES NEXT
            END-START.
            PERFORM UNTIL LOC-STATUS EQUAL 10
                    OR LOC-FILME-ID NOT EQUAL COPIA-FILME-ID
                    OR COPIA-COM-EMPRESTIMO
                IF LOC-COPIA-NR EQUAL COPIA-NR
                   AND LOC-DATA-DEV-REAL EQUAL 0
                    MOVE 'S' TO WRK-ACHOU-EMPREST
                    MOVE LOC-ID TO WRK-EMP-LOC-ID
                    MOVE LOC-CLIENTE-ID TO WRK-EMP-CLIENTE-ID
                ELSE
                    READ LOCACOES NEXT
                END-IF
            END-PERFORM.

      *============ PROCURA DO PAR NA TABELA DA CONTAGEM ===========
       2900-PROCURA-CONTADA.
            MOVE 'N' TO WRK-ACHOU-CONTADA.
            IF WRK-QTD-CONTADAS > 0
                SET WRK-IDX-CONT TO 1
                SEARCH WRK-CONTADA
                  AT END
                    CONTINUE
                  WHEN WRK-CNT-CHAVE (WRK-IDX-CONT)
                         EQUAL WRK-PROC-CHAVE
                    MOVE 'S' TO WRK-ACHOU-CONTADA
                END-SEARCH
            END-IF.

      *============ VARREDURA DO INVENTARIO ===========
      *== Le COPIAS.DAT inteiro em ordem de filme e copia. Copia
      *== disponivel que nao esta na contagem e excecao e, no modo
      *== ATUALIZAR, passa a perdida. Na quebra de filme a
      *== quantidade de copias do cadastro e conferida.
       3000-VARRE-INVENTARIO.
            MOVE ZEROS TO COPIA-FILME-ID COPIA-NR.
            START COPIAS KEY IS NOT LESS THAN COPIA-CHAVE
              INVALID KEY
                  MOVE 10 TO COPIA-STATUS
              NOT INVALID KEY
                  READ COPIAS NEXT
            END-START.
            PERFORM UNTIL COPIA-STATUS EQUAL 10
                ADD 1 TO WRK-CONT-INVENT
                IF COPIA-FILME-ID NOT EQUAL WRK-GRP-FILME-ID
                   OR NOT GRUPO-EM-CURSO
                    PERFORM 3500-FECHA-FILME
                    MOVE COPIA-FILME-ID TO WRK-GRP-FILME-ID
                    MOVE ZEROS TO WRK-GRP-UTEIS
                    MOVE 'S' TO WRK-TEM-GRUPO
                END-IF
                IF COPIA-DISPONIVEL
                    PERFORM 3100-CONFERE-DISPONIVEL
                END-IF
                IF COPIA-EMPRESTAVEL
                    ADD 1 TO WRK-GRP-UTEIS
                END-IF
                READ COPIAS NEXT
            END-PERFORM.
            PERFORM 3500-FECHA-FILME.

       3100-CONFERE-DISPONIVEL.
            MOVE COPIA-FILME-ID TO WRK-PROC-FILME-ID.
            MOVE COPIA-NR TO WRK-PROC-COPIA-NR.
            PERFORM 2900-PROCURA-CONTADA.
            IF NOT COPIA-CONTADA
                MOVE COPIA-FILME-ID TO WRK-DET-FILME
                MOVE COPIA-NR TO WRK-DET-COPIA
                MOVE SPACES TO WRK-DET-INFO
                PERFORM 2300-PROCURA-EMPRESTIMO
                IF COPIA-COM-EMPRESTIMO
                    ADD 1 TO WRK-EXC-NAO-ACH-EMP
                    MOVE 'DISPONIVEL NAO ACHADA, COM EMPRESTIMO'
                        TO WRK-DET-OCORR
                ELSE
                    ADD 1 TO WRK-EXC-NAO-ACHADA
                    MOVE 'DISPONIVEL NAO ENCONTRADA'
                        TO WRK-DET-OCORR
                END-IF
                PERFORM 8150-MONTA-COPIA
                IF MODO-ATUALIZA AND NOT COPIA-COM-EMPRESTIMO
                    PERFORM 3200-MARCA-PERDIDA
                END-IF
            END-IF.

       3200-MARCA-PERDIDA.
            MOVE 'P' TO COPIA-STATUS-REG.
            REWRITE COPIAS-REG
              INVALID KEY
                  DISPLAY 'COPIA NAO ATUALIZADA ' COPIA-FILME-ID
                          '/' COPIA-NR
              NOT INVALID KEY
                  ADD 1 TO WRK-CONT-PERDIDAS
                  MOVE 'MARCADA COMO PERDIDA' TO WRK-DET-OCORR
                  MOVE SPACES TO WRK-DET-INFO
                  PERFORM 8200-IMPRIME-EXCECAO
            END-REWRITE.

      *============ FECHAMENTO DA QUEBRA POR FILME ===========
      *== FILME-QTD-COPIAS deve ser o numero de copias emprestaveis
      *== (disponiveis ou emprestadas) ja com as baixas desta
      *== execucao; no modo ATUALIZAR a diferenca e regravada.
       3500-FECHA-FILME.
            IF GRUPO-EM-CURSO
                MOVE WRK-GRP-FILME-ID TO FILME-ID
                READ FILMES KEY IS FILMES-CHAVE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF FILME-QTD-COPIAS NOT EQUAL WRK-GRP-UTEIS
                          PERFORM 3600-ACERTA-QTD-COPIAS
                      END-IF
                END-READ
            END-IF.

       3600-ACERTA-QTD-COPIAS.
            ADD 1 TO WRK-CONT-QTD-DIF.
            MOVE FILME-ID TO WRK-DET-FILME.
            MOVE SPACES TO WRK-DET-COPIA WRK-DET-CADASTRO.
            MOVE FILME-TITULO TO WRK-DET-TITULO.
            MOVE 'QTD DE COPIAS DIVERGE DAS EMPRESTAVEIS'
                TO WRK-DET-OCORR.
            MOVE 'CADASTRO     EMPRESTAVEIS' TO WRK-DET-INFO.
            MOVE FILME-QTD-COPIAS TO WRK-DET-INFO (10:03).
            MOVE WRK-GRP-UTEIS TO WRK-DET-INFO (27:03).
            PERFORM 8200-IMPRIME-EXCECAO.
            IF MODO-ATUALIZA
                MOVE WRK-GRP-UTEIS TO FILME-QTD-COPIAS
                REWRITE FILMES-REG
                  INVALID KEY
                      DISPLAY 'FILME NAO ATUALIZADO ' FILME-ID
                  NOT INVALID KEY
                      ADD 1 TO WRK-CONT-QTD-ACERT
                      MOVE 'QTD DE COPIAS ACERTADA' TO WRK-DET-OCORR
                      MOVE SPACES TO WRK-DET-INFO
                      PERFORM 8200-IMPRIME-EXCECAO
                END-REWRITE
            END-IF.

      *============ MONTAGEM DA LINHA DE EXCECAO ===========
       8100-BUSCA-TITULO.
            MOVE WRK-PROC-FILME-ID TO FILME-ID.
            READ FILMES KEY IS FILMES-CHAVE
              INVALID KEY
                  MOVE '*** FILME NAO CADASTRADO ***' TO WRK-DET-TITULO
              NOT INVALID KEY
                  MOVE FILME-TITULO TO WRK-DET-TITULO
            END-READ.

      *== Copia do inventario em COPIAS-REG: titulo, situacao no
      *== cadastro e, se houver, o emprestimo em aberto.
       8150-MONTA-COPIA.
            PERFORM 8100-BUSCA-TITULO.
            EVALUATE TRUE
                WHEN COPIA-DISPONIVEL
                    MOVE 'DISPON.' TO WRK-DET-CADASTRO
                WHEN COPIA-EMPRESTADA
                    MOVE 'EMPREST.' TO WRK-DET-CADASTRO
                WHEN COPIA-DANIFICADA
                    MOVE 'DANIFIC.' TO WRK-DET-CADASTRO
                WHEN COPIA-PERDIDA
                    MOVE 'PERDIDA' TO WRK-DET-CADASTRO
                WHEN COPIA-BAIXADA
                    MOVE 'BAIXADA' TO WRK-DET-CADASTRO
                WHEN OTHER
                    MOVE COPIA-STATUS-REG TO WRK-DET-CADASTRO
            END-EVALUATE.
            IF COPIA-COM-EMPRESTIMO
                MOVE 'EMPREST       CLIENTE' TO WRK-DET-INFO
                MOVE WRK-EMP-LOC-ID TO WRK-DET-INFO (8:05)
                MOVE WRK-EMP-CLIENTE-ID TO WRK-DET-INFO (23:05)
            ELSE
                MOVE SPACES TO WRK-DET-INFO
            END-IF.
            PERFORM 8200-IMPRIME-EXCECAO.

       8200-IMPRIME-EXCECAO.
            MOVE WRK-LIN-DETALHE TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.

      *============ IMPRESSAO COM CONTROLE DE PAGINA ===========
       8000-IMPRIME-LINHA.
            IF WRK-LINHA-ATUAL > WRK-LINHAS-POR-PAG
                PERFORM 8300-CABECALHO-PAGINA
            END-IF.
            WRITE REL-REG.
            ADD 1 TO WRK-LINHA-ATUAL.

       8300-CABECALHO-PAGINA.
            MOVE REL-REG TO WRK-LINHA-SALVA.
            ADD 1 TO WRK-PAGINA.
            MOVE WRK-PAGINA TO WRK-CAB1-PAG.
            MOVE WRK-CAB1 TO REL-REG.
            WRITE REL-REG AFTER ADVANCING PAGE.
            MOVE WRK-CAB2 TO REL-REG.
            WRITE REL-REG.
            MOVE WRK-TRACO TO REL-REG.
            WRITE REL-REG.
            MOVE WRK-CAB3 TO REL-REG.
            WRITE REL-REG.
            MOVE WRK-TRACO TO REL-REG.
            WRITE REL-REG.
            MOVE WRK-LINHA-SALVA TO REL-REG.
            MOVE 5 TO WRK-LINHA-ATUAL.

       9000-FINALIZAR.
            MOVE SPACES TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'LINHAS LIDAS NA CONTAGEM....................:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-CONT-LIDOS TO WRK-TOT-VALOR.
            PERFORM 9100-IMPRIME-TOTAL.
            MOVE 'LEITURAS INVALIDAS..........................:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-CONT-INVALIDOS TO WRK-TOT-VALOR.
            PERFORM 9100-IMPRIME-TOTAL.
            MOVE 'PARES LIDOS MAIS DE UMA VEZ.................:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-CONT-DUPLOS TO WRK-TOT-VALOR.
            PERFORM 9100-IMPRIME-TOTAL.
            MOVE 'COPIAS CONTADAS.............................:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-QTD-CONTADAS TO WRK-TOT-VALOR.
            PERFORM 9100-IMPRIME-TOTAL.
            MOVE 'COPIAS NO INVENTARIO........................:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-CONT-INVENT TO WRK-TOT-VALOR.
            PERFORM 9100-IMPRIME-TOTAL.
            MOVE 'DISPONIVEIS NAO ENCONTRADAS.................:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-EXC-NAO-ACHADA TO WRK-TOT-VALOR.
            PERFORM 9100-IMPRIME-TOTAL.
            MOVE 'DISPONIVEIS NAO ACHADAS COM EMPRESTIMO......:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-EXC-NAO-ACH-EMP TO WRK-TOT-VALOR.
            PERFORM 9100-IMPRIME-TOTAL.
            MOVE 'ENCONTRADAS QUE CONSTAM EMPRESTADAS.........:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-EXC-EMPRESTADA TO WRK-TOT-VALOR.
            PERFORM 9100-IMPRIME-TOTAL.
            MOVE 'ENCONTRADAS QUE CONSTAM PERDIDAS/BAIXADAS...:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-EXC-PERD-BAIX TO WRK-TOT-VALOR.
            PERFORM 9100-IMPRIME-TOTAL.
            MOVE 'ENCONTRADAS FORA DO INVENTARIO..............:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-EXC-SEM-INVENT TO WRK-TOT-VALOR.
            PERFORM 9100-IMPRIME-TOTAL.
            MOVE 'FILMES COM QTD DE COPIAS DIVERGENTE.........:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-CONT-QTD-DIF TO WRK-TOT-VALOR.
            PERFORM 9100-IMPRIME-TOTAL.
            IF MODO-ATUALIZA
                MOVE 'COPIAS MARCADAS COMO PERDIDAS...............:'
                    TO WRK-TOT-ROTULO
                MOVE WRK-CONT-PERDIDAS TO WRK-TOT-VALOR
                PERFORM 9100-IMPRIME-TOTAL
                MOVE 'FILMES COM QTD DE COPIAS ACERTADA...........:'
                    TO WRK-TOT-ROTULO
                MOVE WRK-CONT-QTD-ACERT TO WRK-TOT-VALOR
                PERFORM 9100-IMPRIME-TOTAL
            END-IF.
            DISPLAY 'COPIAS CONTADAS.......: ' WRK-QTD-CONTADAS.
            DISPLAY 'COPIAS NO INVENTARIO..: ' WRK-CONT-INVENT.
            DISPLAY 'NAO ENCONTRADAS.......: ' WRK-EXC-NAO-ACHADA.
            DISPLAY 'MARCADAS PERDIDAS.....: ' WRK-CONT-PERDIDAS.
            DISPLAY 'QTD DE COPIAS ACERTADA: ' WRK-CONT-QTD-ACERT.
            CLOSE FILMES.
            CLOSE COPIAS.
            CLOSE LOCACOES.
            CLOSE ENTRADA.
            CLOSE RELATORIO.

       9100-IMPRIME-TOTAL.
            MOVE WRK-LIN-TOTAL TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
