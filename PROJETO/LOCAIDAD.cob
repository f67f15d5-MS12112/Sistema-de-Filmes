       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCAIDAD.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Relatorio dos emprestimos de filmes acima da
      *==           idade do cliente liberados por supervisor
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: Le LOCACOES.DAT em ordem de emprestimo e
      *==   lista os emprestimos com LOC-AUTORIZ-IDADE preenchido,
      *==   isto e, os que o LOCACOES so fez com a liberacao de um
      *==   supervisor porque o cliente nao tinha a idade da
      *==   classificacao indicativa do filme (ou nao tinha data de
      *==   nascimento no cadastro). Cada linha traz o cliente, a
      *==   data de nascimento e a idade na data do emprestimo, o
      *==   filme e a classificacao, o operador e o supervisor. O
      *==   periodo vem do arquivo LOCAIDADPRM (datas inicial e
      *==   final AAAAMMDD); ausente ou zerado, o relatorio cobre o
      *==   arquivo inteiro. A impressao sai em LOCAIDADOUT.
      *======================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCACOES ASSIGN TO 'LOCACOESDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS LOC-STATUS
             RECORD KEY IS LOC-CHAVE
             ALTERNATE RECORD KEY IS LOC-FILME-ID WITH DUPLICATES
             ALTERNATE RECORD KEY IS LOC-CLIENTE-ID WITH DUPLICATES.

           SELECT FILMES ASSIGN TO 'FILMESDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FILME-STATUS
             RECORD KEY IS FILMES-CHAVE
             ALTERNATE RECORD KEY IS FILME-GENERO WITH DUPLICATES
             ALTERNATE RECORD KEY IS FILME-TITULO WITH DUPLICATES.

           SELECT CLIENTES ASSIGN TO 'CLIENTESDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIENTE-STATUS
             RECORD KEY IS CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTE-NOME WITH DUPLICATES.

           SELECT PARAMETRO ASSIGN TO 'LOCAIDADPRM'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-PRM-STATUS.

           SELECT RELATORIO ASSIGN TO 'LOCAIDADOUT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-REL-STATUS.

       DATA DIVISION.
       FILE                         SECTION.
      *======ESTRUTURA DO REGISTRO DE EMPRESTIMO======
        FD LOCACOES.
        COPY LOCACREG.

      *======ESTRUTURA DO REGISTRO DE FILMES (SOMENTE CONSULTA)======
        FD FILMES.
        COPY FILMEREG.

      *======ESTRUTURA DO CADASTRO DE CLIENTES (SOMENTE CONSULTA)======
        FD CLIENTES.
        COPY CLIENREG.

      *======ESTRUTURA DO PARAMETRO DE PERIODO======
        FD PARAMETRO.
        01 PARAMETRO-REG.
           05 PRM-DATA-INI     PIC 9(08).
           05 PRM-DATA-FIM     PIC 9(08).

      *======ESTRUTURA DO ARQUIVO DE IMPRESSAO======
        FD RELATORIO.
        01 REL-REG              PIC X(132).

      *============ VÁRIAVEIS ===============
       WORKING-STORAGE              SECTION.

        77 LOC-STATUS         PIC 9(02).
        77 FILME-STATUS       PIC 9(02).
        77 CLIENTE-STATUS     PIC 9(02).
        77 WRK-PRM-STATUS     PIC 9(02).
        77 WRK-REL-STATUS     PIC 9(02).

      *============ AREA DO PERIODO DO RELATORIO =========
        77 WRK-DATA-INI       PIC 9(08) VALUE 0.
        77 WRK-DATA-FIM       PIC 9(08) VALUE 99999999.

      *============ AREA DA IDADE NA DATA DO EMPRESTIMO =========
        01 WRK-IDADE-NASC     PIC 9(08).
        01 WRK-IDADE-NASC-R REDEFINES WRK-IDADE-NASC.
           05 WRK-NASC-AAAA   PIC 9(04).
           05 WRK-NASC-MMDD   PIC 9(04).
        01 WRK-IDADE-REF      PIC 9(08).
        01 WRK-IDADE-REF-R REDEFINES WRK-IDADE-REF.
           05 WRK-REF-AAAA    PIC 9(04).
           05 WRK-REF-MMDD    PIC 9(04).
        77 WRK-IDADE-CLIENTE  PIC 9(03).

      *============ TOTAIS DA EXECUCAO =========
        77 WRK-CONT-LIDOS     PIC 9(07) VALUE 0.
        77 WRK-CONT-PERIODO   PIC 9(07) VALUE 0.
        77 WRK-CONT-LIBERADOS PIC 9(05) VALUE 0.
        77 WRK-CONT-SEM-NASC  PIC 9(05) VALUE 0.

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
           05 FILLER          PIC X(30) VALUE SPACES.
           05 FILLER          PIC X(47)
              VALUE 'EMPRESTIMOS LIBERADOS ACIMA DA IDADE - PERIODO '.
           05 WRK-CAB2-INI    PIC X(10).
           05 FILLER          PIC X(03) VALUE ' A '.
           05 WRK-CAB2-FIM    PIC X(10).

        01 WRK-CAB3.
           05 FILLER          PIC X(07) VALUE 'EMPREST'.
           05 FILLER          PIC X(12) VALUE 'DATA'.
           05 FILLER          PIC X(29) VALUE 'CLIENTE'.
           05 FILLER          PIC X(12) VALUE 'NASCIMENTO'.
           05 FILLER          PIC X(07) VALUE 'IDADE'.
           05 FILLER          PIC X(30) VALUE 'FILME'.
           05 FILLER          PIC X(06) VALUE 'CLASS'.
           05 FILLER          PIC X(10) VALUE 'OPERADOR'.
           05 FILLER          PIC X(10) VALUE 'LIBERADO'.

        01 WRK-TRACO          PIC X(132) VALUE ALL '-'.
        01 WRK-LINHA-SALVA    PIC X(132).

      *============ LINHAS DO RELATORIO ===============
        01 WRK-LIN-DETALHE.
           05 WRK-DET-LOC-ID  PIC 9(05).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-DATA    PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-CLIENTE PIC 9(05).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-DET-NOME    PIC X(21).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-NASC    PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-IDADE   PIC X(03).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WRK-DET-FILME   PIC 9(05).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-DET-TITULO  PIC X(22).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-CLASSIF PIC X(02).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WRK-DET-OPERADOR PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-LIBERADO PIC X(08).
        77 WRK-IDADE-ED       PIC ZZ9.

        01 WRK-LIN-TOTAL.
           05 WRK-TOT-ROTULO  PIC X(45).
           05 WRK-TOT-VALOR   PIC ZZZZZZ9.

      *== Data AAAAMMDD em WRK-FMT-DATA editada como DD/MM/AAAA
      *== em WRK-DATA-ED, para as datas impressas na listagem.
        01 WRK-FMT-DATA       PIC 9(08).
        01 WRK-FMT-DATA-R REDEFINES WRK-FMT-DATA.
           05 WRK-FMT-AAAA    PIC 9(04).
           05 WRK-FMT-MM      PIC 9(02).
           05 WRK-FMT-DD      PIC 9(02).
        01 WRK-DATA-ED.
           05 WRK-ED-DD       PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-ED-MM       PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-ED-AAAA     PIC 9(04).

      *============ Procedimentos Principais ===========
       PROCEDURE DIVISION.
       0001-PRINCIPAL               SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-PROCESSAR UNTIL LOC-STATUS EQUAL 10.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN INPUT LOCACOES.
            IF LOC-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR LOCACOES, STATUS = ' LOC-STATUS
              STOP RUN
            END-IF.
            OPEN INPUT FILMES.
            IF FILME-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR O CATALOGO, STATUS = '
                  FILME-STATUS
              STOP RUN
            END-IF.
            OPEN INPUT CLIENTES.
            IF CLIENTE-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR CLIENTES, STATUS = '
                  CLIENTE-STATUS
              STOP RUN
            END-IF.
            OPEN OUTPUT RELATORIO.
            IF WRK-REL-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR RELATORIO, STATUS = '
                  WRK-REL-STATUS
              STOP RUN
            END-IF.
            PERFORM 1100-LE-PERIODO.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            MOVE WRK-HOJE-DD   TO WRK-CAB1-DD.
            MOVE WRK-HOJE-MM   TO WRK-CAB1-MM.
            MOVE WRK-HOJE-AAAA TO WRK-CAB1-AAAA.
            IF WRK-DATA-INI EQUAL 0
                MOVE 'INICIO' TO WRK-CAB2-INI
            ELSE
                MOVE WRK-DATA-INI TO WRK-FMT-DATA
                PERFORM 9700-FORMATA-DATA
                MOVE WRK-DATA-ED TO WRK-CAB2-INI
            END-IF.
            IF WRK-DATA-FIM EQUAL 99999999
                MOVE 'HOJE' TO WRK-CAB2-FIM
            ELSE
                MOVE WRK-DATA-FIM TO WRK-FMT-DATA
                PERFORM 9700-FORMATA-DATA
                MOVE WRK-DATA-ED TO WRK-CAB2-FIM
            END-IF.
            MOVE ZEROS TO LOC-ID.
            START LOCACOES KEY IS NOT LESS THAN LOC-CHAVE
              INVALID KEY
                  MOVE 10 TO LOC-STATUS
            END-START.
            IF LOC-STATUS NOT EQUAL 10
                READ LOCACOES NEXT
            END-IF.

      *============ LEITURA DO PERIODO ===========
      *== LOCAIDADPRM e opcional: ausente ou com datas zeradas, o
      *== relatorio cobre o arquivo inteiro.
       1100-LE-PERIODO.
            OPEN INPUT PARAMETRO.
            IF WRK-PRM-STATUS EQUAL 0
                READ PARAMETRO
                IF WRK-PRM-STATUS EQUAL 0
                    IF PRM-DATA-INI NUMERIC AND PRM-DATA-INI > 0
                        MOVE PRM-DATA-INI TO WRK-DATA-INI
                    END-IF
                    IF PRM-DATA-FIM NUMERIC AND PRM-DATA-FIM > 0
                        MOVE PRM-DATA-FIM TO WRK-DATA-FIM
                    END-IF
                END-IF
                CLOSE PARAMETRO
            END-IF.

      *============ VARREDURA DOS EMPRESTIMOS ===========
      *== Emprestimos gravados antes da liberacao por idade existir
      *== trazem LOC-AUTORIZ-IDADE em branco e ficam de fora.
       2000-PROCESSAR.
            ADD 1 TO WRK-CONT-LIDOS.
            IF LOC-DATA-EMPRESTIMO NOT LESS WRK-DATA-INI
               AND LOC-DATA-EMPRESTIMO NOT GREATER WRK-DATA-FIM
                ADD 1 TO WRK-CONT-PERIODO
                IF LOC-AUTORIZ-IDADE NOT EQUAL SPACES
                   AND LOC-AUTORIZ-IDADE NOT EQUAL LOW-VALUES
                    PERFORM 2100-IMPRIME-LIBERADO
                END-IF
            END-IF.
            READ LOCACOES NEXT.

       2100-IMPRIME-LIBERADO.
            ADD 1 TO WRK-CONT-LIBERADOS.
            MOVE SPACES TO WRK-LIN-DETALHE.
            MOVE LOC-ID TO WRK-DET-LOC-ID.
            MOVE LOC-DATA-EMPRESTIMO TO WRK-FMT-DATA.
            PERFORM 9700-FORMATA-DATA.
            MOVE WRK-DATA-ED TO WRK-DET-DATA.
            MOVE LOC-CLIENTE-ID TO WRK-DET-CLIENTE.
            MOVE LOC-CLIENTE-ID TO CLIENTE-ID.
            READ CLIENTES KEY IS CLIENTES-CHAVE
              INVALID KEY
                  MOVE '*** NAO CADASTRADO ***' TO WRK-DET-NOME
                  MOVE ZEROS TO CLIENTE-DATA-NASC
              NOT INVALID KEY
                  MOVE CLIENTE-NOME TO WRK-DET-NOME
            END-READ.
            IF CLIENTE-DATA-NASC NUMERIC AND CLIENTE-DATA-NASC > 0
                MOVE CLIENTE-DATA-NASC TO WRK-FMT-DATA
                PERFORM 9700-FORMATA-DATA
                MOVE WRK-DATA-ED TO WRK-DET-NASC
                PERFORM 2200-CALCULA-IDADE
                MOVE WRK-IDADE-CLIENTE TO WRK-IDADE-ED
                MOVE WRK-IDADE-ED TO WRK-DET-IDADE
            ELSE
                ADD 1 TO WRK-CONT-SEM-NASC
                MOVE 'NAO INFORM' TO WRK-DET-NASC
                MOVE '  -' TO WRK-DET-IDADE
            END-IF.
            MOVE LOC-FILME-ID TO WRK-DET-FILME.
            MOVE LOC-FILME-ID TO FILME-ID.
            READ FILMES KEY IS FILMES-CHAVE
              INVALID KEY
                  MOVE '*** NAO CADASTRADO ***' TO WRK-DET-TITULO
                  MOVE '--' TO WRK-DET-CLASSIF
              NOT INVALID KEY
                  MOVE FILME-TITULO TO WRK-DET-TITULO
                  MOVE FILME-CLASSIF TO WRK-DET-CLASSIF
            END-READ.
            MOVE LOC-OPERADOR TO WRK-DET-OPERADOR.
            MOVE LOC-AUTORIZ-IDADE TO WRK-DET-LIBERADO.
            MOVE WRK-LIN-DETALHE TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.

      *== Idade em anos completos na data do emprestimo, pela data
      *== de nascimento do cliente, como o LOCACOES calcula.
       2200-CALCULA-IDADE.
            MOVE ZEROS TO WRK-IDADE-CLIENTE.
            MOVE CLIENTE-DATA-NASC TO WRK-IDADE-NASC.
            MOVE LOC-DATA-EMPRESTIMO TO WRK-IDADE-REF.
            IF WRK-IDADE-REF > WRK-IDADE-NASC
                COMPUTE WRK-IDADE-CLIENTE =
                    WRK-REF-AAAA - WRK-NASC-AAAA
                IF WRK-REF-MMDD < WRK-NASC-MMDD
                    SUBTRACT 1 FROM WRK-IDADE-CLIENTE
                END-IF
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
            MOVE WRK-TRACO TO REL-REG.
            WRITE REL-REG.
            MOVE WRK-CAB3 TO REL-REG.
            WRITE REL-REG.
            MOVE WRK-TRACO TO REL-REG.
            WRITE REL-REG.
            MOVE WRK-LINHA-SALVA TO REL-REG.
            MOVE 5 TO WRK-LINHA-ATUAL.

      *============ EDICAO DE DATA PARA A LISTAGEM ===========
       9700-FORMATA-DATA.
            MOVE WRK-FMT-DD   TO WRK-ED-DD.
            MOVE WRK-FMT-MM   TO WRK-ED-MM.
            MOVE WRK-FMT-AAAA TO WRK-ED-AAAA.

       9000-FINALIZAR.
            IF WRK-CONT-LIBERADOS EQUAL 0
                MOVE 'NENHUM EMPRESTIMO LIBERADO POR IDADE NO PERIODO'
                    TO REL-REG
                PERFORM 8000-IMPRIME-LINHA
            END-IF.
            MOVE SPACES TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'EMPRESTIMOS NO PERIODO......................:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-CONT-PERIODO TO WRK-TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'LIBERADOS ACIMA DA IDADE DO CLIENTE.........:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-CONT-LIBERADOS TO WRK-TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'LIBERADOS P/ CLIENTE SEM DATA DE NASCIMENTO.:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-CONT-SEM-NASC TO WRK-TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            DISPLAY 'EMPRESTIMOS LIDOS.....: ' WRK-CONT-LIDOS.
            DISPLAY 'NO PERIODO............: ' WRK-CONT-PERIODO.
            DISPLAY 'LIBERADOS POR IDADE...: ' WRK-CONT-LIBERADOS.
            CLOSE LOCACOES.
            CLOSE FILMES.
            CLOSE CLIENTES.
            CLOSE RELATORIO.
