       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCAPTOS.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Expiracao mensal dos pontos de fidelidade
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: Le PONTOS.DAT em ordem de cliente pela chave
      *==   alternada e baixa os pontos ainda nao usados dos
      *==   creditos (ganho em emprestimo e devolucao de resgate
      *==   cancelado) lancados antes da data de corte: hoje menos
      *==   a validade em meses de PAR-PONTOS-VALIDADE (PARAMSDAT,
      *==   padrao 12). Cada credito vencido fica com o saldo
      *==   zerado e o cliente recebe um lancamento X (expirado)
      *==   com o total baixado, numerado pelo registro 9 de
      *==   FILMESCTL como no LOCACOES, para o extrato do cliente
      *==   mostrar a baixa. Rodar de novo no mesmo mes nao baixa
      *==   nada duas vezes, porque o credito vencido ja fica sem
      *==   saldo.
      *==   A listagem dos pontos expirados, por cliente e com os
      *==   totais gerais, sai em LOCAPTOSOUT.
      *======================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTOS ASSIGN TO 'PONTOSDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PONTO-STATUS
             RECORD KEY IS PTO-CHAVE
             ALTERNATE RECORD KEY IS PTO-CLIENTE-ID WITH DUPLICATES.

           SELECT CLIENTES ASSIGN TO 'CLIENTESDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIENTE-STATUS
             RECORD KEY IS CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTE-NOME WITH DUPLICATES.

           SELECT FILMES-CTL ASSIGN TO 'FILMESCTL'
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS CTL-CHAVE
             FILE STATUS IS CTL-STATUS.

           SELECT PARAMETROS ASSIGN TO 'PARAMSDAT'
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS PAR-CHAVE
             FILE STATUS IS PARAM-STATUS.

           SELECT RELATORIO ASSIGN TO 'LOCAPTOSOUT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-REL-STATUS.

       DATA DIVISION.
       FILE                         SECTION.
      *======ESTRUTURA DO EXTRATO DE PONTOS DE FIDELIDADE======
        FD PONTOS.
        COPY PONTOREG.

      *======ESTRUTURA DO CADASTRO DE CLIENTES (SOMENTE CONSULTA)======
        FD CLIENTES.
        COPY CLIENREG.

      *======ESTRUTURA DO CONTROLE (NUMERACAO DOS LANCAMENTOS)======
        FD FILMES-CTL.
        COPY FCTLREG.

      *======ESTRUTURA DOS PARAMETROS DO NEGOCIO======
        FD PARAMETROS.
        COPY PARAMREG.

      *======ESTRUTURA DO ARQUIVO DE IMPRESSAO======
        FD RELATORIO.
        01 REL-REG              PIC X(132).

      *============ VÁRIAVEIS ===============
       WORKING-STORAGE              SECTION.

        77 PONTO-STATUS       PIC 9(02).
        77 CLIENTE-STATUS     PIC 9(02).
        77 WRK-REL-STATUS     PIC 9(02).

      *============ AREA DO CONTROLE DE NUMERACAO =========
        77 CTL-CHAVE          PIC 9(04) VALUE 9.
        77 CTL-STATUS         PIC 9(02).
        77 WRK-GRAVOU         PIC X(01).
           88 GRAVACAO-CONCLUIDA  VALUE 'S'.
        77 WRK-TENTATIVAS     PIC 9(04).

      *============ AREA DOS PARAMETROS DO NEGOCIO =========
      *== A validade dos pontos, em meses, vem do registro 1 de
      *== PARAMSDAT; o VALUE e o padrao de primeira execucao.
        77 PAR-CHAVE          PIC 9(04) VALUE 1.
        77 PARAM-STATUS       PIC 9(02).
        77 WRK-VALIDADE       PIC 9(02) VALUE 12.

      *============ AREA DA DATA DE CORTE =========
      *== Credito lancado antes de WRK-DATA-CORTE (mesmo dia de
      *== hoje, WRK-VALIDADE meses atras) esta vencido.
        01 WRK-DATA-CORTE     PIC 9(08).
        01 WRK-DATA-CORTE-R REDEFINES WRK-DATA-CORTE.
           05 WRK-CORTE-AAAA  PIC 9(04).
           05 WRK-CORTE-MM    PIC 9(02).
           05 WRK-CORTE-DD    PIC 9(02).
        77 WRK-MESES-CORTE    PIC 9(06).
        77 WRK-MES-RESTO      PIC 9(02).

      *============ AREA DA QUEBRA POR CLIENTE =========
        77 WRK-TEM-GRUPO      PIC X(01) VALUE 'N'.
           88 GRUPO-EM-CURSO      VALUE 'S'.
        77 WRK-GRP-CLIENTE-ID PIC 9(05) VALUE 0.
        77 WRK-GRP-PONTOS     PIC 9(07).
        77 WRK-GRP-QTD        PIC 9(05).
        77 WRK-GRAVOU-X       PIC X(01).
           88 EXPIRACAO-GRAVADA   VALUE 'S'.
      *== Lancamento lido ao entrar no cliente novo, guardado
      *== enquanto o lancamento X do cliente anterior e gravado.
        01 WRK-SALVA-PTO      PIC X(54).

      *============ TOTAIS DA EXECUCAO =========
        77 WRK-CONT-LIDOS     PIC 9(07) VALUE 0.
        77 WRK-CONT-CREDITOS  PIC 9(07) VALUE 0.
        77 WRK-CONT-CLIENTES  PIC 9(05) VALUE 0.
        77 WRK-CONT-GRAVADOS  PIC 9(05) VALUE 0.
        77 WRK-TOT-PONTOS     PIC 9(09) VALUE 0.

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
           05 FILLER          PIC X(41)
              VALUE 'PONTOS DE FIDELIDADE EXPIRADOS - CORTE '.
           05 WRK-CAB2-CORTE  PIC X(10).

        01 WRK-CAB3.
           05 FILLER          PIC X(09) VALUE 'CLIENTE'.
           05 FILLER          PIC X(32) VALUE 'NOME'.
           05 FILLER          PIC X(12) VALUE 'LANCADO EM'.
           05 FILLER          PIC X(11) VALUE 'ORIGEM'.
           05 FILLER          PIC X(09) VALUE 'EMPREST'.
           05 FILLER          PIC X(08) VALUE 'EXPIRADO'.

        01 WRK-TRACO          PIC X(132) VALUE ALL '-'.
        01 WRK-LINHA-SALVA    PIC X(132).

      *============ LINHAS DO RELATORIO ===============
        01 WRK-LIN-DETALHE.
           05 WRK-DET-CLIENTE PIC 9(05).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WRK-DET-NOME    PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-DATA    PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-ORIGEM  PIC X(09).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-LOC-ID  PIC 9(05).
           05 FILLER          PIC X(06) VALUE SPACES.
           05 WRK-DET-PONTOS  PIC ZZZZ9.

        01 WRK-LIN-CLIENTE.
           05 FILLER          PIC X(50) VALUE SPACES.
           05 FILLER          PIC X(24)
              VALUE 'TOTAL EXPIRADO CLIENTE: '.
           05 WRK-LCL-PONTOS  PIC ZZZZZZ9.

        01 WRK-LIN-TOTAL.
           05 WRK-TOT-ROTULO  PIC X(45).
           05 WRK-TOT-VALOR   PIC ZZZZZZZZ9.

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
            PERFORM 2000-PROCESSAR UNTIL PONTO-STATUS EQUAL 10.
            PERFORM 3000-FECHA-CLIENTE.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN I-O PONTOS.
            IF PONTO-STATUS EQUAL 35
              OPEN OUTPUT PONTOS
              CLOSE PONTOS
              OPEN I-O PONTOS
            END-IF.
            IF PONTO-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR PONTOS, STATUS = ' PONTO-STATUS
              STOP RUN
            END-IF.
            OPEN INPUT CLIENTES.
            IF CLIENTE-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR CLIENTES, STATUS = '
                  CLIENTE-STATUS
              STOP RUN
            END-IF.
            OPEN I-O FILMES-CTL.
            IF CTL-STATUS EQUAL 35
              OPEN OUTPUT FILMES-CTL
              MOVE 1 TO CTL-CHAVE
              MOVE 0 TO CTL-QTD-ATIVOS
              WRITE FILMES-CTL-REG
              CLOSE FILMES-CTL
              OPEN I-O FILMES-CTL
            END-IF.
            IF CTL-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR O CONTROLE, STATUS = ' CTL-STATUS
              STOP RUN
            END-IF.
            OPEN OUTPUT RELATORIO.
            IF WRK-REL-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR RELATORIO, STATUS = '
                  WRK-REL-STATUS
              STOP RUN
            END-IF.
            PERFORM 1050-LE-PARAMETROS.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            MOVE WRK-HOJE-DD   TO WRK-CAB1-DD.
            MOVE WRK-HOJE-MM   TO WRK-CAB1-MM.
            MOVE WRK-HOJE-AAAA TO WRK-CAB1-AAAA.
            PERFORM 1100-CALCULA-CORTE.
            MOVE WRK-DATA-CORTE TO WRK-FMT-DATA.
            PERFORM 9700-FORMATA-DATA.
            MOVE WRK-DATA-ED TO WRK-CAB2-CORTE.
            DISPLAY 'EXPIRACAO DE PONTOS EM ' WRK-DATA-HOJE.
            DISPLAY 'VALIDADE (MESES): ' WRK-VALIDADE
                    ' CORTE: ' WRK-DATA-CORTE.
            MOVE ZEROS TO PTO-CLIENTE-ID.
            START PONTOS KEY IS NOT LESS THAN PTO-CLIENTE-ID
              INVALID KEY
                  MOVE 10 TO PONTO-STATUS
            END-START.
            IF PONTO-STATUS NOT EQUAL 10
                READ PONTOS NEXT
            END-IF.

      *============ LEITURA DOS PARAMETROS DO NEGOCIO ===========
       1050-LE-PARAMETROS.
            OPEN INPUT PARAMETROS.
            IF PARAM-STATUS EQUAL 35
              OPEN OUTPUT PARAMETROS
              MOVE 1 TO PAR-CHAVE
              MOVE 07 TO PAR-PRAZO-DIAS
              MOVE 2.50 TO PAR-MULTA-DIA
              MOVE 100 TO PAR-CKP-INTERVALO
              MOVE 05 TO PAR-LIMITE-EMPREST
              MOVE 02 TO PAR-RESERVA-DIAS
              MOVE 7.50 TO PAR-PRECO-LANCAMENTO
              MOVE 5.00 TO PAR-PRECO-CATALOGO
              MOVE 3.00 TO PAR-PRECO-PROMO
              MOVE 2 TO PAR-MAX-RENOVACOES
              MOVE 10 TO PAR-PONTOS-POR-REAL
              MOVE 500 TO PAR-PONTOS-RESGATE
              MOVE WRK-VALIDADE TO PAR-PONTOS-VALIDADE
              WRITE PARAMETROS-REG
              CLOSE PARAMETROS
              OPEN INPUT PARAMETROS
            END-IF.
            IF PARAM-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR PARAMETROS, STATUS = '
                  PARAM-STATUS
              STOP RUN
            END-IF.
            MOVE 1 TO PAR-CHAVE.
            READ PARAMETROS.
            IF PARAM-STATUS EQUAL 0
              IF PAR-PONTOS-VALIDADE NUMERIC
                 AND PAR-PONTOS-VALIDADE > 0
                  MOVE PAR-PONTOS-VALIDADE TO WRK-VALIDADE
              END-IF
            END-IF.
            CLOSE PARAMETROS.

      *============ DATA DE CORTE DA VALIDADE ===========
      *== Volta WRK-VALIDADE meses a partir de hoje contando em
      *== meses corridos desde o ano zero; o dia fica o de hoje.
      *== Um dia que nao exista no mes de corte (31 em mes de 30)
      *== nao atrapalha, porque a data so e usada na comparacao.
       1100-CALCULA-CORTE.
            MOVE WRK-DATA-HOJE TO WRK-DATA-CORTE.
            COMPUTE WRK-MESES-CORTE = WRK-HOJE-AAAA * 12
                + WRK-HOJE-MM - 1 - WRK-VALIDADE.
            DIVIDE WRK-MESES-CORTE BY 12 GIVING WRK-CORTE-AAAA
                REMAINDER WRK-MES-RESTO.
            COMPUTE WRK-CORTE-MM = WRK-MES-RESTO + 1.

      *============ VARREDURA DOS LANCAMENTOS POR CLIENTE ===========
      *== Na troca de cliente o lancamento X do anterior e gravado;
      *== como a gravacao usa a area do registro, o lancamento lido
      *== e guardado e a leitura e reposicionada no cliente novo.
       2000-PROCESSAR.
            ADD 1 TO WRK-CONT-LIDOS.
            IF PTO-CLIENTE-ID NOT EQUAL WRK-GRP-CLIENTE-ID
               OR NOT GRUPO-EM-CURSO
                MOVE PONTOS-REG TO WRK-SALVA-PTO
                PERFORM 3000-FECHA-CLIENTE
                IF EXPIRACAO-GRAVADA
                    PERFORM 3100-REPOSICIONA
                END-IF
                MOVE PTO-CLIENTE-ID TO WRK-GRP-CLIENTE-ID
                MOVE ZEROS TO WRK-GRP-PONTOS WRK-GRP-QTD
                MOVE 'S' TO WRK-TEM-GRUPO
            END-IF.
            IF PTO-CREDITO
               AND PTO-SALDO-LANC > 0
               AND PTO-DATA < WRK-DATA-CORTE
                PERFORM 2100-EXPIRA-CREDITO
            END-IF.
            READ PONTOS NEXT.

      *============ BAIXA DO CREDITO VENCIDO ===========
       2100-EXPIRA-CREDITO.
            IF WRK-GRP-QTD EQUAL 0
                MOVE PTO-CLIENTE-ID TO CLIENTE-ID
                READ CLIENTES KEY IS CLIENTES-CHAVE
                  INVALID KEY
                      MOVE '*** NAO CADASTRADO ***' TO CLIENTE-NOME
                END-READ
            END-IF.
            MOVE PTO-CLIENTE-ID TO WRK-DET-CLIENTE.
            MOVE CLIENTE-NOME TO WRK-DET-NOME.
            MOVE PTO-DATA TO WRK-FMT-DATA.
            PERFORM 9700-FORMATA-DATA.
            MOVE WRK-DATA-ED TO WRK-DET-DATA.
            IF PTO-GANHO
                MOVE 'GANHO' TO WRK-DET-ORIGEM
            ELSE
                MOVE 'DEVOLUCAO' TO WRK-DET-ORIGEM
            END-IF.
            MOVE PTO-LOC-ID TO WRK-DET-LOC-ID.
            MOVE PTO-SALDO-LANC TO WRK-DET-PONTOS.
            ADD PTO-SALDO-LANC TO WRK-GRP-PONTOS.
            ADD 1 TO WRK-GRP-QTD.
            ADD 1 TO WRK-CONT-CREDITOS.
            MOVE ZEROS TO PTO-SALDO-LANC.
            REWRITE PONTOS-REG
              INVALID KEY
                  DISPLAY 'CREDITO NAO BAIXADO, LANCAMENTO ' PTO-ID
            END-REWRITE.
            MOVE WRK-LIN-DETALHE TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.

      *============ FECHAMENTO DA QUEBRA POR CLIENTE ===========
      *== Cliente com pontos vencidos recebe o lancamento X com o
      *== total baixado e a linha de total na listagem.
       3000-FECHA-CLIENTE.
            MOVE 'N' TO WRK-GRAVOU-X.
            IF GRUPO-EM-CURSO AND WRK-GRP-PONTOS > 0
                ADD 1 TO WRK-CONT-CLIENTES
                ADD WRK-GRP-PONTOS TO WRK-TOT-PONTOS
                MOVE WRK-GRP-PONTOS TO WRK-LCL-PONTOS
                MOVE WRK-LIN-CLIENTE TO REL-REG
                PERFORM 8000-IMPRIME-LINHA
                MOVE SPACES TO REL-REG
                PERFORM 8000-IMPRIME-LINHA
                PERFORM 3200-GRAVA-EXPIRACAO
            END-IF.

       3100-REPOSICIONA.
            MOVE WRK-SALVA-PTO TO PONTOS-REG.
            START PONTOS KEY IS NOT LESS THAN PTO-CLIENTE-ID
              INVALID KEY
                  MOVE 10 TO PONTO-STATUS
            END-START.
            IF PONTO-STATUS NOT EQUAL 10
                READ PONTOS NEXT
            END-IF.

      *============ LANCAMENTO DA EXPIRACAO ===========
      *== Numera o lancamento pelo registro 9 de FILMESCTL e grava;
      *== se o numero ja existir, avanca o contador e tenta de novo.
       3200-GRAVA-EXPIRACAO.
            MOVE SPACES TO PONTOS-REG.
            MOVE WRK-GRP-CLIENTE-ID TO PTO-CLIENTE-ID.
            MOVE 'X' TO PTO-TIPO.
            MOVE WRK-DATA-HOJE TO PTO-DATA.
            MOVE ZEROS TO PTO-LOC-ID PTO-SALDO-LANC.
            MOVE WRK-GRP-PONTOS TO PTO-PONTOS.
            MOVE 'LOCAPTOS' TO PTO-OPERADOR.
            MOVE 'N' TO WRK-GRAVOU.
            MOVE ZEROS TO WRK-TENTATIVAS.
            MOVE ZEROS TO PONTO-STATUS.
            PERFORM 3210-TENTA-GRAVAR UNTIL GRAVACAO-CONCLUIDA
                OR WRK-TENTATIVAS > 9998
                OR (PONTO-STATUS NOT = 0 AND PONTO-STATUS NOT = 2
                    AND PONTO-STATUS NOT = 22).
            IF GRAVACAO-CONCLUIDA
                ADD 1 TO WRK-CONT-GRAVADOS
            ELSE
                DISPLAY 'EXPIRACAO NAO GRAVADA, CLIENTE '
                        WRK-GRP-CLIENTE-ID
            END-IF.
            MOVE 'S' TO WRK-GRAVOU-X.

       3210-TENTA-GRAVAR.
            PERFORM 9690-PROXIMO-PTO-ID.
            WRITE PONTOS-REG
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  MOVE 'S' TO WRK-GRAVOU
            END-WRITE.
            ADD 1 TO WRK-TENTATIVAS.

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

      *============ ATRIBUICAO DO PROXIMO PTO-ID ===========
      *== O ultimo PTO-ID atribuido fica no registro 9 de FILMESCTL,
      *== compartilhado com o LOCACOES; na primeira vez o registro
      *== e criado zerado.
       9690-PROXIMO-PTO-ID.
            MOVE 9 TO CTL-CHAVE.
            READ FILMES-CTL.
            IF CTL-STATUS NOT EQUAL 0
                MOVE ZEROS TO CTL-ULTIMO-ID
                WRITE FILMES-CTL-REG
            END-IF.
            ADD 1 TO CTL-ULTIMO-ID.
            REWRITE FILMES-CTL-REG.
            MOVE CTL-ULTIMO-ID TO PTO-ID.

       9000-FINALIZAR.
            IF WRK-CONT-CLIENTES EQUAL 0
                MOVE 'NENHUM PONTO VENCIDO NA DATA DE CORTE' TO REL-REG
                PERFORM 8000-IMPRIME-LINHA
            END-IF.
            MOVE SPACES TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'CLIENTES COM PONTOS EXPIRADOS...............:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-CONT-CLIENTES TO WRK-TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'CREDITOS BAIXADOS...........................:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-CONT-CREDITOS TO WRK-TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'TOTAL DE PONTOS EXPIRADOS...................:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-TOT-PONTOS TO WRK-TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            DISPLAY 'LANCAMENTOS LIDOS.....: ' WRK-CONT-LIDOS.
            DISPLAY 'CREDITOS BAIXADOS.....: ' WRK-CONT-CREDITOS.
            DISPLAY 'CLIENTES ATINGIDOS....: ' WRK-CONT-CLIENTES.
            DISPLAY 'PONTOS EXPIRADOS......: ' WRK-TOT-PONTOS.
            DISPLAY 'LANCAMENTOS GRAVADOS..: ' WRK-CONT-GRAVADOS.
            CLOSE PONTOS.
            CLOSE CLIENTES.
            CLOSE FILMES-CTL.
            CLOSE RELATORIO.
