       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCAVISO.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Cartas de cobranca de emprestimos em atraso,
      *==           com escalonamento de primeiro aviso, segundo
      *==           aviso e aviso final
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: Le LOCACOES.DAT em ordem de cliente pela
      *==   chave alternada e, para cada emprestimo sem devolucao
      *==   com data prevista vencida, decide o proximo nivel de
      *==   aviso: o nivel pelos dias de atraso (prazos de
      *==   LOCAVISOPRM) so e alcancado um degrau por vez, a partir
      *==   do ultimo nivel ja registrado em AVISOS.DAT para o
      *==   emprestimo, e entre dois avisos do mesmo emprestimo
      *==   precisa passar o intervalo minimo. Assim o mesmo nivel
      *==   nunca sai duas vezes e o cliente nao recebe o aviso
      *==   final sem ter recebido os anteriores.
      *==   Sai uma carta por cliente com ao menos um aviso novo,
      *==   no nivel mais alto entre os seus emprestimos, listando
      *==   todos os emprestimos em atraso (multa estimada ate a
      *==   data) e as multas em aberto de MULTAS.DAT. Cada aviso
      *==   novo e gravado em AVISOS.DAT na emissao da carta, de
      *==   forma que rodar o programa de novo no mesmo dia nao
      *==   repete cartas.
      *==   LOCAVISOPRM e opcional: dias de atraso do primeiro, do
      *==   segundo e do aviso final e o intervalo minimo entre
      *==   avisos, 3 posicoes cada; ausente, zerado ou fora de
      *==   ordem, valem 3, 15, 30 e 7 dias.
      *==   A impressao sai em LOCAVISOOUT, uma carta por pagina.
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

           SELECT MULTAS ASSIGN TO 'MULTASDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS MULTA-STATUS
             RECORD KEY IS MULTA-CHAVE
             ALTERNATE RECORD KEY IS MULTA-CLIENTE-ID WITH DUPLICATES.

           SELECT AVISOS ASSIGN TO 'AVISOSDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS AVISO-STATUS
             RECORD KEY IS AVI-CHAVE
             ALTERNATE RECORD KEY IS AVI-CLIENTE-ID WITH DUPLICATES.

           SELECT PARAMETROS ASSIGN TO 'PARAMSDAT'
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS PAR-CHAVE
             FILE STATUS IS PARAM-STATUS.

           SELECT PARAMETRO ASSIGN TO 'LOCAVISOPRM'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-PRM-STATUS.

           SELECT RELATORIO ASSIGN TO 'LOCAVISOOUT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-REL-STATUS.

       DATA DIVISION.
       FILE                         SECTION.
      *======ESTRUTURA DO REGISTRO DE EMPRESTIMO======
        FD LOCACOES.
        COPY LOCACREG.

      *======ESTRUTURA DO CATALOGO DE FILMES (SOMENTE CONSULTA)======
        FD FILMES.
        COPY FILMEREG.

      *======ESTRUTURA DO CADASTRO DE CLIENTES (SOMENTE CONSULTA)======
        FD CLIENTES.
        COPY CLIENREG.

      *======ESTRUTURA DO CONTAS A RECEBER DE MULTAS======
        FD MULTAS.
        COPY MULTAREG.

      *======ESTRUTURA DO HISTORICO DE AVISOS DE ATRASO======
        FD AVISOS.
        COPY AVISOREG.

      *======ESTRUTURA DOS PARAMETROS DO NEGOCIO======
        FD PARAMETROS.
        COPY PARAMREG.

      *======ESTRUTURA DO PARAMETRO DE PRAZOS DOS AVISOS======
        FD PARAMETRO.
        01 PARAMETRO-REG.
           05 PRM-DIAS-PRIMEIRO  PIC 9(03).
           05 PRM-DIAS-SEGUNDO   PIC 9(03).
           05 PRM-DIAS-FINAL     PIC 9(03).
           05 PRM-INTERVALO      PIC 9(03).

      *======ESTRUTURA DO ARQUIVO DE IMPRESSAO======
        FD RELATORIO.
        01 REL-REG              PIC X(132).

      *============ VÁRIAVEIS ===============
       WORKING-STORAGE              SECTION.

        77 LOC-STATUS         PIC 9(02).
        77 FILME-STATUS       PIC 9(02).
        77 CLIENTE-STATUS     PIC 9(02).
        77 MULTA-STATUS       PIC 9(02).
        77 AVISO-STATUS       PIC 9(02).
        77 WRK-PRM-STATUS     PIC 9(02).
        77 WRK-REL-STATUS     PIC 9(02).

      *============ AREA DOS PARAMETROS DO NEGOCIO =========
      *== A multa por dia vem do registro 1 de PARAMSDAT, para a
      *== multa estimada da carta bater com a do balcao.
        77 PAR-CHAVE          PIC 9(04) VALUE 1.
        77 PARAM-STATUS       PIC 9(02).
        77 WRK-MULTA-DIA      PIC 9(03)V99 VALUE 2.50.

      *============ AREA DOS PRAZOS DOS AVISOS =========
      *== Dias de atraso a partir dos quais cabe cada nivel de
      *== aviso e intervalo minimo, em dias, entre dois avisos do
      *== mesmo emprestimo. Os VALUE sao o padrao quando
      *== LOCAVISOPRM nao vem.
        77 WRK-DIAS-PRIMEIRO  PIC 9(03) VALUE 3.
        77 WRK-DIAS-SEGUNDO   PIC 9(03) VALUE 15.
        77 WRK-DIAS-FINAL     PIC 9(03) VALUE 30.
        77 WRK-INTERVALO      PIC 9(03) VALUE 7.

      *============ AREA DA QUEBRA POR CLIENTE =========
        77 WRK-TEM-GRUPO      PIC X(01) VALUE 'N'.
           88 GRUPO-EM-CURSO      VALUE 'S'.
        77 WRK-GRP-CLIENTE-ID PIC 9(05) VALUE 0.
        77 WRK-NIVEL-CARTA    PIC 9(01).
        77 WRK-NIVEL-BUSCA    PIC 9(01).
        77 WRK-NIVEL-ENVIADO  PIC 9(01).
        77 WRK-DATA-ENVIADO   PIC 9(08).
        77 WRK-NIVEL-DIAS     PIC 9(01).
        77 WRK-NIVEL-NOVO     PIC 9(01).
        77 WRK-NIVEL-MOSTRA   PIC 9(01).
        77 WRK-DIAS-DESDE     PIC 9(05).

      *== Emprestimos em atraso do cliente corrente; WRK-ATR-NIVEL
      *== e o aviso novo desta carta (zero quando o emprestimo so
      *== e relacionado) e WRK-ATR-ENVIADO o ultimo ja registrado.
        01 WRK-TAB-ATRASOS.
           05 WRK-QTD-ATR          PIC 9(03) VALUE 0.
           05 WRK-ATR OCCURS 1 TO 50 TIMES
                      DEPENDING ON WRK-QTD-ATR
                      INDEXED BY WRK-IDX-ATR.
              10 WRK-ATR-LOC-ID    PIC 9(05).
              10 WRK-ATR-FILME-ID  PIC 9(05).
              10 WRK-ATR-PREVISTA  PIC 9(08).
              10 WRK-ATR-DIAS      PIC 9(05).
              10 WRK-ATR-MULTA     PIC 9(05)V99.
              10 WRK-ATR-NIVEL     PIC 9(01).
              10 WRK-ATR-ENVIADO   PIC 9(01).
        77 WRK-ATR-ESTOURO    PIC X(01) VALUE 'N'.
           88 ATRASO-ESTOUROU     VALUE 'S'.

      *============ AREA DOS CALCULOS DA CARTA =========
        77 WRK-DIAS-ATRASO    PIC 9(05).
        77 WRK-MULTA          PIC 9(05)V99.
        77 WRK-TOT-ESTIMADA   PIC 9(07)V99.
        77 WRK-SALDO-MULTAS   PIC 9(07)V99.
        77 WRK-TOT-DEBITO     PIC 9(07)V99.
        77 WRK-QTD-MULTAS     PIC 9(03) COMP.

      *============ TOTAIS DA EXECUCAO =========
        77 WRK-CONT-ATRASOS   PIC 9(05) VALUE 0.
        77 WRK-CONT-CARTAS    PIC 9(05) VALUE 0.
        77 WRK-CONT-GRAVADOS  PIC 9(05) VALUE 0.
        77 WRK-CONT-SEM-CAD   PIC 9(05) VALUE 0.
        01 WRK-TAB-CONT-NIVEL.
           05 WRK-CONT-NIVEL  PIC 9(05) OCCURS 3 TIMES.

      *============ TEXTOS DAS CARTAS POR NIVEL =========
        01 WRK-TAB-TITULOS.
           05 FILLER          PIC X(40)
              VALUE '*** PRIMEIRO AVISO DE ATRASO ***'.
           05 FILLER          PIC X(40)
              VALUE '*** SEGUNDO AVISO DE ATRASO ***'.
           05 FILLER          PIC X(40)
              VALUE '*** AVISO FINAL DE ATRASO ***'.
        01 WRK-TAB-TITULOS-R REDEFINES WRK-TAB-TITULOS.
           05 WRK-TITULO-NIVEL PIC X(40) OCCURS 3 TIMES.

        01 WRK-TAB-SITUACOES.
           05 FILLER          PIC X(14) VALUE 'PRIMEIRO AVISO'.
           05 FILLER          PIC X(14) VALUE 'SEGUNDO AVISO'.
           05 FILLER          PIC X(14) VALUE 'AVISO FINAL'.
        01 WRK-TAB-SITUACOES-R REDEFINES WRK-TAB-SITUACOES.
           05 WRK-SITUACAO-NIVEL PIC X(14) OCCURS 3 TIMES.

        01 WRK-TAB-TEXTOS.
           05 FILLER          PIC X(60)
              VALUE 'CONSTA EM NOSSO CADASTRO QUE OS FILMES ABAIXO'.
           05 FILLER          PIC X(60)
              VALUE 'AINDA NAO FORAM DEVOLVIDOS. PEDIMOS A GENTILEZA'.
           05 FILLER          PIC X(60)
              VALUE 'DE DEVOLVE-LOS O QUANTO ANTES EM NOSSA LOJA.'.
           05 FILLER          PIC X(60)
              VALUE 'ESTE E O SEGUNDO AVISO: OS FILMES ABAIXO'.
           05 FILLER          PIC X(60)
              VALUE 'CONTINUAM EM ATRASO E A MULTA DIARIA CORRENDO.'.
           05 FILLER          PIC X(60)
              VALUE 'PEDIMOS QUE REGULARIZE SUA SITUACAO NA LOJA.'.
           05 FILLER          PIC X(60)
              VALUE 'AVISO FINAL: SEM A DEVOLUCAO DOS FILMES ABAIXO'.
           05 FILLER          PIC X(60)
              VALUE 'E O PAGAMENTO DAS MULTAS, SEU CADASTRO FICA'.
           05 FILLER          PIC X(60)
              VALUE 'BLOQUEADO E O DEBITO SERA COBRADO.'.
        01 WRK-TAB-TEXTOS-R REDEFINES WRK-TAB-TEXTOS.
           05 WRK-TEXTO-NIVEL OCCURS 3 TIMES.
              10 WRK-TEXTO-LINHA PIC X(60) OCCURS 3 TIMES.
        77 WRK-IDX-TEXTO      PIC 9(01).

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
           05 FILLER          PIC X(30)
              VALUE 'CARTA DE COBRANCA - CLIENTE '.
           05 WRK-CAB2-CLIENTE PIC 9(05).

        01 WRK-TRACO          PIC X(132) VALUE ALL '-'.
        01 WRK-LINHA-SALVA    PIC X(132).

      *============ LINHAS DA CARTA ===============
        01 WRK-LIN-DESTINO.
           05 FILLER          PIC X(12) VALUE 'A(O) SR(A). '.
           05 WRK-DST-NOME    PIC X(40).

        01 WRK-LIN-CODIGO.
           05 FILLER          PIC X(19) VALUE 'CODIGO DO CLIENTE: '.
           05 WRK-COD-CLIENTE PIC 9(05).

        01 WRK-LIN-TITULO.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 WRK-TIT-NIVEL   PIC X(40).

        01 WRK-CAB-EMPREST.
           05 FILLER          PIC X(09) VALUE 'EMPREST'.
           05 FILLER          PIC X(32) VALUE 'TITULO'.
           05 FILLER          PIC X(12) VALUE 'PREVISTA'.
           05 FILLER          PIC X(07) VALUE ' DIAS'.
           05 FILLER          PIC X(12) VALUE '      MULTA'.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(14) VALUE 'SITUACAO'.

        01 WRK-DET-EMPREST.
           05 WRK-DEM-LOC-ID  PIC 9(05).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WRK-DEM-TITULO  PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DEM-PREVISTA PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DEM-DIAS    PIC ZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DEM-MULTA   PIC ZZZZZZZ9.99.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-DEM-SITUACAO PIC X(14).

        01 WRK-CAB-MULTAS.
           05 FILLER          PIC X(09) VALUE 'MULTA'.
           05 FILLER          PIC X(09) VALUE 'EMPREST'.
           05 FILLER          PIC X(12) VALUE 'DATA'.
           05 FILLER          PIC X(07) VALUE ' DIAS'.
           05 FILLER          PIC X(12) VALUE '      VALOR'.

        01 WRK-DET-MULTA.
           05 WRK-DMU-MULTA-ID PIC 9(05).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WRK-DMU-LOC-ID  PIC 9(05).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WRK-DMU-DATA    PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DMU-DIAS    PIC ZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DMU-VALOR   PIC ZZZZZZZ9.99.

        01 WRK-LIN-TOTAL.
           05 WRK-TOT-ROTULO  PIC X(45).
           05 WRK-TOT-VALOR   PIC ZZZZZZZ9.99.

      *============ AREA DE CALCULO DE DATAS ===============
        01 WRK-CONV-DATA      PIC 9(08).
        01 WRK-CONV-DATA-R REDEFINES WRK-CONV-DATA.
           05 WRK-CONV-AAAA   PIC 9(04).
           05 WRK-CONV-MM     PIC 9(02).
           05 WRK-CONV-DD     PIC 9(02).
        77 WRK-CONV-DIAS      PIC 9(07).
        77 WRK-CONV-ANO-ANT   PIC 9(04).
        77 WRK-CONV-Q4        PIC 9(04).
        77 WRK-CONV-Q100      PIC 9(04).
        77 WRK-CONV-Q400      PIC 9(04).
        77 WRK-CONV-RESTO     PIC 9(04).
        77 WRK-DIAS-HOJE      PIC 9(07).
        77 WRK-DIAS-PREV      PIC 9(07).
        01 WRK-TAB-MESES      PIC X(36) VALUE
           '000031059090120151181212243273304334'.
        01 WRK-TAB-MESES-R REDEFINES WRK-TAB-MESES.
           05 WRK-MES-ACUM    PIC 9(03) OCCURS 12 TIMES.

      *== Data AAAAMMDD em WRK-FMT-DATA editada como DD/MM/AAAA
      *== em WRK-DATA-ED, para as datas impressas na carta.
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
            PERFORM 3000-FECHA-CLIENTE.
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
            OPEN INPUT MULTAS.
            IF MULTA-STATUS EQUAL 35
              OPEN OUTPUT MULTAS
              CLOSE MULTAS
              OPEN INPUT MULTAS
            END-IF.
            IF MULTA-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR MULTAS, STATUS = ' MULTA-STATUS
              STOP RUN
            END-IF.
            OPEN I-O AVISOS.
            IF AVISO-STATUS EQUAL 35
              OPEN OUTPUT AVISOS
              CLOSE AVISOS
              OPEN I-O AVISOS
            END-IF.
            IF AVISO-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR AVISOS, STATUS = ' AVISO-STATUS
              STOP RUN
            END-IF.
            OPEN OUTPUT RELATORIO.
            IF WRK-REL-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR RELATORIO, STATUS = '
                  WRK-REL-STATUS
              STOP RUN
            END-IF.
            PERFORM 1050-LE-PARAMETROS.
            PERFORM 1100-LE-PRAZOS.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            MOVE WRK-HOJE-DD   TO WRK-CAB1-DD.
            MOVE WRK-HOJE-MM   TO WRK-CAB1-MM.
            MOVE WRK-HOJE-AAAA TO WRK-CAB1-AAAA.
            MOVE WRK-DATA-HOJE TO WRK-CONV-DATA.
            PERFORM 9600-CONVERTE-DATA.
            MOVE WRK-CONV-DIAS TO WRK-DIAS-HOJE.
            MOVE ZEROS TO WRK-CONT-NIVEL (1) WRK-CONT-NIVEL (2)
                          WRK-CONT-NIVEL (3).
            DISPLAY 'CARTAS DE COBRANCA EM ' WRK-DATA-HOJE.
            DISPLAY 'PRAZOS DOS AVISOS (DIAS): ' WRK-DIAS-PRIMEIRO
                    ' ' WRK-DIAS-SEGUNDO ' ' WRK-DIAS-FINAL
                    ' INTERVALO ' WRK-INTERVALO.
            MOVE ZEROS TO LOC-CLIENTE-ID.
            START LOCACOES KEY IS NOT LESS THAN LOC-CLIENTE-ID
              INVALID KEY
                  MOVE 10 TO LOC-STATUS
            END-START.
            IF LOC-STATUS NOT EQUAL 10
                READ LOCACOES NEXT
            END-IF.

      *============ LEITURA DOS PARAMETROS DO NEGOCIO ===========
       1050-LE-PARAMETROS.
            OPEN INPUT PARAMETROS.
            IF PARAM-STATUS EQUAL 35
              OPEN OUTPUT PARAMETROS
              MOVE 1 TO PAR-CHAVE
              MOVE 07 TO PAR-PRAZO-DIAS
              MOVE WRK-MULTA-DIA TO PAR-MULTA-DIA
              MOVE 100 TO PAR-CKP-INTERVALO
              MOVE 05 TO PAR-LIMITE-EMPREST
              MOVE 02 TO PAR-RESERVA-DIAS
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
            END-IF.
            IF PARAM-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR PARAMETROS, STATUS = '
                  PARAM-STATUS
              STOP RUN
            END-IF.
            MOVE 1 TO PAR-CHAVE.
            READ PARAMETROS.
            IF PARAM-STATUS EQUAL 0
              MOVE PAR-MULTA-DIA TO WRK-MULTA-DIA
            END-IF.
            CLOSE PARAMETROS.

      *============ LEITURA DOS PRAZOS DOS AVISOS ===========
      *== LOCAVISOPRM e opcional. Prazos zerados ou que nao sejam
      *== crescentes do primeiro ao aviso final voltam ao padrao,
      *== para que o escalonamento nunca pule um nivel.
       1100-LE-PRAZOS.
            OPEN INPUT PARAMETRO.
            IF WRK-PRM-STATUS EQUAL 0
                READ PARAMETRO
                IF WRK-PRM-STATUS EQUAL 0
                    IF PRM-DIAS-PRIMEIRO NUMERIC
                       AND PRM-DIAS-SEGUNDO NUMERIC
                       AND PRM-DIAS-FINAL NUMERIC
                       AND PRM-DIAS-PRIMEIRO > 0
                       AND PRM-DIAS-SEGUNDO > PRM-DIAS-PRIMEIRO
                       AND PRM-DIAS-FINAL > PRM-DIAS-SEGUNDO
                        MOVE PRM-DIAS-PRIMEIRO TO WRK-DIAS-PRIMEIRO
                        MOVE PRM-DIAS-SEGUNDO TO WRK-DIAS-SEGUNDO
                        MOVE PRM-DIAS-FINAL TO WRK-DIAS-FINAL
                    ELSE
                        DISPLAY 'PRAZOS DE LOCAVISOPRM INVALIDOS, '
                                'MANTIDO O PADRAO'
                    END-IF
                    IF PRM-INTERVALO NUMERIC AND PRM-INTERVALO > 0
                        MOVE PRM-INTERVALO TO WRK-INTERVALO
                    END-IF
                END-IF
                CLOSE PARAMETRO
            END-IF.

      *============ VARREDURA DOS EMPRESTIMOS POR CLIENTE ===========
       2000-PROCESSAR.
            IF LOC-CLIENTE-ID NOT EQUAL WRK-GRP-CLIENTE-ID
               OR NOT GRUPO-EM-CURSO
                PERFORM 3000-FECHA-CLIENTE
                MOVE LOC-CLIENTE-ID TO WRK-GRP-CLIENTE-ID
                MOVE ZEROS TO WRK-QTD-ATR WRK-NIVEL-CARTA
                MOVE 'N' TO WRK-ATR-ESTOURO
                MOVE 'S' TO WRK-TEM-GRUPO
            END-IF.
            IF LOC-DATA-DEV-REAL EQUAL ZEROS
               AND LOC-DATA-DEV-PREVISTA < WRK-DATA-HOJE
                PERFORM 2100-AVALIA-ATRASO
            END-IF.
            READ LOCACOES NEXT.

      *============ NIVEL DE AVISO DO EMPRESTIMO EM ATRASO ===========
      *== O nivel pelos dias de atraso so vale se estiver acima do
      *== ultimo aviso registrado; ai o emprestimo sobe um unico
      *== degrau, e so depois do intervalo minimo desde o aviso
      *== anterior.
       2100-AVALIA-ATRASO.
            ADD 1 TO WRK-CONT-ATRASOS.
            MOVE LOC-DATA-DEV-PREVISTA TO WRK-CONV-DATA.
            PERFORM 9600-CONVERTE-DATA.
            MOVE WRK-CONV-DIAS TO WRK-DIAS-PREV.
            IF WRK-DIAS-PREV < WRK-DIAS-HOJE
                COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE
                    - WRK-DIAS-PREV
            ELSE
                MOVE ZEROS TO WRK-DIAS-ATRASO
            END-IF.
            COMPUTE WRK-MULTA = WRK-DIAS-ATRASO * WRK-MULTA-DIA.
            EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO NOT LESS WRK-DIAS-FINAL
                 MOVE 3 TO WRK-NIVEL-DIAS
               WHEN WRK-DIAS-ATRASO NOT LESS WRK-DIAS-SEGUNDO
                 MOVE 2 TO WRK-NIVEL-DIAS
               WHEN WRK-DIAS-ATRASO NOT LESS WRK-DIAS-PRIMEIRO
                 MOVE 1 TO WRK-NIVEL-DIAS
               WHEN OTHER
                 MOVE 0 TO WRK-NIVEL-DIAS
            END-EVALUATE.
            PERFORM 2200-ULTIMO-AVISO.
            MOVE 0 TO WRK-NIVEL-NOVO.
            IF WRK-NIVEL-DIAS > WRK-NIVEL-ENVIADO
                IF WRK-NIVEL-ENVIADO EQUAL 0
                    MOVE 1 TO WRK-NIVEL-NOVO
                ELSE
                    MOVE WRK-DATA-ENVIADO TO WRK-CONV-DATA
                    PERFORM 9600-CONVERTE-DATA
                    IF WRK-CONV-DIAS < WRK-DIAS-HOJE
                        COMPUTE WRK-DIAS-DESDE = WRK-DIAS-HOJE
                            - WRK-CONV-DIAS
                    ELSE
                        MOVE ZEROS TO WRK-DIAS-DESDE
                    END-IF
                    IF WRK-DIAS-DESDE NOT LESS WRK-INTERVALO
                        COMPUTE WRK-NIVEL-NOVO =
                            WRK-NIVEL-ENVIADO + 1
                    END-IF
                END-IF
            END-IF.
            IF WRK-QTD-ATR < 50
                ADD 1 TO WRK-QTD-ATR
                SET WRK-IDX-ATR TO WRK-QTD-ATR
                MOVE LOC-ID TO WRK-ATR-LOC-ID (WRK-IDX-ATR)
                MOVE LOC-FILME-ID TO WRK-ATR-FILME-ID (WRK-IDX-ATR)
                MOVE LOC-DATA-DEV-PREVISTA
                    TO WRK-ATR-PREVISTA (WRK-IDX-ATR)
                MOVE WRK-DIAS-ATRASO TO WRK-ATR-DIAS (WRK-IDX-ATR)
                MOVE WRK-MULTA TO WRK-ATR-MULTA (WRK-IDX-ATR)
                MOVE WRK-NIVEL-NOVO TO WRK-ATR-NIVEL (WRK-IDX-ATR)
                MOVE WRK-NIVEL-ENVIADO
                    TO WRK-ATR-ENVIADO (WRK-IDX-ATR)
                IF WRK-NIVEL-NOVO > WRK-NIVEL-CARTA
                    MOVE WRK-NIVEL-NOVO TO WRK-NIVEL-CARTA
                END-IF
            ELSE
                MOVE 'S' TO WRK-ATR-ESTOURO
            END-IF.

      *============ ULTIMO AVISO REGISTRADO PARA O EMPRESTIMO ======
      *== Procura em AVISOS.DAT do aviso final para o primeiro e
      *== para no primeiro nivel encontrado.
       2200-ULTIMO-AVISO.
            MOVE ZEROS TO WRK-NIVEL-ENVIADO WRK-DATA-ENVIADO.
            MOVE 3 TO WRK-NIVEL-BUSCA.
            PERFORM 2210-LE-AVISO UNTIL WRK-NIVEL-BUSCA EQUAL 0.

       2210-LE-AVISO.
            MOVE LOC-ID TO AVI-LOC-ID.
            MOVE WRK-NIVEL-BUSCA TO AVI-NIVEL.
            READ AVISOS KEY IS AVI-CHAVE
              INVALID KEY
                  SUBTRACT 1 FROM WRK-NIVEL-BUSCA
              NOT INVALID KEY
                  MOVE AVI-NIVEL TO WRK-NIVEL-ENVIADO
                  MOVE AVI-DATA-ENVIO TO WRK-DATA-ENVIADO
                  MOVE 0 TO WRK-NIVEL-BUSCA
            END-READ.

      *============ FECHAMENTO DA QUEBRA POR CLIENTE ===========
      *== Cliente com ao menos um aviso novo recebe a carta; sem
      *== cadastro nao ha endereco, entao a carta nao sai e nada e
      *== registrado, para sair na proxima execucao.
       3000-FECHA-CLIENTE.
            IF GRUPO-EM-CURSO AND WRK-NIVEL-CARTA > 0
                MOVE WRK-GRP-CLIENTE-ID TO CLIENTE-ID
                READ CLIENTES KEY IS CLIENTES-CHAVE
                  INVALID KEY
                      ADD 1 TO WRK-CONT-SEM-CAD
                      DISPLAY 'CLIENTE ' WRK-GRP-CLIENTE-ID
                              ' SEM CADASTRO, CARTA NAO EMITIDA'
                  NOT INVALID KEY
                      PERFORM 4000-IMPRIME-CARTA
                      PERFORM 3200-GRAVA-AVISOS
                END-READ
            END-IF.

      *============ REGISTRO DOS AVISOS DA CARTA ===========
       3200-GRAVA-AVISOS.
            PERFORM VARYING WRK-IDX-ATR FROM 1 BY 1
                    UNTIL WRK-IDX-ATR > WRK-QTD-ATR
                IF WRK-ATR-NIVEL (WRK-IDX-ATR) > 0
                    MOVE WRK-ATR-LOC-ID (WRK-IDX-ATR) TO AVI-LOC-ID
                    MOVE WRK-ATR-NIVEL (WRK-IDX-ATR) TO AVI-NIVEL
                    MOVE WRK-GRP-CLIENTE-ID TO AVI-CLIENTE-ID
                    MOVE WRK-DATA-HOJE TO AVI-DATA-ENVIO
                    MOVE WRK-ATR-DIAS (WRK-IDX-ATR)
                        TO AVI-DIAS-ATRASO
                    MOVE WRK-SALDO-MULTAS TO AVI-SALDO-MULTAS
                    WRITE AVISOS-REG
                      INVALID KEY
                          DISPLAY 'AVISO JA REGISTRADO, EMPREST '
                                  AVI-LOC-ID ' NIVEL ' AVI-NIVEL
                      NOT INVALID KEY
                          ADD 1 TO WRK-CONT-GRAVADOS
                    END-WRITE
                END-IF
            END-PERFORM.

      *============ IMPRESSAO DA CARTA DO CLIENTE ===========
       4000-IMPRIME-CARTA.
            ADD 1 TO WRK-CONT-CARTAS.
            ADD 1 TO WRK-CONT-NIVEL (WRK-NIVEL-CARTA).
            MOVE WRK-GRP-CLIENTE-ID TO WRK-CAB2-CLIENTE.
            MOVE 99 TO WRK-LINHA-ATUAL.
            MOVE SPACES TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE CLIENTE-NOME TO WRK-DST-NOME.
            MOVE WRK-LIN-DESTINO TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE CLIENTE-ENDERECO TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE WRK-GRP-CLIENTE-ID TO WRK-COD-CLIENTE.
            MOVE WRK-LIN-CODIGO TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE SPACES TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE WRK-TITULO-NIVEL (WRK-NIVEL-CARTA) TO WRK-TIT-NIVEL.
            MOVE WRK-LIN-TITULO TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE SPACES TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            PERFORM VARYING WRK-IDX-TEXTO FROM 1 BY 1
                    UNTIL WRK-IDX-TEXTO > 3
                MOVE WRK-TEXTO-LINHA (WRK-NIVEL-CARTA, WRK-IDX-TEXTO)
                    TO REL-REG
                PERFORM 8000-IMPRIME-LINHA
            END-PERFORM.
            MOVE SPACES TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            PERFORM 4100-LISTA-EMPRESTIMOS.
            MOVE SPACES TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            PERFORM 4200-LISTA-MULTAS.
            MOVE SPACES TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'MULTA POR ATRASO ESTIMADA ATE HOJE.........:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-TOT-ESTIMADA TO WRK-TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'MULTAS EM ABERTO...........................:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-SALDO-MULTAS TO WRK-TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            COMPUTE WRK-TOT-DEBITO = WRK-TOT-ESTIMADA
                + WRK-SALDO-MULTAS.
            MOVE 'TOTAL EM DEBITO............................:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-TOT-DEBITO TO WRK-TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE SPACES TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'CASO JA TENHA DEVOLVIDO OS FILMES, DESCONSIDERE ESTE'
                TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'AVISO. A MULTA ESTIMADA E CALCULADA ATE A DATA DA'
                TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'CARTA E CONTINUA CORRENDO ATE A DEVOLUCAO.'
                TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE SPACES TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'ATENCIOSAMENTE,' TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'LOCADORA - SISTEMA DE FILMES' TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.

      *============ EMPRESTIMOS EM ATRASO DA CARTA ===========
      *== A situacao mostra o aviso novo desta carta ou, quando o
      *== emprestimo nao sobe de nivel hoje, o ultimo ja enviado.
       4100-LISTA-EMPRESTIMOS.
            MOVE ZEROS TO WRK-TOT-ESTIMADA.
            MOVE WRK-CAB-EMPREST TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE WRK-TRACO(1:90) TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            PERFORM VARYING WRK-IDX-ATR FROM 1 BY 1
                    UNTIL WRK-IDX-ATR > WRK-QTD-ATR
                MOVE WRK-ATR-FILME-ID (WRK-IDX-ATR) TO FILME-ID
                READ FILMES KEY IS FILMES-CHAVE
                  INVALID KEY
                      MOVE '*** FILME NAO CADASTRADO ***'
                          TO FILME-TITULO
                END-READ
                MOVE WRK-ATR-LOC-ID (WRK-IDX-ATR) TO WRK-DEM-LOC-ID
                MOVE FILME-TITULO TO WRK-DEM-TITULO
                MOVE WRK-ATR-PREVISTA (WRK-IDX-ATR) TO WRK-FMT-DATA
                PERFORM 9700-FORMATA-DATA
                MOVE WRK-DATA-ED TO WRK-DEM-PREVISTA
                MOVE WRK-ATR-DIAS (WRK-IDX-ATR) TO WRK-DEM-DIAS
                MOVE WRK-ATR-MULTA (WRK-IDX-ATR) TO WRK-DEM-MULTA
                ADD WRK-ATR-MULTA (WRK-IDX-ATR) TO WRK-TOT-ESTIMADA
                MOVE WRK-ATR-NIVEL (WRK-IDX-ATR) TO WRK-NIVEL-MOSTRA
                IF WRK-NIVEL-MOSTRA EQUAL 0
                    MOVE WRK-ATR-ENVIADO (WRK-IDX-ATR)
                        TO WRK-NIVEL-MOSTRA
                END-IF
                IF WRK-NIVEL-MOSTRA > 0
                    MOVE WRK-SITUACAO-NIVEL (WRK-NIVEL-MOSTRA)
                        TO WRK-DEM-SITUACAO
                ELSE
                    MOVE 'EM ATRASO' TO WRK-DEM-SITUACAO
                END-IF
                MOVE WRK-DET-EMPREST TO REL-REG
                PERFORM 8000-IMPRIME-LINHA
            END-PERFORM.
            IF ATRASO-ESTOUROU
                MOVE 'HA OUTROS EMPRESTIMOS EM ATRASO, CONSULTE A LOJA'
                    TO REL-REG
                PERFORM 8000-IMPRIME-LINHA
            END-IF.

      *============ MULTAS EM ABERTO DO CLIENTE ===========
       4200-LISTA-MULTAS.
            MOVE ZEROS TO WRK-SALDO-MULTAS WRK-QTD-MULTAS.
            MOVE 'MULTAS EM ABERTO' TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE WRK-GRP-CLIENTE-ID TO MULTA-CLIENTE-ID.
            START MULTAS KEY IS EQUAL TO MULTA-CLIENTE-ID
              INVALID KEY
                  MOVE 10 TO MULTA-STATUS
              NOT INVALID KEY
                  READ MULTAS NEXT
            END-START.
            PERFORM UNTIL MULTA-STATUS EQUAL 10
                       OR MULTA-CLIENTE-ID NOT EQUAL
                          WRK-GRP-CLIENTE-ID
                IF MULTA-ABERTA
                    IF WRK-QTD-MULTAS EQUAL 0
                        MOVE WRK-CAB-MULTAS TO REL-REG
                        PERFORM 8000-IMPRIME-LINHA
                        MOVE WRK-TRACO(1:49) TO REL-REG
                        PERFORM 8000-IMPRIME-LINHA
                    END-IF
                    ADD 1 TO WRK-QTD-MULTAS
                    ADD MULTA-VALOR TO WRK-SALDO-MULTAS
                    MOVE MULTA-ID TO WRK-DMU-MULTA-ID
                    MOVE MULTA-LOC-ID TO WRK-DMU-LOC-ID
                    MOVE MULTA-DATA TO WRK-FMT-DATA
                    PERFORM 9700-FORMATA-DATA
                    MOVE WRK-DATA-ED TO WRK-DMU-DATA
                    MOVE MULTA-DIAS-ATRASO TO WRK-DMU-DIAS
                    MOVE MULTA-VALOR TO WRK-DMU-VALOR
                    MOVE WRK-DET-MULTA TO REL-REG
                    PERFORM 8000-IMPRIME-LINHA
                END-IF
                READ MULTAS NEXT
            END-PERFORM.
            IF WRK-QTD-MULTAS EQUAL 0
                MOVE 'NENHUMA MULTA EM ABERTO' TO REL-REG
                PERFORM 8000-IMPRIME-LINHA
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
            MOVE WRK-LINHA-SALVA TO REL-REG.
            MOVE 3 TO WRK-LINHA-ATUAL.

      *============ CONVERSAO DE DATA EM DIAS CORRIDOS ===========
      *== Converte a data AAAAMMDD em WRK-CONV-DATA para um numero
      *== de dias corridos em WRK-CONV-DIAS, de forma que a
      *== diferenca entre duas datas convertidas seja a quantidade
      *== exata de dias entre elas, inclusive em anos bissextos.
      *== Meses fora de 01-12, possiveis em registros antigos, sao
      *== ajustados ao limite para nao estourar a tabela de meses.
       9600-CONVERTE-DATA.
            IF WRK-CONV-MM < 1
                MOVE 1 TO WRK-CONV-MM
            END-IF.
            IF WRK-CONV-MM > 12
                MOVE 12 TO WRK-CONV-MM
            END-IF.
            COMPUTE WRK-CONV-ANO-ANT = WRK-CONV-AAAA - 1.
            DIVIDE WRK-CONV-ANO-ANT BY 4 GIVING WRK-CONV-Q4.
            DIVIDE WRK-CONV-ANO-ANT BY 100 GIVING WRK-CONV-Q100.
            DIVIDE WRK-CONV-ANO-ANT BY 400 GIVING WRK-CONV-Q400.
            COMPUTE WRK-CONV-DIAS = WRK-CONV-ANO-ANT * 365
                + WRK-CONV-Q4 - WRK-CONV-Q100 + WRK-CONV-Q400
                + WRK-MES-ACUM (WRK-CONV-MM) + WRK-CONV-DD.
            IF WRK-CONV-MM > 2
                DIVIDE WRK-CONV-AAAA BY 4 GIVING WRK-CONV-Q4
                    REMAINDER WRK-CONV-RESTO
                IF WRK-CONV-RESTO EQUAL 0
                    DIVIDE WRK-CONV-AAAA BY 100 GIVING WRK-CONV-Q100
                        REMAINDER WRK-CONV-RESTO
                    IF WRK-CONV-RESTO NOT EQUAL 0
                        ADD 1 TO WRK-CONV-DIAS
                    ELSE
                        DIVIDE WRK-CONV-AAAA BY 400
                            GIVING WRK-CONV-Q400
                            REMAINDER WRK-CONV-RESTO
                        IF WRK-CONV-RESTO EQUAL 0
                            ADD 1 TO WRK-CONV-DIAS
                        END-IF
                    END-IF
                END-IF
            END-IF.

      *============ EDICAO DE DATA PARA A CARTA ===========
       9700-FORMATA-DATA.
            MOVE WRK-FMT-DD   TO WRK-ED-DD.
            MOVE WRK-FMT-MM   TO WRK-ED-MM.
            MOVE WRK-FMT-AAAA TO WRK-ED-AAAA.

       9000-FINALIZAR.
            DISPLAY 'EMPRESTIMOS EM ATRASO.: ' WRK-CONT-ATRASOS.
            DISPLAY 'CARTAS EMITIDAS.......: ' WRK-CONT-CARTAS.
            DISPLAY '  PRIMEIRO AVISO......: ' WRK-CONT-NIVEL (1).
            DISPLAY '  SEGUNDO AVISO.......: ' WRK-CONT-NIVEL (2).
            DISPLAY '  AVISO FINAL.........: ' WRK-CONT-NIVEL (3).
            DISPLAY 'AVISOS REGISTRADOS....: ' WRK-CONT-GRAVADOS.
            DISPLAY 'CLIENTES SEM CADASTRO.: ' WRK-CONT-SEM-CAD.
            CLOSE LOCACOES.
            CLOSE FILMES.
            CLOSE CLIENTES.
            CLOSE MULTAS.
            CLOSE AVISOS.
            CLOSE RELATORIO.
