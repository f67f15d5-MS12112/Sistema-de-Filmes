       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISREST.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Conferencia e restauracao dos arquivos do
      *==           sistema a partir de uma copia do SISBACK
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: A geracao da copia (SISBACKDAT) e do seu
      *==   manifesto (SISBACKMAN) e escolhida no JCL. Primeiro o
      *==   programa confere o manifesto (registros H, D e T
      *==   completos e somando certo) e relê a copia inteira,
      *==   contando os registros e refazendo o total de controle
      *==   de cada arquivo como o SISBACK; qualquer diferenca, ou
      *==   registro de outra copia, recusa a restauracao antes de
      *==   qualquer arquivo ser aberto.
      *==   Sem parametro o programa so confere. Com a palavra
      *==   RESTAURAR no SISRESTPRM (colunas 1-9; nas colunas 11-18
      *==   pode vir a data AAAAMMDD esperada da copia, conferida
      *==   com o manifesto) os 16 arquivos sao recriados com os
      *==   registros da copia e depois relidos: quantidade ou
      *==   total de controle que nao bata com o manifesto deixa a
      *==   restauracao como nao concluida. Recusa ou divergencia
      *==   termina com RETURN-CODE 16. Arquivo que tinha zero
      *==   registros na copia e recriado vazio.
      *==   O quadro de conferencia sai em SISRESTOUT.
      *======================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO 'CLIENTESDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIENTE-STATUS
             RECORD KEY IS CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTE-NOME WITH DUPLICATES.

           SELECT LOCACOES ASSIGN TO 'LOCACOESDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS LOC-STATUS
             RECORD KEY IS LOC-CHAVE
             ALTERNATE RECORD KEY IS LOC-FILME-ID WITH DUPLICATES
             ALTERNATE RECORD KEY IS LOC-CLIENTE-ID WITH DUPLICATES.

           SELECT MULTAS ASSIGN TO 'MULTASDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS MULTA-STATUS
             RECORD KEY IS MULTA-CHAVE
             ALTERNATE RECORD KEY IS MULTA-CLIENTE-ID WITH DUPLICATES.

           SELECT RESERVAS ASSIGN TO 'RESERVASDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS RESERVA-STATUS
             RECORD KEY IS RES-CHAVE
             ALTERNATE RECORD KEY IS RES-FILME-ID WITH DUPLICATES.

           SELECT COPIAS ASSIGN TO 'COPIASDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS COPIA-STATUS
             RECORD KEY IS COPIA-CHAVE.

           SELECT OPERADORES ASSIGN TO 'OPERADORESDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS OPER-STATUS
             RECORD KEY IS OPERADORES-CHAVE.

           SELECT PARAMETROS ASSIGN TO 'PARAMSDAT'
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS PAR-CHAVE
             FILE STATUS IS PARAM-STATUS.

           SELECT FILMES-CTL ASSIGN TO 'FILMESCTL'
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS CTL-CHAVE
             FILE STATUS IS CTL-STATUS.

           SELECT FILMES ASSIGN TO 'FILMESDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FILME-STATUS
             RECORD KEY IS FILMES-CHAVE
             ALTERNATE RECORD KEY IS FILME-GENERO WITH DUPLICATES
             ALTERNATE RECORD KEY IS FILME-TITULO WITH DUPLICATES.

           SELECT AVISOS ASSIGN TO 'AVISOSDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS AVISO-STATUS
             RECORD KEY IS AVI-CHAVE
             ALTERNATE RECORD KEY IS AVI-CLIENTE-ID WITH DUPLICATES.

           SELECT CAIXA ASSIGN TO 'CAIXADAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CAIXA-STATUS
             RECORD KEY IS CX-CHAVE.

           SELECT JORNAL ASSIGN TO 'JORNALDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS JORNAL-STATUS
             RECORD KEY IS JOR-CHAVE.

           SELECT FORNECEDORES ASSIGN TO 'FORNECEDORESDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FORN-STATUS
             RECORD KEY IS FORNECEDORES-CHAVE
             ALTERNATE RECORD KEY IS FORN-NOME WITH DUPLICATES.

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

           SELECT PONTOS ASSIGN TO 'PONTOSDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PONTO-STATUS
             RECORD KEY IS PTO-CHAVE
             ALTERNATE RECORD KEY IS PTO-CLIENTE-ID WITH DUPLICATES.

           SELECT BACKUP ASSIGN TO 'SISBACKDAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-BKP-STATUS.

           SELECT MANIFESTO ASSIGN TO 'SISBACKMAN'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-MAN-STATUS.

           SELECT PARAMETRO ASSIGN TO 'SISRESTPRM'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-PRM-STATUS.

           SELECT RELATORIO ASSIGN TO 'SISRESTOUT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-REL-STATUS.

       DATA DIVISION.
       FILE                         SECTION.
      *======ESTRUTURA DO CADASTRO DE CLIENTES======
        FD CLIENTES.
        COPY CLIENREG.

      *======ESTRUTURA DO REGISTRO DE EMPRESTIMO======
        FD LOCACOES.
        COPY LOCACREG.

      *======ESTRUTURA DO REGISTRO DE MULTAS======
        FD MULTAS.
        COPY MULTAREG.

      *======ESTRUTURA DO REGISTRO DE RESERVAS======
        FD RESERVAS.
        COPY RESERREG.

      *======ESTRUTURA DO REGISTRO DE COPIAS======
        FD COPIAS.
        COPY COPIAREG.

      *======ESTRUTURA DO CADASTRO DE OPERADORES======
        FD OPERADORES.
        COPY OPERREG.

      *======ESTRUTURA DOS PARAMETROS DO NEGOCIO======
        FD PARAMETROS.
        COPY PARAMREG.

      *======ESTRUTURA DO CONTROLE DE REGISTROS======
        FD FILMES-CTL.
        COPY FCTLREG.

      *======ESTRUTURA DO REGISTRO DE FILMES======
        FD FILMES.
        COPY FILMEREG.

      *======ESTRUTURA DO HISTORICO DE AVISOS======
        FD AVISOS.
        COPY AVISOREG.

      *======ESTRUTURA DO MOVIMENTO DE CAIXA======
        FD CAIXA.
        COPY CAIXAREG.

      *======ESTRUTURA DO CONTROLE DE ENVIO A CONTABILIDADE======
        FD JORNAL.
        COPY JORNREG.

      *======ESTRUTURA DO CADASTRO DE FORNECEDORES======
        FD FORNECEDORES.
        COPY FORNREG.

      *======ESTRUTURA DO PEDIDO DE COMPRA======
        FD PEDIDOS.
        COPY PEDIDREG.

      *======ESTRUTURA DO ITEM DE PEDIDO DE COMPRA======
        FD PEDITENS.
        COPY PEDITREG.

      *======ESTRUTURA DO EXTRATO DE PONTOS DE FIDELIDADE======
        FD PONTOS.
        COPY PONTOREG.

      *======ESTRUTURA DA COPIA DE SEGURANCA======
        FD BACKUP.
        COPY BKPREG.

      *======ESTRUTURA DO MANIFESTO DA COPIA======
        FD MANIFESTO.
        COPY BKPMREG.

      *======ESTRUTURA DO PARAMETRO DE EXECUCAO======
        FD PARAMETRO.
        01 PARAMETRO-REG.
           05 PRM-PALAVRA      PIC X(09).
           05 FILLER           PIC X(01).
           05 PRM-DATA-COPIA   PIC X(08).
           05 FILLER           PIC X(12).

      *======ESTRUTURA DO QUADRO DE CONFERENCIA======
        FD RELATORIO.
        01 REL-REG              PIC X(132).

      *============ VÁRIAVEIS ===============
       WORKING-STORAGE              SECTION.

        77 CLIENTE-STATUS     PIC 9(02).
        77 LOC-STATUS         PIC 9(02).
        77 MULTA-STATUS       PIC 9(02).
        77 RESERVA-STATUS     PIC 9(02).
        77 COPIA-STATUS       PIC 9(02).
        77 OPER-STATUS        PIC 9(02).
        77 PARAM-STATUS       PIC 9(02).
        77 CTL-STATUS         PIC 9(02).
        77 FILME-STATUS       PIC 9(02).
        77 AVISO-STATUS       PIC 9(02).
        77 CAIXA-STATUS       PIC 9(02).
        77 JORNAL-STATUS      PIC 9(02).
        77 FORN-STATUS        PIC 9(02).
        77 PEDIDO-STATUS      PIC 9(02).
        77 PEDITEM-STATUS     PIC 9(02).
        77 PONTO-STATUS       PIC 9(02).
        77 WRK-BKP-STATUS     PIC 9(02).
        77 WRK-MAN-STATUS     PIC 9(02).
        77 WRK-REL-STATUS     PIC 9(02).
        77 PAR-CHAVE          PIC 9(04).
        77 CTL-CHAVE          PIC 9(04).
        77 WRK-PRM-STATUS     PIC 9(02).

      *============ TABELA DOS ARQUIVOS DA COPIA =========
        COPY BKPTAB.

      *============ QUADRO DE CONFERENCIA POR ARQUIVO =========
      *== Mesma ordem de BKP-TABELA: o que diz o manifesto, o que
      *== foi contado na copia e o que foi relido dos arquivos
      *== restaurados.
        01 WRK-QUADRO.
           05 WRK-ARQ OCCURS 16 TIMES.
              10 WRK-MAN-ACHOU    PIC X(01).
                 88 MANIFESTO-ACHADO  VALUE 'S'.
              10 WRK-MAN-QTD      PIC 9(09).
              10 WRK-MAN-TOT      PIC 9(15).
              10 WRK-BKP-QTD      PIC 9(09).
              10 WRK-BKP-TOT      PIC 9(15).
              10 WRK-RST-QTD      PIC 9(09).
              10 WRK-RST-TOT      PIC 9(15).
              10 WRK-ARQ-SITUACAO PIC X(20).
        77 WRK-IND            PIC 9(02).
        77 WRK-IND-B          PIC 9(02).
        77 WRK-IND-ACHADO     PIC 9(02).
        77 WRK-NOME-PROCURADO PIC X(12).
        77 WRK-VALOR-CTL      PIC 9(15).
        77 WRK-STATUS-LEITURA PIC 9(02).
        77 WRK-STATUS-GRAV    PIC 9(02).

      *============ AREA DO MANIFESTO =========
        77 WRK-TEM-CAB        PIC X(01) VALUE 'N'.
           88 MANIFESTO-COM-CAB  VALUE 'S'.
        77 WRK-TEM-TRAILER    PIC X(01) VALUE 'N'.
           88 MANIFESTO-COM-TRAILER VALUE 'S'.
        77 WRK-MAN-DATA       PIC 9(08) VALUE 0.
        77 WRK-MAN-HORA       PIC 9(06) VALUE 0.
        77 WRK-MAN-QTD-ARQ    PIC 9(09) VALUE 0.
        77 WRK-MAN-T-QTD      PIC 9(09) VALUE 0.
        77 WRK-MAN-T-TOT      PIC 9(15) VALUE 0.
        77 WRK-SOMA-QTD       PIC 9(09) VALUE 0.
        77 WRK-SOMA-TOT       PIC 9(15) VALUE 0.

      *============ AREA DO MODO E DO RESULTADO =========
        77 WRK-MODO-RESTAURA  PIC X(01) VALUE 'N'.
           88 MODO-RESTAURA      VALUE 'S'.
        77 WRK-DATA-PEDIDA    PIC 9(08) VALUE 0.
        77 WRK-RECUSA         PIC X(01) VALUE 'N'.
           88 RESTAURACAO-RECUSADA VALUE 'S'.
        77 WRK-DIVERGE        PIC X(01) VALUE 'N'.
           88 RESTAURADO-DIVERGE VALUE 'S'.
        01 WRK-MOTIVO         PIC X(60) VALUE SPACES.
        01 WRK-MOTIVO-NOVO    PIC X(60).

      *============ CONTADORES DA EXECUCAO =========
        77 WRK-CONT-LIDOS-BKP PIC 9(09) VALUE 0.
        77 WRK-CONT-GRAVADOS  PIC 9(09) VALUE 0.
        77 WRK-CONT-ERROS-GRAV PIC 9(09) VALUE 0.
        77 WRK-CONT-OUTRA-COPIA PIC 9(09) VALUE 0.
        77 WRK-CONT-DESCONHECIDO PIC 9(09) VALUE 0.

        01 WRK-DATA-HOJE      PIC 9(08).

      *== Data AAAAMMDD em WRK-FMT-DATA editada como DD/MM/AAAA.
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

      *============ LINHAS DO QUADRO DE CONFERENCIA =========
        01 WRK-CAB-RST.
           05 FILLER          PIC X(29)
              VALUE 'RESTAURACAO DOS ARQUIVOS EM '.
           05 WRK-CAB-HOJE    PIC X(10).
           05 FILLER          PIC X(08) VALUE '  MODO: '.
           05 WRK-CAB-MODO    PIC X(09).

        01 WRK-CAB-COPIA.
           05 FILLER          PIC X(20) VALUE 'COPIA ESCOLHIDA DE '.
           05 WRK-CAB-DATA-CP PIC X(10).
           05 FILLER          PIC X(04) VALUE ' AS '.
           05 WRK-CAB-HORA-CP PIC 9(06).

        01 WRK-CAB-COL.
           05 FILLER          PIC X(14) VALUE 'ARQUIVO'.
           05 FILLER          PIC X(11) VALUE 'MANIFESTO'.
           05 FILLER          PIC X(11) VALUE 'NA COPIA'.
           05 FILLER          PIC X(11) VALUE 'RESTAURADO'.
           05 FILLER          PIC X(17) VALUE 'TOTAL MANIFESTO'.
           05 FILLER          PIC X(17) VALUE 'TOTAL NA COPIA'.
           05 FILLER          PIC X(17) VALUE 'TOTAL RESTAURADO'.
           05 FILLER          PIC X(08) VALUE 'SITUACAO'.

        01 WRK-TRACO          PIC X(120) VALUE ALL '-'.

        01 WRK-LIN-ARQ.
           05 WRK-LIN-NOME    PIC X(12).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LIN-MAN-QTD PIC ZZZZZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LIN-BKP-QTD PIC ZZZZZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LIN-RST-QTD PIC ZZZZZZZZ9.
           05 WRK-LIN-RST-QTD-X REDEFINES WRK-LIN-RST-QTD
                              PIC X(09).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LIN-MAN-TOT PIC ZZZZZZZZZZZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LIN-BKP-TOT PIC ZZZZZZZZZZZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LIN-RST-TOT PIC ZZZZZZZZZZZZZZ9.
           05 WRK-LIN-RST-TOT-X REDEFINES WRK-LIN-RST-TOT
                              PIC X(15).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LIN-SITUACAO PIC X(20).

        01 WRK-LIN-MSG.
           05 WRK-MSG-ROTULO  PIC X(22).
           05 WRK-MSG-TEXTO   PIC X(80).

      *============ Procedimentos Principais ===========
       PROCEDURE DIVISION.
       0001-PRINCIPAL               SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-CONFERE-MANIFESTO.
            IF NOT RESTAURACAO-RECUSADA
                PERFORM 3000-CONFERE-COPIA
            END-IF.
            IF NOT RESTAURACAO-RECUSADA AND MODO-RESTAURA
                PERFORM 4000-RESTAURA-ARQUIVOS
                PERFORM 5000-CONFERE-RESTAURADOS
            END-IF.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN OUTPUT RELATORIO.
            IF WRK-REL-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR RELATORIO, STATUS = '
                  WRK-REL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
            END-IF.
            OPEN INPUT MANIFESTO.
            IF WRK-MAN-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR MANIFESTO, STATUS = '
                  WRK-MAN-STATUS
              DISPLAY 'RESTAURACAO RECUSADA'
              MOVE 16 TO RETURN-CODE
              STOP RUN
            END-IF.
            OPEN INPUT BACKUP.
            IF WRK-BKP-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR BACKUP, STATUS = ' WRK-BKP-STATUS
              DISPLAY 'RESTAURACAO RECUSADA'
              MOVE 16 TO RETURN-CODE
              STOP RUN
            END-IF.
            INITIALIZE WRK-QUADRO.
            PERFORM 1100-LE-PARAMETRO.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            MOVE WRK-DATA-HOJE TO WRK-FMT-DATA.
            PERFORM 9700-FORMATA-DATA.
            MOVE WRK-DATA-ED TO WRK-CAB-HOJE.
            IF MODO-RESTAURA
                MOVE 'RESTAURAR' TO WRK-CAB-MODO
            ELSE
                MOVE 'CONFERIR' TO WRK-CAB-MODO
            END-IF.
            MOVE WRK-CAB-RST TO REL-REG.
            WRITE REL-REG.
            MOVE WRK-TRACO TO REL-REG.
            WRITE REL-REG.
            DISPLAY 'RESTAURACAO EM ' WRK-DATA-HOJE
                    ' MODO ' WRK-CAB-MODO.

      *============ LEITURA DO PARAMETRO DE EXECUCAO ===========
      *== SISRESTPRM e opcional: ausente, o programa so confere.
      *== A palavra RESTAURAR libera a recriacao dos arquivos; a
      *== data, quando numerica, tem de ser a data da copia.
       1100-LE-PARAMETRO.
            OPEN INPUT PARAMETRO.
            IF WRK-PRM-STATUS EQUAL 35
                MOVE 'N' TO WRK-MODO-RESTAURA
            ELSE
                IF WRK-PRM-STATUS EQUAL 0
                    READ PARAMETRO
                    IF WRK-PRM-STATUS EQUAL 0
                        IF PRM-PALAVRA EQUAL 'RESTAURAR'
                            MOVE 'S' TO WRK-MODO-RESTAURA
                        END-IF
                        IF PRM-DATA-COPIA NUMERIC
                            MOVE PRM-DATA-COPIA TO WRK-DATA-PEDIDA
                        END-IF
                    END-IF
                    CLOSE PARAMETRO
                END-IF
            END-IF.

      *============ CONFERENCIA DO MANIFESTO ===========
      *== O manifesto tem de trazer o H, um D para cada arquivo
      *== da tabela e o T, com o T igual a soma dos D.
       2000-CONFERE-MANIFESTO.
            READ MANIFESTO.
            PERFORM UNTIL WRK-MAN-STATUS NOT EQUAL 0
                EVALUATE TRUE
                    WHEN MAN-CABECALHO
                        MOVE 'S' TO WRK-TEM-CAB
                        MOVE MAN-DATA TO WRK-MAN-DATA
                        MOVE MAN-HORA TO WRK-MAN-HORA
                        MOVE MAN-QTD-REG TO WRK-MAN-QTD-ARQ
                    WHEN MAN-DETALHE
                        MOVE MAN-ARQUIVO TO WRK-NOME-PROCURADO
                        PERFORM 2900-PROCURA-ARQUIVO
                        IF WRK-IND-ACHADO EQUAL 0
                            MOVE 'ARQUIVO DESCONHECIDO NO MANIFESTO'
                                TO WRK-MOTIVO-NOVO
                            PERFORM 2950-RECUSA
                        ELSE
                            MOVE 'S' TO WRK-MAN-ACHOU (WRK-IND-ACHADO)
                            MOVE MAN-QTD-REG
                                TO WRK-MAN-QTD (WRK-IND-ACHADO)
                            MOVE MAN-TOTAL-CTL
                                TO WRK-MAN-TOT (WRK-IND-ACHADO)
                            ADD MAN-QTD-REG TO WRK-SOMA-QTD
                            ADD MAN-TOTAL-CTL TO WRK-SOMA-TOT
                        END-IF
                    WHEN MAN-TRAILER
                        MOVE 'S' TO WRK-TEM-TRAILER
                        MOVE MAN-QTD-REG TO WRK-MAN-T-QTD
                        MOVE MAN-TOTAL-CTL TO WRK-MAN-T-TOT
                    WHEN OTHER
                        MOVE 'REGISTRO INVALIDO NO MANIFESTO'
                            TO WRK-MOTIVO-NOVO
                        PERFORM 2950-RECUSA
                END-EVALUATE
                READ MANIFESTO
            END-PERFORM.
            IF NOT MANIFESTO-COM-CAB OR NOT MANIFESTO-COM-TRAILER
                MOVE 'MANIFESTO INCOMPLETO, SEM REGISTRO H OU T'
                    TO WRK-MOTIVO-NOVO
                PERFORM 2950-RECUSA
            END-IF.
            IF WRK-MAN-QTD-ARQ NOT EQUAL 16
                MOVE 'QUANTIDADE DE ARQUIVOS DO MANIFESTO DIFERENTE'
                    TO WRK-MOTIVO-NOVO
                PERFORM 2950-RECUSA
            END-IF.
            PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 16
                IF NOT MANIFESTO-ACHADO (WRK-IND)
                    MOVE 'FALTA NO MANIFESTO'
                        TO WRK-ARQ-SITUACAO (WRK-IND)
                    MOVE 'ARQUIVO SEM REGISTRO D NO MANIFESTO'
                        TO WRK-MOTIVO-NOVO
                    MOVE BKP-TAB-NOME (WRK-IND)
                        TO WRK-MOTIVO-NOVO (37:12)
                    PERFORM 2950-RECUSA
                END-IF
            END-PERFORM.
            IF WRK-SOMA-QTD NOT EQUAL WRK-MAN-T-QTD
               OR WRK-SOMA-TOT NOT EQUAL WRK-MAN-T-TOT
                MOVE 'TRAILER DO MANIFESTO NAO CONFERE COM OS D'
                    TO WRK-MOTIVO-NOVO
                PERFORM 2950-RECUSA
            END-IF.
            IF WRK-DATA-PEDIDA NOT EQUAL 0
               AND WRK-DATA-PEDIDA NOT EQUAL WRK-MAN-DATA
                MOVE 'DATA DA COPIA DIFERENTE DA PEDIDA EM SISRESTPRM'
                    TO WRK-MOTIVO-NOVO
                PERFORM 2950-RECUSA
            END-IF.
            MOVE WRK-MAN-DATA TO WRK-FMT-DATA.
            PERFORM 9700-FORMATA-DATA.
            MOVE WRK-DATA-ED TO WRK-CAB-DATA-CP.
            MOVE WRK-MAN-HORA TO WRK-CAB-HORA-CP.
            MOVE WRK-CAB-COPIA TO REL-REG.
            WRITE REL-REG.

      *============ LOCALIZACAO DO ARQUIVO NA TABELA ===========
      *== WRK-IND-ACHADO volta zero se o nome nao esta na tabela.
       2900-PROCURA-ARQUIVO.
            MOVE ZEROS TO WRK-IND-ACHADO.
            PERFORM VARYING WRK-IND-B FROM 1 BY 1
                    UNTIL WRK-IND-B > 16 OR WRK-IND-ACHADO > 0
                IF BKP-TAB-NOME (WRK-IND-B) EQUAL WRK-NOME-PROCURADO
                    MOVE WRK-IND-B TO WRK-IND-ACHADO
                END-IF
            END-PERFORM.

      *============ REGISTRO DE UM MOTIVO DE RECUSA ===========
       2950-RECUSA.
            MOVE 'S' TO WRK-RECUSA.
            IF WRK-MOTIVO EQUAL SPACES
                MOVE WRK-MOTIVO-NOVO TO WRK-MOTIVO
            END-IF.
            MOVE 'MOTIVO DE RECUSA....:' TO WRK-MSG-ROTULO.
            MOVE WRK-MOTIVO-NOVO TO WRK-MSG-TEXTO.
            MOVE WRK-LIN-MSG TO REL-REG.
            WRITE REL-REG.

      *============ TOTAL DE CONTROLE DO REGISTRO ===========
      *== Mesma conta do SISBACK: o campo indicado em BKP-TABELA,
      *== tirado da imagem em BKP-DADOS, ou o numero relativo.
       2960-CALCULA-CONTROLE.
            MOVE ZEROS TO WRK-VALOR-CTL.
            IF BKP-TAB-POS (WRK-IND) EQUAL 0
                MOVE BKP-CHAVE-REL TO WRK-VALOR-CTL
            ELSE
                IF BKP-DADOS (BKP-TAB-POS (WRK-IND) :
                              BKP-TAB-TAM (WRK-IND)) NUMERIC
                    MOVE BKP-DADOS (BKP-TAB-POS (WRK-IND) :
                                    BKP-TAB-TAM (WRK-IND))
                        TO WRK-VALOR-CTL
                END-IF
            END-IF.

      *============ CONFERENCIA DA COPIA CONTRA O MANIFESTO ======
      *== Le a copia inteira antes de tocar em qualquer arquivo.
       3000-CONFERE-COPIA.
            MOVE ZEROS TO WRK-IND.
            READ BACKUP.
            PERFORM UNTIL WRK-BKP-STATUS NOT EQUAL 0
                ADD 1 TO WRK-CONT-LIDOS-BKP
                PERFORM 3100-LOCALIZA-REGISTRO
                IF WRK-IND EQUAL 0
                    ADD 1 TO WRK-CONT-DESCONHECIDO
                ELSE
                    IF BKP-DATA NOT EQUAL WRK-MAN-DATA
                       OR BKP-HORA NOT EQUAL WRK-MAN-HORA
                        ADD 1 TO WRK-CONT-OUTRA-COPIA
                    END-IF
                    PERFORM 2960-CALCULA-CONTROLE
                    ADD 1 TO WRK-BKP-QTD (WRK-IND)
                    ADD WRK-VALOR-CTL TO WRK-BKP-TOT (WRK-IND)
                END-IF
                READ BACKUP
            END-PERFORM.
            IF WRK-BKP-STATUS NOT EQUAL 10
                MOVE 'ERRO NA LEITURA DA COPIA, STATUS'
                    TO WRK-MOTIVO-NOVO
                MOVE WRK-BKP-STATUS TO WRK-MOTIVO-NOVO (34:02)
                PERFORM 2950-RECUSA
            END-IF.
            IF WRK-CONT-DESCONHECIDO > 0
                MOVE 'REGISTROS DE ARQUIVO DESCONHECIDO NA COPIA'
                    TO WRK-MOTIVO-NOVO
                PERFORM 2950-RECUSA
            END-IF.
            IF WRK-CONT-OUTRA-COPIA > 0
                MOVE 'REGISTROS COM DATA/HORA DIFERENTE DO MANIFESTO'
                    TO WRK-MOTIVO-NOVO
                PERFORM 2950-RECUSA
            END-IF.
            PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 16
                IF MANIFESTO-ACHADO (WRK-IND)
                    IF WRK-BKP-QTD (WRK-IND) NOT EQUAL
                       WRK-MAN-QTD (WRK-IND)
                       OR WRK-BKP-TOT (WRK-IND) NOT EQUAL
                          WRK-MAN-TOT (WRK-IND)
                        MOVE 'COPIA DIVERGE'
                            TO WRK-ARQ-SITUACAO (WRK-IND)
                        MOVE 'COPIA NAO CONFERE COM O MANIFESTO:'
                            TO WRK-MOTIVO-NOVO
                        MOVE BKP-TAB-NOME (WRK-IND)
                            TO WRK-MOTIVO-NOVO (36:12)
                        PERFORM 2950-RECUSA
                    ELSE
                        MOVE 'COPIA CONFERE'
                            TO WRK-ARQ-SITUACAO (WRK-IND)
                    END-IF
                END-IF
            END-PERFORM.

      *== WRK-IND guarda o arquivo do registro anterior, para nao
      *== procurar na tabela a cada registro do mesmo arquivo.
       3100-LOCALIZA-REGISTRO.
            IF WRK-IND NOT EQUAL 0
                IF BKP-ARQUIVO NOT EQUAL BKP-TAB-NOME (WRK-IND)
                    MOVE ZEROS TO WRK-IND
                END-IF
            END-IF.
            IF WRK-IND EQUAL 0
                MOVE BKP-ARQUIVO TO WRK-NOME-PROCURADO
                PERFORM 2900-PROCURA-ARQUIVO
                MOVE WRK-IND-ACHADO TO WRK-IND
            END-IF.

      *============ RECRIACAO DOS ARQUIVOS ===========
      *== A copia ja conferiu: os 16 arquivos sao abertos em OUTPUT
      *== (ficam vazios) e recebem os registros na ordem da copia.
       4000-RESTAURA-ARQUIVOS.
            PERFORM 4100-ABRE-SAIDAS.
            CLOSE BACKUP.
            OPEN INPUT BACKUP.
            IF WRK-BKP-STATUS NOT = 0
              DISPLAY 'ERRO AO REABRIR BACKUP, STATUS = '
                  WRK-BKP-STATUS
              DISPLAY 'RESTAURACAO INTERROMPIDA'
              MOVE 16 TO RETURN-CODE
              STOP RUN
            END-IF.
            MOVE ZEROS TO WRK-IND.
            READ BACKUP.
            PERFORM UNTIL WRK-BKP-STATUS NOT EQUAL 0
                PERFORM 3100-LOCALIZA-REGISTRO
                PERFORM 4200-GRAVA-REGISTRO
                READ BACKUP
            END-PERFORM.
            PERFORM 4900-FECHA-ARQUIVOS.

       4100-ABRE-SAIDAS.
            MOVE 1 TO WRK-IND.
            OPEN OUTPUT CLIENTES.
            MOVE CLIENTE-STATUS TO WRK-STATUS-LEITURA.
            PERFORM 4190-CONFERE-ABERTURA.
            MOVE 2 TO WRK-IND.
            OPEN OUTPUT LOCACOES.
            MOVE LOC-STATUS TO WRK-STATUS-LEITURA.
            PERFORM 4190-CONFERE-ABERTURA.
            MOVE 3 TO WRK-IND.
            OPEN OUTPUT MULTAS.
            MOVE MULTA-STATUS TO WRK-STATUS-LEITURA.
            PERFORM 4190-CONFERE-ABERTURA.
            MOVE 4 TO WRK-IND.
            OPEN OUTPUT RESERVAS.
            MOVE RESERVA-STATUS TO WRK-STATUS-LEITURA.
            PERFORM 4190-CONFERE-ABERTURA.
            MOVE 5 TO WRK-IND.
            OPEN OUTPUT COPIAS.
            MOVE COPIA-STATUS TO WRK-STATUS-LEITURA.
            PERFORM 4190-CONFERE-ABERTURA.
            MOVE 6 TO WRK-IND.
            OPEN OUTPUT OPERADORES.
            MOVE OPER-STATUS TO WRK-STATUS-LEITURA.
            PERFORM 4190-CONFERE-ABERTURA.
            MOVE 7 TO WRK-IND.
            OPEN OUTPUT PARAMETROS.
            MOVE PARAM-STATUS TO WRK-STATUS-LEITURA.
            PERFORM 4190-CONFERE-ABERTURA.
            MOVE 8 TO WRK-IND.
            OPEN OUTPUT FILMES-CTL.
            MOVE CTL-STATUS TO WRK-STATUS-LEITURA.
            PERFORM 4190-CONFERE-ABERTURA.
            MOVE 9 TO WRK-IND.
            OPEN OUTPUT FILMES.
            MOVE FILME-STATUS TO WRK-STATUS-LEITURA.
            PERFORM 4190-CONFERE-ABERTURA.
            MOVE 10 TO WRK-IND.
            OPEN OUTPUT AVISOS.
            MOVE AVISO-STATUS TO WRK-STATUS-LEITURA.
            PERFORM 4190-CONFERE-ABERTURA.
            MOVE 11 TO WRK-IND.
            OPEN OUTPUT CAIXA.
            MOVE CAIXA-STATUS TO WRK-STATUS-LEITURA.
            PERFORM 4190-CONFERE-ABERTURA.
            MOVE 12 TO WRK-IND.
            OPEN OUTPUT JORNAL.
            MOVE JORNAL-STATUS TO WRK-STATUS-LEITURA.
            PERFORM 4190-CONFERE-ABERTURA.
            MOVE 13 TO WRK-IND.
            OPEN OUTPUT FORNECEDORES.
            MOVE FORN-STATUS TO WRK-STATUS-LEITURA.
            PERFORM 4190-CONFERE-ABERTURA.
            MOVE 14 TO WRK-IND.
            OPEN OUTPUT PEDIDOS.
            MOVE PEDIDO-STATUS TO WRK-STATUS-LEITURA.
            PERFORM 4190-CONFERE-ABERTURA.
            MOVE 15 TO WRK-IND.
            OPEN OUTPUT PEDITENS.
            MOVE PEDITEM-STATUS TO WRK-STATUS-LEITURA.
            PERFORM 4190-CONFERE-ABERTURA.
            MOVE 16 TO WRK-IND.
            OPEN OUTPUT PONTOS.
            MOVE PONTO-STATUS TO WRK-STATUS-LEITURA.
            PERFORM 4190-CONFERE-ABERTURA.

       4190-CONFERE-ABERTURA.
            IF WRK-STATUS-LEITURA NOT EQUAL 0
                DISPLAY 'ERRO AO RECRIAR ' BKP-TAB-NOME (WRK-IND)
                        ', STATUS = ' WRK-STATUS-LEITURA
                DISPLAY 'RESTAURACAO INTERROMPIDA'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *============ GRAVACAO DO REGISTRO NO ARQUIVO DE ORIGEM =====
       4200-GRAVA-REGISTRO.
            MOVE ZEROS TO WRK-STATUS-GRAV.
            EVALUATE WRK-IND
                WHEN 1
                    MOVE BKP-DADOS TO CLIENTES-REG
                    WRITE CLIENTES-REG
                      INVALID KEY
                          CONTINUE
                    END-WRITE
                    MOVE CLIENTE-STATUS TO WRK-STATUS-GRAV
                WHEN 2
                    MOVE BKP-DADOS TO LOCACOES-REG
                    WRITE LOCACOES-REG
                      INVALID KEY
                          CONTINUE
                    END-WRITE
                    MOVE LOC-STATUS TO WRK-STATUS-GRAV
                WHEN 3
                    MOVE BKP-DADOS TO MULTAS-REG
                    WRITE MULTAS-REG
                      INVALID KEY
                          CONTINUE
                    END-WRITE
                    MOVE MULTA-STATUS TO WRK-STATUS-GRAV
                WHEN 4
                    MOVE BKP-DADOS TO RESERVAS-REG
                    WRITE RESERVAS-REG
                      INVALID KEY
                          CONTINUE
                    END-WRITE
                    MOVE RESERVA-STATUS TO WRK-STATUS-GRAV
                WHEN 5
                    MOVE BKP-DADOS TO COPIAS-REG
                    WRITE COPIAS-REG
                      INVALID KEY
                          CONTINUE
                    END-WRITE
                    MOVE COPIA-STATUS TO WRK-STATUS-GRAV
                WHEN 6
                    MOVE BKP-DADOS TO OPERADORES-REG
                    WRITE OPERADORES-REG
                      INVALID KEY
                          CONTINUE
                    END-WRITE
                    MOVE OPER-STATUS TO WRK-STATUS-GRAV
                WHEN 7
                    MOVE BKP-CHAVE-REL TO PAR-CHAVE
                    MOVE BKP-DADOS TO PARAMETROS-REG
                    WRITE PARAMETROS-REG
                      INVALID KEY
                          CONTINUE
                    END-WRITE
                    MOVE PARAM-STATUS TO WRK-STATUS-GRAV
                WHEN 8
                    MOVE BKP-CHAVE-REL TO CTL-CHAVE
                    MOVE BKP-DADOS TO FILMES-CTL-REG
                    WRITE FILMES-CTL-REG
                      INVALID KEY
                          CONTINUE
                    END-WRITE
                    MOVE CTL-STATUS TO WRK-STATUS-GRAV
                WHEN 9
                    MOVE BKP-DADOS TO FILMES-REG
                    WRITE FILMES-REG
                      INVALID KEY
                          CONTINUE
                    END-WRITE
                    MOVE FILME-STATUS TO WRK-STATUS-GRAV
                WHEN 10
                    MOVE BKP-DADOS TO AVISOS-REG
                    WRITE AVISOS-REG
                      INVALID KEY
                          CONTINUE
                    END-WRITE
                    MOVE AVISO-STATUS TO WRK-STATUS-GRAV
                WHEN 11
                    MOVE BKP-DADOS TO CAIXA-REG
                    WRITE CAIXA-REG
                      INVALID KEY
                          CONTINUE
                    END-WRITE
                    MOVE CAIXA-STATUS TO WRK-STATUS-GRAV
                WHEN 12
                    MOVE BKP-DADOS TO JORNAL-REG
                    WRITE JORNAL-REG
                      INVALID KEY
                          CONTINUE
                    END-WRITE
                    MOVE JORNAL-STATUS TO WRK-STATUS-GRAV
                WHEN 13
                    MOVE BKP-DADOS TO FORNECEDORES-REG
                    WRITE FORNECEDORES-REG
                      INVALID KEY
                          CONTINUE
                    END-WRITE
                    MOVE FORN-STATUS TO WRK-STATUS-GRAV
                WHEN 14
                    MOVE BKP-DADOS TO PEDIDOS-REG
                    WRITE PEDIDOS-REG
                      INVALID KEY
                          CONTINUE
                    END-WRITE
                    MOVE PEDIDO-STATUS TO WRK-STATUS-GRAV
                WHEN 15
                    MOVE BKP-DADOS TO PEDITENS-REG
                    WRITE PEDITENS-REG
                      INVALID KEY
                          CONTINUE
                    END-WRITE
                    MOVE PEDITEM-STATUS TO WRK-STATUS-GRAV
                WHEN 16
                    MOVE BKP-DADOS TO PONTOS-REG
                    WRITE PONTOS-REG
                      INVALID KEY
                          CONTINUE
                    END-WRITE
                    MOVE PONTO-STATUS TO WRK-STATUS-GRAV
            END-EVALUATE.
            IF WRK-STATUS-GRAV EQUAL 0 OR WRK-STATUS-GRAV EQUAL 2
                ADD 1 TO WRK-CONT-GRAVADOS
            ELSE
                ADD 1 TO WRK-CONT-ERROS-GRAV
                DISPLAY 'ERRO AO GRAVAR ' BKP-TAB-NOME (WRK-IND)
                        ', STATUS = ' WRK-STATUS-GRAV
            END-IF.

       4900-FECHA-ARQUIVOS.
            CLOSE CLIENTES.
            CLOSE LOCACOES.
            CLOSE MULTAS.
            CLOSE RESERVAS.
            CLOSE COPIAS.
            CLOSE OPERADORES.
            CLOSE PARAMETROS.
            CLOSE FILMES-CTL.
            CLOSE FILMES.
            CLOSE AVISOS.
            CLOSE CAIXA.
            CLOSE JORNAL.
            CLOSE FORNECEDORES.
            CLOSE PEDIDOS.
            CLOSE PEDITENS.
            CLOSE PONTOS.

      *============ CONFERENCIA DOS ARQUIVOS RESTAURADOS ===========
      *== Rele cada arquivo recriado e refaz quantidade e total de
      *== controle, que tem de bater com o manifesto.
       5000-CONFERE-RESTAURADOS.
            PERFORM 5010-RELE-CLIENTES.
            PERFORM 5020-RELE-LOCACOES.
            PERFORM 5030-RELE-MULTAS.
            PERFORM 5040-RELE-RESERVAS.
            PERFORM 5050-RELE-COPIAS.
            PERFORM 5060-RELE-OPERADORES.
            PERFORM 5070-RELE-PARAMETROS.
            PERFORM 5080-RELE-CONTROLE.
            PERFORM 5090-RELE-FILMES.
            PERFORM 5100-RELE-AVISOS.
            PERFORM 5110-RELE-CAIXA.
            PERFORM 5120-RELE-JORNAL.
            PERFORM 5130-RELE-FORNECEDORES.
            PERFORM 5140-RELE-PEDIDOS.
            PERFORM 5150-RELE-PEDITENS.
            PERFORM 5160-RELE-PONTOS.
            IF WRK-CONT-ERROS-GRAV > 0
                MOVE 'S' TO WRK-DIVERGE
            END-IF.
            PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 16
                IF WRK-RST-QTD (WRK-IND) NOT EQUAL
                   WRK-MAN-QTD (WRK-IND)
                   OR WRK-RST-TOT (WRK-IND) NOT EQUAL
                      WRK-MAN-TOT (WRK-IND)
                    MOVE 'RESTAURADO DIVERGE'
                        TO WRK-ARQ-SITUACAO (WRK-IND)
                    MOVE 'S' TO WRK-DIVERGE
                ELSE
                    MOVE 'RESTAURADO CONFERE'
                        TO WRK-ARQ-SITUACAO (WRK-IND)
                END-IF
            END-PERFORM.

       5010-RELE-CLIENTES.
            MOVE 1 TO WRK-IND.
            OPEN INPUT CLIENTES.
            MOVE CLIENTE-STATUS TO WRK-STATUS-LEITURA.
            IF CLIENTE-STATUS NOT EQUAL 0
                PERFORM 5910-FALHA-RELEITURA
            ELSE
                READ CLIENTES NEXT
                PERFORM UNTIL CLIENTE-STATUS NOT EQUAL 0
                          AND CLIENTE-STATUS NOT EQUAL 2
                    MOVE CLIENTES-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 5900-SOMA-RESTAURADO
                    READ CLIENTES NEXT
                END-PERFORM
                MOVE CLIENTE-STATUS TO WRK-STATUS-LEITURA
                IF WRK-STATUS-LEITURA NOT EQUAL 10
                    PERFORM 5910-FALHA-RELEITURA
                END-IF
                CLOSE CLIENTES
            END-IF.

       5020-RELE-LOCACOES.
            MOVE 2 TO WRK-IND.
            OPEN INPUT LOCACOES.
            MOVE LOC-STATUS TO WRK-STATUS-LEITURA.
            IF LOC-STATUS NOT EQUAL 0
                PERFORM 5910-FALHA-RELEITURA
            ELSE
                READ LOCACOES NEXT
                PERFORM UNTIL LOC-STATUS NOT EQUAL 0
                          AND LOC-STATUS NOT EQUAL 2
                    MOVE LOCACOES-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 5900-SOMA-RESTAURADO
                    READ LOCACOES NEXT
                END-PERFORM
                MOVE LOC-STATUS TO WRK-STATUS-LEITURA
                IF WRK-STATUS-LEITURA NOT EQUAL 10
                    PERFORM 5910-FALHA-RELEITURA
                END-IF
                CLOSE LOCACOES
            END-IF.

       5030-RELE-MULTAS.
            MOVE 3 TO WRK-IND.
            OPEN INPUT MULTAS.
            MOVE MULTA-STATUS TO WRK-STATUS-LEITURA.
            IF MULTA-STATUS NOT EQUAL 0
                PERFORM 5910-FALHA-RELEITURA
            ELSE
                READ MULTAS NEXT
                PERFORM UNTIL MULTA-STATUS NOT EQUAL 0
                          AND MULTA-STATUS NOT EQUAL 2
                    MOVE MULTAS-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 5900-SOMA-RESTAURADO
                    READ MULTAS NEXT
                END-PERFORM
                MOVE MULTA-STATUS TO WRK-STATUS-LEITURA
                IF WRK-STATUS-LEITURA NOT EQUAL 10
                    PERFORM 5910-FALHA-RELEITURA
                END-IF
                CLOSE MULTAS
            END-IF.

       5040-RELE-RESERVAS.
            MOVE 4 TO WRK-IND.
            OPEN INPUT RESERVAS.
            MOVE RESERVA-STATUS TO WRK-STATUS-LEITURA.
            IF RESERVA-STATUS NOT EQUAL 0
                PERFORM 5910-FALHA-RELEITURA
            ELSE
                READ RESERVAS NEXT
                PERFORM UNTIL RESERVA-STATUS NOT EQUAL 0
                          AND RESERVA-STATUS NOT EQUAL 2
                    MOVE RESERVAS-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 5900-SOMA-RESTAURADO
                    READ RESERVAS NEXT
                END-PERFORM
                MOVE RESERVA-STATUS TO WRK-STATUS-LEITURA
                IF WRK-STATUS-LEITURA NOT EQUAL 10
                    PERFORM 5910-FALHA-RELEITURA
                END-IF
                CLOSE RESERVAS
            END-IF.

       5050-RELE-COPIAS.
            MOVE 5 TO WRK-IND.
            OPEN INPUT COPIAS.
            MOVE COPIA-STATUS TO WRK-STATUS-LEITURA.
            IF COPIA-STATUS NOT EQUAL 0
                PERFORM 5910-FALHA-RELEITURA
            ELSE
                READ COPIAS NEXT
                PERFORM UNTIL COPIA-STATUS NOT EQUAL 0
                    MOVE COPIAS-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 5900-SOMA-RESTAURADO
                    READ COPIAS NEXT
                END-PERFORM
                MOVE COPIA-STATUS TO WRK-STATUS-LEITURA
                IF WRK-STATUS-LEITURA NOT EQUAL 10
                    PERFORM 5910-FALHA-RELEITURA
                END-IF
                CLOSE COPIAS
            END-IF.

       5060-RELE-OPERADORES.
            MOVE 6 TO WRK-IND.
            OPEN INPUT OPERADORES.
            MOVE OPER-STATUS TO WRK-STATUS-LEITURA.
            IF OPER-STATUS NOT EQUAL 0
                PERFORM 5910-FALHA-RELEITURA
            ELSE
                READ OPERADORES NEXT
                PERFORM UNTIL OPER-STATUS NOT EQUAL 0
                    MOVE OPERADORES-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 5900-SOMA-RESTAURADO
                    READ OPERADORES NEXT
                END-PERFORM
                MOVE OPER-STATUS TO WRK-STATUS-LEITURA
                IF WRK-STATUS-LEITURA NOT EQUAL 10
                    PERFORM 5910-FALHA-RELEITURA
                END-IF
                CLOSE OPERADORES
            END-IF.

       5070-RELE-PARAMETROS.
            MOVE 7 TO WRK-IND.
            OPEN INPUT PARAMETROS.
            MOVE PARAM-STATUS TO WRK-STATUS-LEITURA.
            IF PARAM-STATUS NOT EQUAL 0
                PERFORM 5910-FALHA-RELEITURA
            ELSE
                READ PARAMETROS NEXT
                PERFORM UNTIL PARAM-STATUS NOT EQUAL 0
                    MOVE PARAMETROS-REG TO BKP-DADOS
                    MOVE PAR-CHAVE TO BKP-CHAVE-REL
                    PERFORM 5900-SOMA-RESTAURADO
                    READ PARAMETROS NEXT
                END-PERFORM
                MOVE PARAM-STATUS TO WRK-STATUS-LEITURA
                IF WRK-STATUS-LEITURA NOT EQUAL 10
                    PERFORM 5910-FALHA-RELEITURA
                END-IF
                CLOSE PARAMETROS
            END-IF.

       5080-RELE-CONTROLE.
            MOVE 8 TO WRK-IND.
            OPEN INPUT FILMES-CTL.
            MOVE CTL-STATUS TO WRK-STATUS-LEITURA.
            IF CTL-STATUS NOT EQUAL 0
                PERFORM 5910-FALHA-RELEITURA
            ELSE
                READ FILMES-CTL NEXT
                PERFORM UNTIL CTL-STATUS NOT EQUAL 0
                    MOVE FILMES-CTL-REG TO BKP-DADOS
                    MOVE CTL-CHAVE TO BKP-CHAVE-REL
                    PERFORM 5900-SOMA-RESTAURADO
                    READ FILMES-CTL NEXT
                END-PERFORM
                MOVE CTL-STATUS TO WRK-STATUS-LEITURA
                IF WRK-STATUS-LEITURA NOT EQUAL 10
                    PERFORM 5910-FALHA-RELEITURA
                END-IF
                CLOSE FILMES-CTL
            END-IF.

       5090-RELE-FILMES.
            MOVE 9 TO WRK-IND.
            OPEN INPUT FILMES.
            MOVE FILME-STATUS TO WRK-STATUS-LEITURA.
            IF FILME-STATUS NOT EQUAL 0
                PERFORM 5910-FALHA-RELEITURA
            ELSE
                READ FILMES NEXT
                PERFORM UNTIL FILME-STATUS NOT EQUAL 0
                          AND FILME-STATUS NOT EQUAL 2
                    MOVE FILMES-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 5900-SOMA-RESTAURADO
                    READ FILMES NEXT
                END-PERFORM
                MOVE FILME-STATUS TO WRK-STATUS-LEITURA
                IF WRK-STATUS-LEITURA NOT EQUAL 10
                    PERFORM 5910-FALHA-RELEITURA
                END-IF
                CLOSE FILMES
            END-IF.

       5100-RELE-AVISOS.
            MOVE 10 TO WRK-IND.
            OPEN INPUT AVISOS.
            MOVE AVISO-STATUS TO WRK-STATUS-LEITURA.
            IF AVISO-STATUS NOT EQUAL 0
                PERFORM 5910-FALHA-RELEITURA
            ELSE
                READ AVISOS NEXT
                PERFORM UNTIL AVISO-STATUS NOT EQUAL 0
                          AND AVISO-STATUS NOT EQUAL 2
                    MOVE AVISOS-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 5900-SOMA-RESTAURADO
                    READ AVISOS NEXT
                END-PERFORM
                MOVE AVISO-STATUS TO WRK-STATUS-LEITURA
                IF WRK-STATUS-LEITURA NOT EQUAL 10
                    PERFORM 5910-FALHA-RELEITURA
                END-IF
                CLOSE AVISOS
            END-IF.

       5110-RELE-CAIXA.
            MOVE 11 TO WRK-IND.
            OPEN INPUT CAIXA.
            MOVE CAIXA-STATUS TO WRK-STATUS-LEITURA.
            IF CAIXA-STATUS NOT EQUAL 0
                PERFORM 5910-FALHA-RELEITURA
            ELSE
                READ CAIXA NEXT
                PERFORM UNTIL CAIXA-STATUS NOT EQUAL 0
                    MOVE CAIXA-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 5900-SOMA-RESTAURADO
                    READ CAIXA NEXT
                END-PERFORM
                MOVE CAIXA-STATUS TO WRK-STATUS-LEITURA
                IF WRK-STATUS-LEITURA NOT EQUAL 10
                    PERFORM 5910-FALHA-RELEITURA
                END-IF
                CLOSE CAIXA
            END-IF.

       5120-RELE-JORNAL.
            MOVE 12 TO WRK-IND.
            OPEN INPUT JORNAL.
            MOVE JORNAL-STATUS TO WRK-STATUS-LEITURA.
            IF JORNAL-STATUS NOT EQUAL 0
                PERFORM 5910-FALHA-RELEITURA
            ELSE
                READ JORNAL NEXT
                PERFORM UNTIL JORNAL-STATUS NOT EQUAL 0
                    MOVE JORNAL-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 5900-SOMA-RESTAURADO
                    READ JORNAL NEXT
                END-PERFORM
                MOVE JORNAL-STATUS TO WRK-STATUS-LEITURA
                IF WRK-STATUS-LEITURA NOT EQUAL 10
                    PERFORM 5910-FALHA-RELEITURA
                END-IF
                CLOSE JORNAL
            END-IF.

       5130-RELE-FORNECEDORES.
            MOVE 13 TO WRK-IND.
            OPEN INPUT FORNECEDORES.
            MOVE FORN-STATUS TO WRK-STATUS-LEITURA.
            IF FORN-STATUS NOT EQUAL 0
                PERFORM 5910-FALHA-RELEITURA
            ELSE
                READ FORNECEDORES NEXT
                PERFORM UNTIL FORN-STATUS NOT EQUAL 0
                          AND FORN-STATUS NOT EQUAL 2
                    MOVE FORNECEDORES-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 5900-SOMA-RESTAURADO
                    READ FORNECEDORES NEXT
                END-PERFORM
                MOVE FORN-STATUS TO WRK-STATUS-LEITURA
                IF WRK-STATUS-LEITURA NOT EQUAL 10
                    PERFORM 5910-FALHA-RELEITURA
                END-IF
                CLOSE FORNECEDORES
            END-IF.

       5140-RELE-PEDIDOS.
            MOVE 14 TO WRK-IND.
            OPEN INPUT PEDIDOS.
            MOVE PEDIDO-STATUS TO WRK-STATUS-LEITURA.
            IF PEDIDO-STATUS NOT EQUAL 0
                PERFORM 5910-FALHA-RELEITURA
            ELSE
                READ PEDIDOS NEXT
                PERFORM UNTIL PEDIDO-STATUS NOT EQUAL 0
                          AND PEDIDO-STATUS NOT EQUAL 2
                    MOVE PEDIDOS-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 5900-SOMA-RESTAURADO
                    READ PEDIDOS NEXT
                END-PERFORM
                MOVE PEDIDO-STATUS TO WRK-STATUS-LEITURA
                IF WRK-STATUS-LEITURA NOT EQUAL 10
                    PERFORM 5910-FALHA-RELEITURA
                END-IF
                CLOSE PEDIDOS
            END-IF.

       5150-RELE-PEDITENS.
            MOVE 15 TO WRK-IND.
            OPEN INPUT PEDITENS.
            MOVE PEDITEM-STATUS TO WRK-STATUS-LEITURA.
            IF PEDITEM-STATUS NOT EQUAL 0
                PERFORM 5910-FALHA-RELEITURA
            ELSE
                READ PEDITENS NEXT
                PERFORM UNTIL PEDITEM-STATUS NOT EQUAL 0
                          AND PEDITEM-STATUS NOT EQUAL 2
                    MOVE PEDITENS-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 5900-SOMA-RESTAURADO
                    READ PEDITENS NEXT
                END-PERFORM
                MOVE PEDITEM-STATUS TO WRK-STATUS-LEITURA
                IF WRK-STATUS-LEITURA NOT EQUAL 10
                    PERFORM 5910-FALHA-RELEITURA
                END-IF
                CLOSE PEDITENS
            END-IF.

       5160-RELE-PONTOS.
            MOVE 16 TO WRK-IND.
            OPEN INPUT PONTOS.
            MOVE PONTO-STATUS TO WRK-STATUS-LEITURA.
            IF PONTO-STATUS NOT EQUAL 0
                PERFORM 5910-FALHA-RELEITURA
            ELSE
                READ PONTOS NEXT
                PERFORM UNTIL PONTO-STATUS NOT EQUAL 0
                          AND PONTO-STATUS NOT EQUAL 2
                    MOVE PONTOS-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 5900-SOMA-RESTAURADO
                    READ PONTOS NEXT
                END-PERFORM
                MOVE PONTO-STATUS TO WRK-STATUS-LEITURA
                IF WRK-STATUS-LEITURA NOT EQUAL 10
                    PERFORM 5910-FALHA-RELEITURA
                END-IF
                CLOSE PONTOS
            END-IF.

       5900-SOMA-RESTAURADO.
            PERFORM 2960-CALCULA-CONTROLE.
            ADD 1 TO WRK-RST-QTD (WRK-IND).
            ADD WRK-VALOR-CTL TO WRK-RST-TOT (WRK-IND).

       5910-FALHA-RELEITURA.
            MOVE 'S' TO WRK-DIVERGE.
            DISPLAY 'ERRO AO RELER ' BKP-TAB-NOME (WRK-IND)
                    ', STATUS = ' WRK-STATUS-LEITURA.

      *============ IMPRESSAO DO QUADRO DE CONFERENCIA ===========
      *== As colunas do restaurado so sao preenchidas quando os
      *== arquivos foram recriados.
       8000-IMPRIME-QUADRO.
            MOVE WRK-TRACO TO REL-REG.
            WRITE REL-REG.
            MOVE WRK-CAB-COL TO REL-REG.
            WRITE REL-REG.
            MOVE WRK-TRACO TO REL-REG.
            WRITE REL-REG.
            PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 16
                MOVE BKP-TAB-NOME (WRK-IND) TO WRK-LIN-NOME
                MOVE WRK-MAN-QTD (WRK-IND) TO WRK-LIN-MAN-QTD
                MOVE WRK-BKP-QTD (WRK-IND) TO WRK-LIN-BKP-QTD
                MOVE WRK-MAN-TOT (WRK-IND) TO WRK-LIN-MAN-TOT
                MOVE WRK-BKP-TOT (WRK-IND) TO WRK-LIN-BKP-TOT
                IF MODO-RESTAURA AND NOT RESTAURACAO-RECUSADA
                    MOVE WRK-RST-QTD (WRK-IND) TO WRK-LIN-RST-QTD
                    MOVE WRK-RST-TOT (WRK-IND) TO WRK-LIN-RST-TOT
                ELSE
                    MOVE SPACES TO WRK-LIN-RST-QTD-X
                    MOVE SPACES TO WRK-LIN-RST-TOT-X
                END-IF
                MOVE WRK-ARQ-SITUACAO (WRK-IND) TO WRK-LIN-SITUACAO
                MOVE WRK-LIN-ARQ TO REL-REG
                WRITE REL-REG
            END-PERFORM.
            MOVE WRK-TRACO TO REL-REG.
            WRITE REL-REG.

      *============ EDICAO DE DATA PARA O QUADRO ===========
       9700-FORMATA-DATA.
            MOVE WRK-FMT-DD   TO WRK-ED-DD.
            MOVE WRK-FMT-MM   TO WRK-ED-MM.
            MOVE WRK-FMT-AAAA TO WRK-ED-AAAA.

       9000-FINALIZAR.
            PERFORM 8000-IMPRIME-QUADRO.
            MOVE 'RESULTADO...........:' TO WRK-MSG-ROTULO.
            EVALUATE TRUE
                WHEN RESTAURACAO-RECUSADA
                    MOVE 'RESTAURACAO RECUSADA, NENHUM ARQUIVO ALTERADO'
                        TO WRK-MSG-TEXTO
                    MOVE 16 TO RETURN-CODE
                WHEN NOT MODO-RESTAURA
                    MOVE 'COPIA CONFERE COM O MANIFESTO, SO CONFERIDA'
                        TO WRK-MSG-TEXTO
                WHEN RESTAURADO-DIVERGE
                    MOVE 'RESTAURACAO NAO CONCLUIDA, ARQUIVOS DIVERGEM'
                        TO WRK-MSG-TEXTO
                    MOVE 16 TO RETURN-CODE
                WHEN OTHER
                    MOVE 'RESTAURACAO CONCLUIDA E CONFERIDA'
                        TO WRK-MSG-TEXTO
            END-EVALUATE.
            MOVE WRK-LIN-MSG TO REL-REG.
            WRITE REL-REG.
            IF RESTAURACAO-RECUSADA
                DISPLAY 'MOTIVO: ' WRK-MOTIVO
            END-IF.
            DISPLAY WRK-MSG-TEXTO.
            DISPLAY 'REGISTROS NA COPIA....: ' WRK-CONT-LIDOS-BKP.
            DISPLAY 'REGISTROS GRAVADOS....: ' WRK-CONT-GRAVADOS.
            DISPLAY 'ERROS DE GRAVACAO.....: ' WRK-CONT-ERROS-GRAV.
            CLOSE BACKUP.
            CLOSE MANIFESTO.
            CLOSE RELATORIO.
