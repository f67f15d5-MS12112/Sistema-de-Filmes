       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCACONT.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Diario contabil do dia para importacao no
      *==           sistema da contabilidade
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: Gera em LOCACONTLCT o arquivo de lancamentos
      *==   de uma data de movimento: registro H de cabecalho, um
      *==   par de linhas D (debito e credito) por evento com valor
      *==   no dia e registro T de trailer com a quantidade de
      *==   lancamentos, os totais de debito e credito e a
      *==   quantidade de registros do arquivo.
      *==   Eventos: receita de locacao por categoria de preco do
      *==   filme (lancamento, catalogo, promo), somada dos
      *==   recebimentos de emprestimo e renovacao de CAIXA.DAT na
      *==   data, menos os valores devolvidos no cancelamento de
      *==   emprestimos; multas geradas (MULTA-DATA), recebidas e
      *==   isentas (MULTA-DATA-BAIXA) de MULTAS.DAT. Filme sem
      *==   categoria vale catalogo, como na cobranca do LOCACOES.
      *==   As contas de debito e credito de cada evento vem da
      *==   tabela LOCACONTTAB, mantida pela contabilidade; evento
      *==   sem as duas contas para o programa sem gerar nada.
      *==   Cada data gerada fica registrada em JORNAL.DAT, e uma
      *==   data ja registrada nao sai de novo: o arquivo fica
      *==   vazio e o SYSOUT avisa. Para reenviar, LOCACONTPRM traz
      *==   a data, a palavra REENVIAR e o codigo e a senha de um
      *==   supervisor ativo de OPERADORES.DAT; o cabecalho sai
      *==   marcado como reenvio e o supervisor fica no registro.
      *==   Sem LOCACONTPRM (ou com a data zerada) vale a data de
      *==   hoje, para o passo rodar depois do expediente.
      *==   A listagem de conferencia sai em LOCACONTOUT.
      *======================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAIXA ASSIGN TO 'CAIXADAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CAIXA-STATUS
             RECORD KEY IS CX-CHAVE.

           SELECT MULTAS ASSIGN TO 'MULTASDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS MULTA-STATUS
             RECORD KEY IS MULTA-CHAVE
             ALTERNATE RECORD KEY IS MULTA-CLIENTE-ID WITH DUPLICATES.

           SELECT JORNAL ASSIGN TO 'JORNALDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS JORNAL-STATUS
             RECORD KEY IS JOR-CHAVE.

           SELECT OPERADORES ASSIGN TO 'OPERADORESDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS OPER-STATUS
             RECORD KEY IS OPERADORES-CHAVE.

           SELECT TABCONTAS ASSIGN TO 'LOCACONTTAB'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-TAB-STATUS.

           SELECT PARAMETRO ASSIGN TO 'LOCACONTPRM'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-PRM-STATUS.

           SELECT DIARIO ASSIGN TO 'LOCACONTLCT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-LCT-STATUS.

           SELECT RELATORIO ASSIGN TO 'LOCACONTOUT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-REL-STATUS.

       DATA DIVISION.
       FILE                         SECTION.
      *======ESTRUTURA DO MOVIMENTO DE CAIXA======
        FD CAIXA.
        COPY CAIXAREG.

      *======ESTRUTURA DO CONTAS A RECEBER DE MULTAS======
        FD MULTAS.
        COPY MULTAREG.

      *======ESTRUTURA DO CONTROLE DE DIAS ENVIADOS======
        FD JORNAL.
        COPY JORNREG.

      *======ESTRUTURA DO CADASTRO DE OPERADORES======
        FD OPERADORES.
        COPY OPERREG.

      *======ESTRUTURA DA TABELA DE CONTAS CONTABEIS======
      *== Uma linha por evento; linhas com * na coluna 1 sao
      *== comentario. Eventos: RLAN, RCAT, RPRO (receita de locacao
      *== lancamento, catalogo, promo), MGER (multas geradas), MREC
      *== (multas recebidas) e MISE (multas isentas). O historico
      *== em branco assume a descricao padrao do evento.
        FD TABCONTAS.
        01 TABCONTAS-REG.
           05 TAB-EVENTO       PIC X(04).
           05 FILLER           PIC X(01).
           05 TAB-CONTA-DEB    PIC X(12).
           05 FILLER           PIC X(01).
           05 TAB-CONTA-CRED   PIC X(12).
           05 FILLER           PIC X(01).
           05 TAB-HISTORICO    PIC X(30).

      *======ESTRUTURA DO PARAMETRO DE DATA E REENVIO======
        FD PARAMETRO.
        01 PARAMETRO-REG.
           05 PRM-DATA-MOV     PIC 9(08).
           05 PRM-PALAVRA      PIC X(08).
           05 PRM-SUPERVISOR   PIC X(08).
           05 PRM-SENHA        PIC X(08).

      *======ESTRUTURA DO ARQUIVO DE LANCAMENTOS======
        FD DIARIO.
        01 LANCAMENTO-REG.
           05 LCT-TIPO-REG        PIC X(01).
              88 LCT-CABECALHO        VALUE 'H'.
              88 LCT-DETALHE          VALUE 'D'.
              88 LCT-TRAILER          VALUE 'T'.
           05 LCT-DATA-MOV        PIC 9(08).
           05 LCT-DADOS           PIC X(71).
      *== Cabecalho: origem, data e hora da geracao e tipo de
      *== envio (N normal, R reenvio, com o numero do reenvio e o
      *== supervisor que o pediu).
           05 LCT-DADOS-CAB REDEFINES LCT-DADOS.
              10 LCT-H-SISTEMA       PIC X(08).
              10 LCT-H-DATA-GERACAO  PIC 9(08).
              10 LCT-H-HORA-GERACAO  PIC 9(06).
              10 LCT-H-ENVIO         PIC X(01).
              10 LCT-H-REENVIO-NR    PIC 9(02).
              10 LCT-H-SUPERVISOR    PIC X(08).
              10 FILLER              PIC X(38).
      *== Detalhe: um lancamento de debito ou de credito.
           05 LCT-DADOS-DET REDEFINES LCT-DADOS.
              10 LCT-D-SEQ           PIC 9(05).
              10 LCT-D-EVENTO        PIC X(04).
              10 LCT-D-CONTA         PIC X(12).
              10 LCT-D-NATUREZA      PIC X(01).
              10 LCT-D-VALOR         PIC 9(11)V99.
              10 LCT-D-QTD-DOCS      PIC 9(05).
              10 LCT-D-HISTORICO     PIC X(30).
              10 FILLER              PIC X(01).
      *== Trailer: totais de controle do arquivo.
           05 LCT-DADOS-TRL REDEFINES LCT-DADOS.
              10 LCT-T-QTD-LANC      PIC 9(05).
              10 LCT-T-TOT-DEBITO    PIC 9(11)V99.
              10 LCT-T-TOT-CREDITO   PIC 9(11)V99.
              10 LCT-T-QTD-REGISTROS PIC 9(07).
              10 FILLER              PIC X(33).

      *======ESTRUTURA DO ARQUIVO DE IMPRESSAO======
        FD RELATORIO.
        01 REL-REG              PIC X(132).

      *============ VÁRIAVEIS ===============
       WORKING-STORAGE              SECTION.

        77 CAIXA-STATUS       PIC 9(02).
        77 MULTA-STATUS       PIC 9(02).
        77 JORNAL-STATUS      PIC 9(02).
        77 OPER-STATUS        PIC 9(02).
        77 WRK-TAB-STATUS     PIC 9(02).
        77 WRK-PRM-STATUS     PIC 9(02).
        77 WRK-LCT-STATUS     PIC 9(02).
        77 WRK-REL-STATUS     PIC 9(02).

      *============ AREA DA DATA DE MOVIMENTO E DO ENVIO =========
        77 WRK-DATA-MOV       PIC 9(08).
        77 WRK-HORA-AGORA     PIC 9(08).
        77 WRK-GERA           PIC X(01) VALUE 'N'.
           88 GERA-DIARIO         VALUE 'S'.
        77 WRK-MOTIVO-NAO-GERA PIC X(60)
           VALUE 'DIARIO NAO GERADO - DATA JA ENVIADA'.
        77 WRK-PEDE-REENVIO   PIC X(01) VALUE 'N'.
           88 PEDIU-REENVIO       VALUE 'S'.
        77 WRK-ENVIO          PIC X(01) VALUE 'N'.
           88 ENVIO-NORMAL        VALUE 'N'.
           88 ENVIO-REENVIO       VALUE 'R'.
        77 WRK-SUPERVISOR     PIC X(08) VALUE SPACES.
        77 WRK-SENHA          PIC X(08) VALUE SPACES.
        77 WRK-REENVIO-NR     PIC 9(02) VALUE 0.
        77 WRK-TAB-ERRO       PIC X(01) VALUE 'N'.
           88 TABELA-COM-ERRO     VALUE 'S'.

      *============ TABELA DE EVENTOS CONTABEIS =========
      *== Ocorrencias: 1 RLAN, 2 RCAT, 3 RPRO, 4 MGER, 5 MREC,
      *== 6 MISE. Codigos e descricoes padrao ficam fixos aqui; as
      *== contas e o historico vem de LOCACONTTAB.
        01 WRK-TAB-EVT-CODIGOS.
           05 FILLER           PIC X(34)
              VALUE 'RLANRECEITA LOCACAO LANCAMENTO'.
           05 FILLER           PIC X(34)
              VALUE 'RCATRECEITA LOCACAO CATALOGO'.
           05 FILLER           PIC X(34)
              VALUE 'RPRORECEITA LOCACAO PROMO'.
           05 FILLER           PIC X(34)
              VALUE 'MGERMULTAS POR ATRASO GERADAS'.
           05 FILLER           PIC X(34)
              VALUE 'MRECMULTAS POR ATRASO RECEBIDAS'.
           05 FILLER           PIC X(34)
              VALUE 'MISEMULTAS POR ATRASO ISENTAS'.
        01 WRK-TAB-EVT-CODIGOS-R REDEFINES WRK-TAB-EVT-CODIGOS.
           05 WRK-EVT-PADRAO OCCURS 6 TIMES.
              10 WRK-EVT-COD       PIC X(04).
              10 WRK-EVT-NOME      PIC X(30).
        01 WRK-TAB-EVENTOS.
           05 WRK-EVT OCCURS 6 TIMES.
              10 WRK-EVT-DEBITO    PIC X(12).
              10 WRK-EVT-CREDITO   PIC X(12).
              10 WRK-EVT-HISTORICO PIC X(30).
              10 WRK-EVT-QTD       PIC 9(05) COMP.
              10 WRK-EVT-VALOR     PIC 9(09)V99.
        77 WRK-EVT-USO        PIC 9(01).

      *============ TOTAIS DE CONTROLE DO ARQUIVO =========
        77 WRK-SEQ-LANC       PIC 9(05) VALUE 0.
        77 WRK-QTD-REGISTROS  PIC 9(07) VALUE 0.
        77 WRK-TOT-DEBITO     PIC 9(11)V99 VALUE 0.
        77 WRK-TOT-CREDITO    PIC 9(11)V99 VALUE 0.
        77 WRK-NATUREZA-USO   PIC X(01).
        77 WRK-CONTA-USO      PIC X(12).
        77 WRK-CONT-CAIXA     PIC 9(07) VALUE 0.
        77 WRK-CONT-MULTAS    PIC 9(07) VALUE 0.

      *============ AREA DE VALIDACAO DE DATAS ===============
        77 WRK-DATA-HOJE      PIC 9(08).
        01 WRK-CONV-DATA      PIC 9(08).
        01 WRK-CONV-DATA-R REDEFINES WRK-CONV-DATA.
           05 WRK-CONV-AAAA   PIC 9(04).
           05 WRK-CONV-MM     PIC 9(02).
           05 WRK-CONV-DD     PIC 9(02).
        77 WRK-DIAS-MES       PIC 9(02).
        77 WRK-BISSEXTO       PIC X(01).
           88 ANO-BISSEXTO        VALUE 'S'.
        77 WRK-CONV-Q4        PIC 9(04).
        77 WRK-CONV-Q100      PIC 9(04).
        77 WRK-CONV-Q400      PIC 9(04).
        77 WRK-CONV-RESTO     PIC 9(04).

      *============ AREA DO CONTROLE DE PAGINACAO ===============
        77 WRK-PAGINA         PIC 9(04) VALUE 0.
        77 WRK-LINHA-ATUAL    PIC 9(02) VALUE 99.
        77 WRK-LINHAS-POR-PAG PIC 9(02) VALUE 55.
        77 WRK-CAB-COLUNAS    PIC X(132).

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
           05 FILLER          PIC X(32)
              VALUE 'DIARIO CONTABIL - MOVIMENTO DE '.
           05 WRK-CAB2-DATA   PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-CAB2-ENVIO  PIC X(20).

        01 WRK-TRACO          PIC X(132) VALUE ALL '-'.

      *============ LINHA DE DETALHE DO LANCAMENTO ===============
        01 WRK-DET-LCT.
           05 WRK-DET-SEQ     PIC ZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-EVENTO  PIC X(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-HIST    PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-CONTA   PIC X(12).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-NATUR   PIC X(01).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-QTD     PIC ZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-VALOR   PIC ZZZZZZZZZZ9.99.

      *============ LINHA DE TOTALIZACAO ===============
        01 WRK-LIN-TOTAL.
           05 WRK-TOT-ROTULO  PIC X(36).
           05 WRK-TOT-VALOR   PIC ZZZZZZZZZZ9.99.

        01 WRK-LIN-QTD.
           05 WRK-QTD-ROTULO  PIC X(36).
           05 WRK-QTD-VALOR   PIC ZZZZZZ9.

      *============ Procedimentos Principais ===========
       PROCEDURE DIVISION.
       0001-PRINCIPAL               SECTION.
            PERFORM 1000-INICIAR.
            IF GERA-DIARIO
                PERFORM 2000-SOMA-CAIXA
                PERFORM 3000-SOMA-MULTAS
                PERFORM 4000-GERA-DIARIO
                PERFORM 5000-REGISTRA-ENVIO
            END-IF.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN INPUT CAIXA.
            IF CAIXA-STATUS EQUAL 35
              OPEN OUTPUT CAIXA
              CLOSE CAIXA
              OPEN INPUT CAIXA
            END-IF.
            IF CAIXA-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR CAIXA, STATUS = ' CAIXA-STATUS
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
            OPEN I-O JORNAL.
            IF JORNAL-STATUS EQUAL 35
              OPEN OUTPUT JORNAL
              CLOSE JORNAL
              OPEN I-O JORNAL
            END-IF.
            IF JORNAL-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR JORNAL, STATUS = ' JORNAL-STATUS
              STOP RUN
            END-IF.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            ACCEPT WRK-HORA-AGORA FROM TIME.
            MOVE WRK-DATA-HOJE TO WRK-CONV-DATA.
            MOVE WRK-CONV-DD   TO WRK-CAB1-DD.
            MOVE WRK-CONV-MM   TO WRK-CAB1-MM.
            MOVE WRK-CONV-AAAA TO WRK-CAB1-AAAA.
            PERFORM 1100-LE-PARAMETRO.
            PERFORM 1200-LE-TABELA-CONTAS.
            PERFORM 1300-VALIDA-DATA-MOV.
            OPEN OUTPUT DIARIO.
            IF WRK-LCT-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR DIARIO, STATUS = '
                  WRK-LCT-STATUS
              STOP RUN
            END-IF.
            OPEN OUTPUT RELATORIO.
            IF WRK-REL-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR RELATORIO, STATUS = '
                  WRK-REL-STATUS
              STOP RUN
            END-IF.
            DISPLAY 'DIARIO CONTABIL DO MOVIMENTO DE ' WRK-DATA-MOV.
            PERFORM 1400-VERIFICA-ENVIO.
            MOVE SPACES TO WRK-CAB-COLUNAS.
            MOVE 'SEQ' TO WRK-CAB-COLUNAS(3:3).
            MOVE 'EVT.' TO WRK-CAB-COLUNAS(8:4).
            MOVE 'HISTORICO' TO WRK-CAB-COLUNAS(14:9).
            MOVE 'CONTA' TO WRK-CAB-COLUNAS(46:5).
            MOVE 'D/C' TO WRK-CAB-COLUNAS(59:3).
            MOVE 'QTD' TO WRK-CAB-COLUNAS(65:3).
            MOVE 'VALOR' TO WRK-CAB-COLUNAS(79:5).
            MOVE WRK-DATA-MOV TO WRK-CAB2-DATA.
            IF ENVIO-REENVIO
                MOVE 'REENVIO' TO WRK-CAB2-ENVIO
                MOVE WRK-REENVIO-NR TO WRK-CAB2-ENVIO(9:2)
            ELSE
                MOVE 'ENVIO NORMAL' TO WRK-CAB2-ENVIO
            END-IF.

      *============ LEITURA DO PARAMETRO DE EXECUCAO ===========
      *== LOCACONTPRM e opcional: ausente ou com a data zerada,
      *== vale a data de hoje. A palavra REENVIAR pede o reenvio
      *== de uma data ja enviada, com o supervisor que autoriza.
       1100-LE-PARAMETRO.
            MOVE WRK-DATA-HOJE TO WRK-DATA-MOV.
            OPEN INPUT PARAMETRO.
            IF WRK-PRM-STATUS EQUAL 0
                READ PARAMETRO
                IF WRK-PRM-STATUS EQUAL 0
                    IF PRM-DATA-MOV NUMERIC AND PRM-DATA-MOV > 0
                        MOVE PRM-DATA-MOV TO WRK-DATA-MOV
                    END-IF
                    IF PRM-PALAVRA EQUAL 'REENVIAR'
                        MOVE 'S' TO WRK-PEDE-REENVIO
                        MOVE PRM-SUPERVISOR TO WRK-SUPERVISOR
                        MOVE PRM-SENHA TO WRK-SENHA
                    END-IF
                END-IF
                CLOSE PARAMETRO
            END-IF.

      *============ CARGA DA TABELA DE CONTAS ===========
      *== Todos os eventos precisam das contas de debito e de
      *== credito; sem elas o diario nao fecharia na contabilidade
      *== e o programa para antes de gerar qualquer registro.
       1200-LE-TABELA-CONTAS.
            PERFORM VARYING WRK-EVT-USO FROM 1 BY 1
                    UNTIL WRK-EVT-USO > 6
                MOVE SPACES TO WRK-EVT-DEBITO (WRK-EVT-USO)
                MOVE SPACES TO WRK-EVT-CREDITO (WRK-EVT-USO)
                MOVE WRK-EVT-NOME (WRK-EVT-USO)
                    TO WRK-EVT-HISTORICO (WRK-EVT-USO)
                MOVE 0 TO WRK-EVT-QTD (WRK-EVT-USO)
                MOVE 0 TO WRK-EVT-VALOR (WRK-EVT-USO)
            END-PERFORM.
            OPEN INPUT TABCONTAS.
            IF WRK-TAB-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR TABELA DE CONTAS, STATUS = '
                  WRK-TAB-STATUS
              STOP RUN
            END-IF.
            READ TABCONTAS.
            PERFORM UNTIL WRK-TAB-STATUS NOT EQUAL 0
                IF TABCONTAS-REG NOT EQUAL SPACES
                   AND TAB-EVENTO (1:1) NOT EQUAL '*'
                    PERFORM 1210-GUARDA-CONTA
                END-IF
                READ TABCONTAS
            END-PERFORM.
            CLOSE TABCONTAS.
            PERFORM VARYING WRK-EVT-USO FROM 1 BY 1
                    UNTIL WRK-EVT-USO > 6
                IF WRK-EVT-DEBITO (WRK-EVT-USO) EQUAL SPACES
                   OR WRK-EVT-CREDITO (WRK-EVT-USO) EQUAL SPACES
                    DISPLAY 'CONTAS NAO INFORMADAS PARA O EVENTO '
                        WRK-EVT-COD (WRK-EVT-USO)
                    MOVE 'S' TO WRK-TAB-ERRO
                END-IF
            END-PERFORM.
            IF TABELA-COM-ERRO
              DISPLAY 'TABELA DE CONTAS INCOMPLETA, DIARIO NAO GERADO'
              STOP RUN
            END-IF.

       1210-GUARDA-CONTA.
            MOVE 1 TO WRK-EVT-USO.
            PERFORM UNTIL WRK-EVT-USO > 6
                    OR WRK-EVT-COD (WRK-EVT-USO) EQUAL TAB-EVENTO
                ADD 1 TO WRK-EVT-USO
            END-PERFORM.
            IF WRK-EVT-USO > 6
                DISPLAY 'EVENTO DESCONHECIDO NA TABELA DE CONTAS: '
                    TAB-EVENTO
            ELSE
                MOVE TAB-CONTA-DEB TO WRK-EVT-DEBITO (WRK-EVT-USO)
                MOVE TAB-CONTA-CRED TO WRK-EVT-CREDITO (WRK-EVT-USO)
                IF TAB-HISTORICO NOT EQUAL SPACES
                    MOVE TAB-HISTORICO
                        TO WRK-EVT-HISTORICO (WRK-EVT-USO)
                END-IF
            END-IF.

      *============ VALIDACAO DA DATA DE MOVIMENTO ===========
      *== A data de LOCACONTPRM precisa ser uma data de calendario
      *== valida e nao pode estar no futuro.
       1300-VALIDA-DATA-MOV.
            MOVE WRK-DATA-MOV TO WRK-CONV-DATA.
            IF WRK-CONV-MM < 1 OR WRK-CONV-MM > 12
              DISPLAY 'DATA DE MOVIMENTO INVALIDA: ' WRK-DATA-MOV
              STOP RUN
            END-IF.
            PERFORM 9640-DIAS-DO-MES.
            IF WRK-CONV-DD < 1 OR WRK-CONV-DD > WRK-DIAS-MES
              DISPLAY 'DATA DE MOVIMENTO INVALIDA: ' WRK-DATA-MOV
              STOP RUN
            END-IF.
            IF WRK-DATA-MOV > WRK-DATA-HOJE
              DISPLAY 'DATA DE MOVIMENTO NO FUTURO: ' WRK-DATA-MOV
              STOP RUN
            END-IF.

      *============ CONTROLE DE DIAS JA ENVIADOS ===========
      *== Data ainda nao registrada em JORNAL.DAT sai como envio
      *== normal. Data ja registrada so sai de novo com o pedido
      *== de reenvio e um supervisor valido; caso contrario o
      *== diario fica vazio.
       1400-VERIFICA-ENVIO.
            MOVE WRK-DATA-MOV TO JOR-DATA-MOV.
            READ JORNAL
              INVALID KEY
                  MOVE 'S' TO WRK-GERA
                  MOVE 'N' TO WRK-ENVIO
                  IF PEDIU-REENVIO
                      DISPLAY 'DATA AINDA NAO ENVIADA, '
                              'GERADA COMO ENVIO NORMAL'
                  END-IF
              NOT INVALID KEY
                  IF PEDIU-REENVIO
                      PERFORM 1500-VALIDA-SUPERVISOR
                  ELSE
                      MOVE 'DIARIO NAO GERADO - DATA JA ENVIADA'
                          TO WRK-MOTIVO-NAO-GERA
                      DISPLAY 'DATA JA ENVIADA EM ' JOR-DATA-ENVIO
                              ', DIARIO NAO GERADO'
                  END-IF
            END-READ.

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
                  MOVE 'DIARIO NAO GERADO - REENVIO RECUSADO: '
                      TO WRK-MOTIVO-NAO-GERA
                  MOVE 'SUPERVISOR INEXISTENTE'
                      TO WRK-MOTIVO-NAO-GERA(39:22)
                  DISPLAY 'REENVIO RECUSADO: SUPERVISOR INEXISTENTE'
              NOT INVALID KEY
                  IF OPERADOR-ATIVO AND NIVEL-SUPERVISOR
                     AND OPER-SENHA EQUAL WRK-SENHA
                      MOVE 'S' TO WRK-GERA
                      MOVE 'R' TO WRK-ENVIO
                      COMPUTE WRK-REENVIO-NR = JOR-QTD-REENVIOS + 1
                      DISPLAY 'REENVIO ' WRK-REENVIO-NR
                              ' AUTORIZADO POR ' WRK-SUPERVISOR
                  ELSE
                      MOVE 'DIARIO NAO GERADO - REENVIO RECUSADO: '
                          TO WRK-MOTIVO-NAO-GERA
                      MOVE 'SUPERVISOR INVALIDO'
                          TO WRK-MOTIVO-NAO-GERA(39:22)
                      DISPLAY 'REENVIO RECUSADO: SUPERVISOR INVALIDO'
                  END-IF
            END-READ.
            CLOSE OPERADORES.

      *============ RECEITA DE LOCACAO DO DIA ===========
      *== Soma os recebimentos de emprestimo e de renovacao da data
      *== em CAIXA.DAT pela categoria de preco gravada no
      *== movimento, descontadas as devolucoes de emprestimos
      *== cancelados. O arquivo e lido inteiro porque a data fica
      *== depois do operador na chave.
       2000-SOMA-CAIXA.
            MOVE SPACES TO CX-OPERADOR.
            MOVE ZEROS TO CX-DATA CX-SEQ.
            START CAIXA KEY IS NOT LESS THAN CX-CHAVE
              INVALID KEY
                  MOVE 10 TO CAIXA-STATUS
            END-START.
            IF CAIXA-STATUS NOT EQUAL 10
                READ CAIXA NEXT
            END-IF.
            PERFORM UNTIL CAIXA-STATUS EQUAL 10
                IF CX-DATA EQUAL WRK-DATA-MOV
                   AND (MOV-EMPRESTIMO OR MOV-RENOVACAO
                        OR MOV-CANCELAMENTO)
                    PERFORM 2100-ACUMULA-RECEITA
                END-IF
                READ CAIXA NEXT
            END-PERFORM.

       2100-ACUMULA-RECEITA.
            ADD 1 TO WRK-CONT-CAIXA.
            EVALUATE CX-CATEGORIA
               WHEN 'L'
                 MOVE 1 TO WRK-EVT-USO
               WHEN 'P'
                 MOVE 3 TO WRK-EVT-USO
               WHEN OTHER
                 MOVE 2 TO WRK-EVT-USO
            END-EVALUATE.
      *== A devolucao de um emprestimo cancelado no dia sai da
      *== receita da mesma categoria.
            IF MOV-CANCELAMENTO
                IF WRK-EVT-QTD (WRK-EVT-USO) > 0
                    SUBTRACT 1 FROM WRK-EVT-QTD (WRK-EVT-USO)
                END-IF
                IF CX-VALOR > WRK-EVT-VALOR (WRK-EVT-USO)
                    MOVE 0 TO WRK-EVT-VALOR (WRK-EVT-USO)
                ELSE
                    SUBTRACT CX-VALOR FROM WRK-EVT-VALOR (WRK-EVT-USO)
                END-IF
            ELSE
                ADD 1 TO WRK-EVT-QTD (WRK-EVT-USO)
                ADD CX-VALOR TO WRK-EVT-VALOR (WRK-EVT-USO)
            END-IF.

      *============ MULTAS GERADAS, RECEBIDAS E ISENTAS ===========
       3000-SOMA-MULTAS.
            MOVE ZEROS TO MULTA-ID.
            START MULTAS KEY IS NOT LESS THAN MULTA-CHAVE
              INVALID KEY
                  MOVE 10 TO MULTA-STATUS
            END-START.
            IF MULTA-STATUS NOT EQUAL 10
                READ MULTAS NEXT
            END-IF.
            PERFORM UNTIL MULTA-STATUS EQUAL 10
                IF MULTA-DATA EQUAL WRK-DATA-MOV
                    ADD 1 TO WRK-CONT-MULTAS
                    ADD 1 TO WRK-EVT-QTD (4)
                    ADD MULTA-VALOR TO WRK-EVT-VALOR (4)
                END-IF
                IF MULTA-DATA-BAIXA EQUAL WRK-DATA-MOV
                    IF MULTA-PAGA
                        ADD 1 TO WRK-CONT-MULTAS
                        ADD 1 TO WRK-EVT-QTD (5)
                        ADD MULTA-VALOR TO WRK-EVT-VALOR (5)
                    END-IF
                    IF MULTA-ISENTA
                        ADD 1 TO WRK-CONT-MULTAS
                        ADD 1 TO WRK-EVT-QTD (6)
                        ADD MULTA-VALOR TO WRK-EVT-VALOR (6)
                    END-IF
                END-IF
                READ MULTAS NEXT
            END-PERFORM.

      *============ GERACAO DO ARQUIVO DE LANCAMENTOS ===========
      *== Cabecalho, um debito e um credito de mesmo valor para
      *== cada evento com valor no dia e trailer de controle. Dia
      *== sem movimento sai so com cabecalho e trailer, para a
      *== contabilidade saber que a data foi processada.
       4000-GERA-DIARIO.
            MOVE SPACES TO LANCAMENTO-REG.
            MOVE 'H' TO LCT-TIPO-REG.
            MOVE WRK-DATA-MOV TO LCT-DATA-MOV.
            MOVE 'LOCACOES' TO LCT-H-SISTEMA.
            MOVE WRK-DATA-HOJE TO LCT-H-DATA-GERACAO.
            MOVE WRK-HORA-AGORA (1:6) TO LCT-H-HORA-GERACAO.
            MOVE WRK-ENVIO TO LCT-H-ENVIO.
            MOVE WRK-REENVIO-NR TO LCT-H-REENVIO-NR.
            IF ENVIO-REENVIO
                MOVE WRK-SUPERVISOR TO LCT-H-SUPERVISOR
            END-IF.
            PERFORM 4200-GRAVA-REGISTRO.
            PERFORM VARYING WRK-EVT-USO FROM 1 BY 1
                    UNTIL WRK-EVT-USO > 6
                IF WRK-EVT-VALOR (WRK-EVT-USO) > 0
                    MOVE 'D' TO WRK-NATUREZA-USO
                    MOVE WRK-EVT-DEBITO (WRK-EVT-USO) TO WRK-CONTA-USO
                    PERFORM 4100-GRAVA-LANCAMENTO
                    MOVE 'C' TO WRK-NATUREZA-USO
                    MOVE WRK-EVT-CREDITO (WRK-EVT-USO)
                        TO WRK-CONTA-USO
                    PERFORM 4100-GRAVA-LANCAMENTO
                END-IF
            END-PERFORM.
            MOVE SPACES TO LANCAMENTO-REG.
            MOVE 'T' TO LCT-TIPO-REG.
            MOVE WRK-DATA-MOV TO LCT-DATA-MOV.
            MOVE WRK-SEQ-LANC TO LCT-T-QTD-LANC.
            MOVE WRK-TOT-DEBITO TO LCT-T-TOT-DEBITO.
            MOVE WRK-TOT-CREDITO TO LCT-T-TOT-CREDITO.
            COMPUTE LCT-T-QTD-REGISTROS = WRK-QTD-REGISTROS + 1.
            PERFORM 4200-GRAVA-REGISTRO.
            MOVE WRK-TRACO TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'LANCAMENTOS GERADOS................:'
                TO WRK-QTD-ROTULO.
            MOVE WRK-SEQ-LANC TO WRK-QTD-VALOR.
            MOVE WRK-LIN-QTD TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'TOTAL A DEBITO.....................:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-TOT-DEBITO TO WRK-TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'TOTAL A CREDITO....................:'
                TO WRK-TOT-ROTULO.
            MOVE WRK-TOT-CREDITO TO WRK-TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'REGISTROS NO ARQUIVO (COM H E T)...:'
                TO WRK-QTD-ROTULO.
            MOVE WRK-QTD-REGISTROS TO WRK-QTD-VALOR.
            MOVE WRK-LIN-QTD TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.

      *== Grava um lancamento do evento WRK-EVT-USO na natureza e
      *== conta informadas e lista a linha na conferencia.
       4100-GRAVA-LANCAMENTO.
            ADD 1 TO WRK-SEQ-LANC.
            MOVE SPACES TO LANCAMENTO-REG.
            MOVE 'D' TO LCT-TIPO-REG.
            MOVE WRK-DATA-MOV TO LCT-DATA-MOV.
            MOVE WRK-SEQ-LANC TO LCT-D-SEQ.
            MOVE WRK-EVT-COD (WRK-EVT-USO) TO LCT-D-EVENTO.
            MOVE WRK-CONTA-USO TO LCT-D-CONTA.
            MOVE WRK-NATUREZA-USO TO LCT-D-NATUREZA.
            MOVE WRK-EVT-VALOR (WRK-EVT-USO) TO LCT-D-VALOR.
            MOVE WRK-EVT-QTD (WRK-EVT-USO) TO LCT-D-QTD-DOCS.
            MOVE WRK-EVT-HISTORICO (WRK-EVT-USO) TO LCT-D-HISTORICO.
            IF WRK-NATUREZA-USO EQUAL 'D'
                ADD WRK-EVT-VALOR (WRK-EVT-USO) TO WRK-TOT-DEBITO
            ELSE
                ADD WRK-EVT-VALOR (WRK-EVT-USO) TO WRK-TOT-CREDITO
            END-IF.
            PERFORM 4200-GRAVA-REGISTRO.
            MOVE LCT-D-SEQ TO WRK-DET-SEQ.
            MOVE LCT-D-EVENTO TO WRK-DET-EVENTO.
            MOVE LCT-D-HISTORICO TO WRK-DET-HIST.
            MOVE LCT-D-CONTA TO WRK-DET-CONTA.
            MOVE LCT-D-NATUREZA TO WRK-DET-NATUR.
            MOVE LCT-D-QTD-DOCS TO WRK-DET-QTD.
            MOVE LCT-D-VALOR TO WRK-DET-VALOR.
            MOVE WRK-DET-LCT TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.

       4200-GRAVA-REGISTRO.
            WRITE LANCAMENTO-REG.
            IF WRK-LCT-STATUS NOT = 0
              DISPLAY 'ERRO AO GRAVAR DIARIO, STATUS = '
                  WRK-LCT-STATUS
              STOP RUN
            END-IF.
            ADD 1 TO WRK-QTD-REGISTROS.

      *============ REGISTRO DO ENVIO EM JORNAL.DAT ===========
      *== O primeiro envio grava a data com os totais; o reenvio
      *== mantem a data do primeiro envio e atualiza os totais, a
      *== quantidade de reenvios e o supervisor.
       5000-REGISTRA-ENVIO.
            MOVE WRK-DATA-MOV TO JOR-DATA-MOV.
            IF ENVIO-REENVIO
                READ JORNAL
                  INVALID KEY
                      DISPLAY 'DATA SUMIU DO JORNAL NO REENVIO'
                      STOP RUN
                END-READ
                MOVE WRK-REENVIO-NR TO JOR-QTD-REENVIOS
                MOVE WRK-DATA-HOJE TO JOR-DATA-REENVIO
                MOVE WRK-SUPERVISOR TO JOR-SUPERVISOR
                MOVE WRK-SEQ-LANC TO JOR-QTD-LANC
                MOVE WRK-TOT-DEBITO TO JOR-TOT-DEBITO
                MOVE WRK-TOT-CREDITO TO JOR-TOT-CREDITO
                REWRITE JORNAL-REG
                  INVALID KEY
                      DISPLAY 'ERRO AO REGRAVAR JORNAL, STATUS = '
                          JORNAL-STATUS
                END-REWRITE
            ELSE
                MOVE SPACES TO JORNAL-REG
                MOVE WRK-DATA-MOV TO JOR-DATA-MOV
                MOVE WRK-DATA-HOJE TO JOR-DATA-ENVIO
                MOVE WRK-HORA-AGORA (1:6) TO JOR-HORA-ENVIO
                MOVE WRK-SEQ-LANC TO JOR-QTD-LANC
                MOVE WRK-TOT-DEBITO TO JOR-TOT-DEBITO
                MOVE WRK-TOT-CREDITO TO JOR-TOT-CREDITO
                MOVE ZEROS TO JOR-QTD-REENVIOS JOR-DATA-REENVIO
                WRITE JORNAL-REG
                  INVALID KEY
                      DISPLAY 'ERRO AO GRAVAR JORNAL, STATUS = '
                          JORNAL-STATUS
                END-WRITE
            END-IF.

      *============ IMPRESSAO COM CONTROLE DE PAGINA ===========
       8000-IMPRIME-LINHA.
            IF WRK-LINHA-ATUAL > WRK-LINHAS-POR-PAG
                PERFORM 8100-CABECALHO-PAGINA
            END-IF.
            WRITE REL-REG.
            ADD 1 TO WRK-LINHA-ATUAL.

       8100-CABECALHO-PAGINA.
            ADD 1 TO WRK-PAGINA.
            MOVE WRK-PAGINA TO WRK-CAB1-PAG.
            MOVE WRK-CAB1 TO REL-REG.
            WRITE REL-REG AFTER ADVANCING PAGE.
            MOVE WRK-CAB2 TO REL-REG.
            WRITE REL-REG.
            MOVE WRK-TRACO TO REL-REG.
            WRITE REL-REG.
            MOVE WRK-CAB-COLUNAS TO REL-REG.
            WRITE REL-REG.
            MOVE WRK-TRACO TO REL-REG.
            WRITE REL-REG.
            MOVE 6 TO WRK-LINHA-ATUAL.

      *============ QUANTIDADE DE DIAS DO MES ===========
       9640-DIAS-DO-MES.
            EVALUATE WRK-CONV-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                 MOVE 30 TO WRK-DIAS-MES
               WHEN 2
                 PERFORM 9645-TESTA-BISSEXTO
                 IF ANO-BISSEXTO
                     MOVE 29 TO WRK-DIAS-MES
                 ELSE
                     MOVE 28 TO WRK-DIAS-MES
                 END-IF
               WHEN OTHER
                 MOVE 31 TO WRK-DIAS-MES
            END-EVALUATE.

       9645-TESTA-BISSEXTO.
            MOVE 'N' TO WRK-BISSEXTO.
            DIVIDE WRK-CONV-AAAA BY 4 GIVING WRK-CONV-Q4
                REMAINDER WRK-CONV-RESTO.
            IF WRK-CONV-RESTO EQUAL 0
                DIVIDE WRK-CONV-AAAA BY 100 GIVING WRK-CONV-Q100
                    REMAINDER WRK-CONV-RESTO
                IF WRK-CONV-RESTO NOT EQUAL 0
                    MOVE 'S' TO WRK-BISSEXTO
                ELSE
                    DIVIDE WRK-CONV-AAAA BY 400 GIVING WRK-CONV-Q400
                        REMAINDER WRK-CONV-RESTO
                    IF WRK-CONV-RESTO EQUAL 0
                        MOVE 'S' TO WRK-BISSEXTO
                    END-IF
                END-IF
            END-IF.

       9000-FINALIZAR.
            IF GERA-DIARIO
                DISPLAY 'MOVIMENTOS DE CAIXA..: ' WRK-CONT-CAIXA
                DISPLAY 'MOVIMENTOS DE MULTAS.: ' WRK-CONT-MULTAS
                DISPLAY 'LANCAMENTOS GERADOS..: ' WRK-SEQ-LANC
                DISPLAY 'TOTAL A DEBITO.......: ' WRK-TOT-DEBITO
                DISPLAY 'TOTAL A CREDITO......: ' WRK-TOT-CREDITO
            ELSE
                MOVE WRK-MOTIVO-NAO-GERA TO REL-REG
                PERFORM 8000-IMPRIME-LINHA
            END-IF.
            CLOSE CAIXA.
            CLOSE MULTAS.
            CLOSE JORNAL.
            CLOSE DIARIO.
            CLOSE RELATORIO.
