      *==   esta ativo, antes de gravar o emprestimo em
      *==   LOCACOES.DAT. A devolucao com atraso gera uma multa em
      *==   aberto em MULTAS.DAT, baixada na tela de multas por
      *==   pagamento ou por isencao com motivo. A renovacao
      *==   estende a data prevista do emprestimo em aberto pelo
      *==   prazo padrao e cobra de novo o preco da categoria,
      *==   guardando no emprestimo quantas renovacoes ja houve e
      *==   o operador que renovou.
      *==   A consulta por cliente mostra, em cada emprestimo em
      *==   aberto, a data do aviso final de atraso registrado em
      *==   AVISOS.DAT pelo LOCAVISO, e o extrato lista todos os
      *==   avisos de cobranca ja enviados ao cliente.
      *==   Todo recebimento no balcao (emprestimo, renovacao e
      *==   pagamento de multa) pede a forma de pagamento e grava
      *==   um movimento em CAIXA.DAT na chave do operador e da
      *==   data; a opcao FECHAR CAIXA confere o dinheiro e o cartao
      *==   contados contra esses movimentos e imprime o relatorio
      *==   do caixa em LOCCXOUT, com aceite de supervisor quando ha
      *==   sobra ou falta.
      *==   Programa de fidelidade: o emprestimo pago rende ao
      *==   cliente pontos em PONTOS.DAT pela taxa de PARAMSDAT,
      *==   exceto com multa em aberto em MULTAS.DAT, que tambem
      *==   impede o resgate. Com saldo suficiente o operador pode
      *==   trocar os pontos por uma locacao gratis no emprestimo.
      *==   A opcao CANCELAR EMPRESTIMO, so no dia do emprestimo e
      *==   com aceite de supervisor, devolve o valor ao cliente
      *==   (movimento C no caixa), estorna os pontos ganhos ou
      *==   devolve os resgatados, exclui o emprestimo e volta a
      *==   copia ao inventario. A consulta por cliente e o extrato
      *==   mostram o saldo de pontos; o extrato lista os
      *==   lancamentos. A expiracao dos pontos e feita pelo
      *==   LOCAPTOS.
      *==   Classificacao indicativa: o emprestimo (e a entrada na
      *==   fila de reservas) de filme acima da idade do cliente,
      *==   pela data de nascimento de CLIENTES.DAT, ou para
      *==   cliente sem data de nascimento, so sai com a liberacao
      *==   de um supervisor, gravada em LOC-AUTORIZ-IDADE. O
      *==   LOCAIDAD lista os emprestimos liberados assim.
      *======================================

       ENVIRONMENT DIVISION.
             FILE STATUS IS OPER-STATUS
             RECORD KEY IS OPERADORES-CHAVE.

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

           SELECT RELCAIXA ASSIGN TO 'LOCCXOUT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELCAIXA-STATUS.

           SELECT PONTOS ASSIGN TO 'PONTOSDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PONTO-STATUS
             RECORD KEY IS PTO-CHAVE
             ALTERNATE RECORD KEY IS PTO-CLIENTE-ID WITH DUPLICATES.

       DATA DIVISION.
       FILE                         SECTION.
      *======ESTRUTURA DO REGISTRO DE EMPRESTIMO======
        FD OPERADORES.
        COPY OPERREG.

      *======ESTRUTURA DO HISTORICO DE AVISOS (SOMENTE CONSULTA)======
        FD AVISOS.
        COPY AVISOREG.

      *======ESTRUTURA DO MOVIMENTO DE CAIXA DOS OPERADORES======
        FD CAIXA.
        COPY CAIXAREG.

      *======ESTRUTURA DO RELATORIO DE FECHAMENTO DE CAIXA======
        FD RELCAIXA.
        01 RELCX-REG             PIC X(132).

      *======ESTRUTURA DO EXTRATO DE PONTOS DE FIDELIDADE======
        FD PONTOS.
        COPY PONTOREG.

      *============ VÁRIAVEIS ===============
       WORKING-STORAGE              SECTION.

        77 WRK-PRECO-LANC     PIC 9(03)V99 VALUE 7.50.
        77 WRK-PRECO-CATAL    PIC 9(03)V99 VALUE 5.00.
        77 WRK-PRECO-PROMO    PIC 9(03)V99 VALUE 3.00.
        77 WRK-MAX-RENOVACOES PIC 9(01) VALUE 2.
        77 WRK-PONTOS-POR-REAL PIC 9(02) VALUE 10.
        77 WRK-PONTOS-RESGATE PIC 9(05) VALUE 500.

      *============ AREA DA ATRIBUICAO AUTOMATICA DE ID ==========
        77 WRK-GRAVOU         PIC X(01).
      *============ AREA DO CONTROLE DE COPIAS DISPONIVEIS =======
        77 WRK-CONT-EMPRESTADOS PIC 9(03).
        77 WRK-SALVA-FILME-ID   PIC 9(05).
        01 WRK-SALVA-LOC        PIC X(82).
        77 COPIA-STATUS         PIC 9(02).
        77 WRK-COPIAS-UTEIS     PIC 9(03).
        77 WRK-COPIA-ESCOLHIDA  PIC 9(03).
        77 WRK-DIAS-GUARDA    PIC 9(07).
        77 WRK-SALVA-RES-FILME PIC 9(05).

      *============ AREA DA RENOVACAO DO EMPRESTIMO ===========
        77 WRK-QTD-RENOV      PIC 9(01).
        77 WRK-PREV-ANTERIOR  PIC 9(08).
        77 WRK-VALOR-ANTERIOR PIC 9(05)V99.
        77 WRK-VALOR-RENOV    PIC 9(05)V99.
        77 WRK-VALOR-RENOV-ED PIC ZZZZ9.99.
        77 WRK-CONT-ESPERA    PIC 9(03).
        77 WRK-LINHA-RENOV    PIC 99.

      *============ AREA DA IDENTIFICACAO DO OPERADOR =========
        77 OPER-STATUS        PIC 9(02).
        77 WRK-OPER-CODIGO    PIC X(08).
           88 CLIENTE-BLOQUEADO   VALUE 'S'.
        77 WRK-AUTORIZANTE    PIC X(08).

      *============ AREA DA CLASSIFICACAO INDICATIVA ===========
        77 WRK-IDADE-RECUSA   PIC X(01).
           88 IDADE-RECUSADA      VALUE 'S'.
        77 WRK-NASC-OK        PIC X(01).
           88 NASC-INFORMADA      VALUE 'S'.
        77 WRK-IDADE-MINIMA   PIC 9(02).
        77 WRK-IDADE-CLIENTE  PIC 9(03).
        01 WRK-IDADE-NASC     PIC 9(08).
        01 WRK-IDADE-NASC-R REDEFINES WRK-IDADE-NASC.
           05 WRK-NASC-AAAA   PIC 9(04).
           05 WRK-NASC-MMDD   PIC 9(04).
        01 WRK-IDADE-REF      PIC 9(08).
        01 WRK-IDADE-REF-R REDEFINES WRK-IDADE-REF.
           05 WRK-REF-AAAA    PIC 9(04).
           05 WRK-REF-MMDD    PIC 9(04).
        01 WRK-IDADE-AVISO.
           05 FILLER          PIC X(15) VALUE 'CLASSIFICACAO '.
           05 WRK-AVI-CLASSIF PIC X(02).
           05 FILLER          PIC X(08) VALUE ' ANOS - '.
           05 WRK-AVI-CLIENTE PIC X(30).
        01 WRK-AVI-IDADE.
           05 FILLER          PIC X(12) VALUE 'CLIENTE COM '.
           05 WRK-AVI-ANOS    PIC ZZ9.
           05 FILLER          PIC X(05) VALUE ' ANOS'.

      *============ AREA DA CONSULTA POR CLIENTE ===========
        77 EXTRATO-STATUS     PIC 9(02).
        77 AVISO-STATUS       PIC 9(02).
        77 WRK-SALVA-CLI-ID   PIC 9(05).
        77 WRK-CONT-CLI-ABERTOS PIC 9(03).
        77 WRK-DIAS-SITU      PIC S9(05).
           05 FILLER          PIC X(10) VALUE 'EMPRESTIMO'.
           05 FILLER          PIC X(10) VALUE 'PREVISTA'.
           05 FILLER          PIC X(09) VALUE 'DEVOLUCAO'.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(05) VALUE 'REN'.
           05 FILLER          PIC X(12) VALUE 'RENOVADO POR'.

        01 WRK-EXT-DET-LOC.
           05 WRK-EXT-LOC-ID  PIC 9(05).
           05 WRK-EXT-DT-PREV PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-EXT-DT-DEV  PIC X(09).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-EXT-REN     PIC 9(01).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WRK-EXT-REN-POR PIC X(08).

        01 WRK-EXT-CABMUL.
           05 FILLER          PIC X(07) VALUE 'MULTA'.
              VALUE 'TOTAL DE MULTAS EM ABERTO: '.
           05 WRK-EXT-TOT-ED  PIC ZZZZZ9.99.

        01 WRK-EXT-CABAVI.
           05 FILLER          PIC X(09) VALUE 'EMPREST'.
           05 FILLER          PIC X(16) VALUE 'AVISO'.
           05 FILLER          PIC X(10) VALUE 'ENVIADO'.
           05 FILLER          PIC X(07) VALUE 'DIAS'.

        01 WRK-EXT-DET-AVI.
           05 WRK-EXT-AVI-LOC PIC 9(05).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WRK-EXT-AVI-NIV PIC X(14).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-EXT-AVI-DATA PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-EXT-AVI-DIAS PIC ZZZZ9.

      *============ AREA DO CAIXA DO OPERADOR ===========
        77 CAIXA-STATUS       PIC 9(02).
        77 RELCAIXA-STATUS    PIC 9(02).
        77 WRK-FORMA-PAGTO    PIC X(01).
           88 FORMA-PAGTO-VALIDA  VALUE 'D' 'C' 'P'.
        77 WRK-CX-GRAVOU      PIC X(01).
           88 CAIXA-GRAVADO       VALUE 'S'.
        77 WRK-CX-TIPO        PIC X(01).
        77 WRK-CX-VALOR       PIC 9(05)V99.
        77 WRK-CX-VALOR-ED    PIC ZZZZ9.99.
        77 WRK-CX-LOC-ID      PIC 9(05).
        77 WRK-CX-MULTA-ID    PIC 9(05).
        77 WRK-CX-CLIENTE-ID  PIC 9(05).
        77 WRK-CX-CATEGORIA   PIC X(01).
        77 WRK-CX-SEQ-INICIO  PIC 9(07).
        77 WRK-CX-QTD         PIC 9(05).
        77 WRK-CX-DINHEIRO    PIC S9(07)V99.
        77 WRK-CX-CARTAO      PIC S9(07)V99.
        77 WRK-CX-PIX         PIC S9(07)V99.
        77 WRK-CX-CONT-DINHEIRO PIC 9(07)V99.
        77 WRK-CX-CONT-CARTAO PIC 9(07)V99.
        77 WRK-CX-DIF-DINHEIRO PIC S9(07)V99.
        77 WRK-CX-DIF-CARTAO  PIC S9(07)V99.
        77 WRK-CX-DIFERENCA   PIC S9(07)V99.
        77 WRK-CX-LINHA       PIC 99.

      *== Linha de conferencia do caixa, usada na tela e no
      *== relatorio: total do sistema, contado e diferenca.
        01 WRK-CX-LIN-CONF.
           05 WRK-CXC-ROTULO  PIC X(16).
           05 WRK-CXC-SISTEMA PIC ZZZZZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-CXC-CONTADO PIC ZZZZZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-CXC-DIF     PIC -ZZZZZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-CXC-SITU    PIC X(05).

        01 WRK-CX-CAB-CONF.
           05 FILLER          PIC X(16) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE '   SISTEMA'.
           05 FILLER          PIC X(12) VALUE '   CONTADO'.
           05 FILLER          PIC X(11) VALUE '  DIFERENCA'.

        01 WRK-CX-CAB.
           05 FILLER          PIC X(34)
              VALUE 'FECHAMENTO DE CAIXA - OPERADOR '.
           05 WRK-CXR-OPERADOR PIC X(08).
           05 FILLER          PIC X(07) VALUE '  DATA '.
           05 WRK-CXR-DATA    PIC 9(08).
           05 FILLER          PIC X(07) VALUE '  HORA '.
           05 WRK-CXR-HORA    PIC 9(06).

        01 WRK-CX-CAB-MOV.
           05 FILLER          PIC X(09) VALUE 'SEQ'.
           05 FILLER          PIC X(08) VALUE 'HORA'.
           05 FILLER          PIC X(12) VALUE 'TIPO'.
           05 FILLER          PIC X(10) VALUE 'FORMA'.
           05 FILLER          PIC X(08) VALUE 'EMPREST'.
           05 FILLER          PIC X(07) VALUE 'MULTA'.
           05 FILLER          PIC X(08) VALUE 'CLIENTE'.
           05 FILLER          PIC X(08) VALUE '   VALOR'.

        01 WRK-CX-DET-MOV.
           05 WRK-CXM-SEQ     PIC 9(07).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-CXM-HORA    PIC 9(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-CXM-TIPO    PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-CXM-FORMA   PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-CXM-LOC-ID  PIC 9(05).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-CXM-MULTA-ID PIC 9(05).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-CXM-CLIENTE PIC 9(05).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-CXM-VALOR   PIC ZZZZ9.99.

        01 WRK-CX-LIN-SUPERV.
           05 FILLER          PIC X(30)
              VALUE 'DIFERENCA ACEITA PELO SUPERV. '.
           05 WRK-CXR-SUPERV  PIC X(08).

      *============ AREA DOS PONTOS DE FIDELIDADE ===========
      *== WRK-PTO-CLIENTE e o cliente dos lancamentos; WRK-PTO-QTD
      *== os pontos do lancamento a gravar ou a consumir dos
      *== creditos, e WRK-PTO-GANHO-ID o credito a consumir antes
      *== dos demais (o ganho de um emprestimo cancelado).
        77 PONTO-STATUS       PIC 9(02).
        77 WRK-PTO-CLIENTE    PIC 9(05).
        77 WRK-PTO-LOC-ID     PIC 9(05).
        77 WRK-PTO-TIPO       PIC X(01).
        77 WRK-PTO-QTD        PIC 9(05).
        77 WRK-PTO-SALDO      PIC 9(07).
        77 WRK-PTO-SALDO-ED   PIC ZZZZZZ9.
        77 WRK-PTO-QTD-ED     PIC ZZZZ9.
        77 WRK-PTO-CONSUMIR   PIC 9(05).
        77 WRK-PTO-CONSUMIDO  PIC 9(05).
        77 WRK-PTO-TIRA       PIC 9(05).
        77 WRK-PTO-GANHO-ID   PIC 9(07).
        77 WRK-PTO-GANHO-QTD  PIC 9(05).
        77 WRK-PTO-RESG-QTD   PIC 9(05).
        77 WRK-PTO-GRAVOU     PIC X(01).
           88 PONTOS-GRAVADOS     VALUE 'S'.
        77 WRK-PTO-RESGATE    PIC X(01).
           88 RESGATE-PONTOS      VALUE 'S'.
        77 WRK-MULTA-ABERTA   PIC X(01).
           88 CLIENTE-COM-MULTA   VALUE 'S'.

        01 WRK-EXT-CABPTO.
           05 FILLER          PIC X(10) VALUE 'DATA'.
           05 FILLER          PIC X(12) VALUE 'LANCAMENTO'.
           05 FILLER          PIC X(09) VALUE 'EMPREST'.
           05 FILLER          PIC X(09) VALUE 'PONTOS'.
           05 FILLER          PIC X(06) VALUE 'A USAR'.

        01 WRK-EXT-DET-PTO.
           05 WRK-EXT-PTO-DATA PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-EXT-PTO-TIPO PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-EXT-PTO-LOC PIC ZZZZZ.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WRK-EXT-PTO-QTD PIC ZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WRK-EXT-PTO-RESTA PIC ZZZZ9.

        01 WRK-EXT-PTOLIN.
           05 FILLER          PIC X(27)
              VALUE 'SALDO DE PONTOS A USAR...: '.
           05 WRK-EXT-PTO-TOT-ED PIC ZZZZZZ9.

      *============ AREA DO RELATORIO DE ESTATISTICAS ===========
        77 WRK-EST-DATA-INI   PIC 9(08).
        77 WRK-EST-DATA-FIM   PIC 9(08).

      *============ Tela de TELA-MENU ===========
        01 TELA-MENU.
           05 LINE 06 COLUMN 15 VALUE '1 - EMPRESTAR'.
           05 LINE 07 COLUMN 15 VALUE '2 - DEVOLVER'.
           05 LINE 08 COLUMN 15 VALUE '3 - ATRASOS'.
           05 LINE 09 COLUMN 15 VALUE '4 - ESTATISTICAS'.
           05 LINE 10 COLUMN 15 VALUE '5 - MULTAS'.
           05 LINE 11 COLUMN 15 VALUE '6 - CONSULTA CLIENTE'.
           05 LINE 12 COLUMN 15 VALUE '7 - RENOVAR'.
           05 LINE 13 COLUMN 15 VALUE '8 - FECHAR CAIXA'.
           05 LINE 14 COLUMN 15 VALUE '9 - CANCELAR EMPRESTIMO'.
           05 LINE 15 COLUMN 15 VALUE 'X - SAIDA'.
           05 LINE 16 COLUMN 15 VALUE 'OPCAO......:'.
           05 LINE 16 COLUMN 28 USING WRK-OPCAO.

      *============ Tela para Emprestimo de Filmes ===========
        01 TELA-EMPRESTIMO.
           05 COLUMN PLUS 2 PIC 9(08) USING WRK-EST-DATA-FIM
               BLANK WHEN ZEROS.

      *============ Tela de Valores Contados no Fechamento =====
        01 TELA-FECHA-CAIXA.
           05 LINE 07 COLUMN 10 VALUE 'DINHEIRO CONTADO..'.
           05 COLUMN PLUS 2 PIC 9(07)V99 USING WRK-CX-CONT-DINHEIRO.
           05 LINE 08 COLUMN 10 VALUE 'CARTAO CONTADO....'.
           05 COLUMN PLUS 2 PIC 9(07)V99 USING WRK-CX-CONT-CARTAO.

      *============ Mensagens de Erro ou Confirmação ===========
        01 MOSTRA-ERRO.
             02 MSG-ERRO.
              DISPLAY 'ERRO AO ABRIR COPIAS, STATUS = ' COPIA-STATUS
              STOP RUN
            END-IF.
            OPEN INPUT AVISOS.
            IF AVISO-STATUS EQUAL 35
              OPEN OUTPUT AVISOS
              CLOSE AVISOS
              OPEN INPUT AVISOS
            END-IF.
            IF AVISO-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR AVISOS, STATUS = ' AVISO-STATUS
              STOP RUN
            END-IF.
            OPEN I-O CAIXA.
            IF CAIXA-STATUS EQUAL 35
              OPEN OUTPUT CAIXA
              CLOSE CAIXA
              OPEN I-O CAIXA
            END-IF.
            IF CAIXA-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR CAIXA, STATUS = ' CAIXA-STATUS
              STOP RUN
            END-IF.
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
            PERFORM 1200-IDENTIFICA-OPERADOR.

      *============ LEITURA DOS PARAMETROS DO NEGOCIO ===========
      *== Executa na sequencia do THRU da partida: carrega de
      *== PARAMSDAT o prazo do emprestimo, a multa por dia, o limite
      *== de emprestimos abertos, o prazo de guarda das reservas, os
      *== precos por categoria, o maximo de renovacoes e as taxas
      *== do programa de fidelidade.
       1050-LE-PARAMETROS.
            OPEN I-O PARAMETROS.
            IF PARAM-STATUS EQUAL 35
              MOVE WRK-PRECO-LANC TO PAR-PRECO-LANCAMENTO
              MOVE WRK-PRECO-CATAL TO PAR-PRECO-CATALOGO
              MOVE WRK-PRECO-PROMO TO PAR-PRECO-PROMO
              MOVE WRK-MAX-RENOVACOES TO PAR-MAX-RENOVACOES
              MOVE WRK-PONTOS-POR-REAL TO PAR-PONTOS-POR-REAL
              MOVE WRK-PONTOS-RESGATE TO PAR-PONTOS-RESGATE
              MOVE 12 TO PAR-PONTOS-VALIDADE
              WRITE PARAMETROS-REG
              CLOSE PARAMETROS
              OPEN I-O PARAMETROS
                  MOVE PAR-PRECO-CATALOGO TO WRK-PRECO-CATAL
                  MOVE PAR-PRECO-PROMO TO WRK-PRECO-PROMO
              END-IF
              IF PAR-MAX-RENOVACOES NUMERIC
                  MOVE PAR-MAX-RENOVACOES TO WRK-MAX-RENOVACOES
              END-IF
              IF PAR-PONTOS-POR-REAL NUMERIC
                  MOVE PAR-PONTOS-POR-REAL TO WRK-PONTOS-POR-REAL
              END-IF
              IF PAR-PONTOS-RESGATE NUMERIC
                 AND PAR-PONTOS-RESGATE > 0
                  MOVE PAR-PONTOS-RESGATE TO WRK-PONTOS-RESGATE
              END-IF
            END-IF.
            CLOSE PARAMETROS.

            MOVE SPACES TO LOCACOES-REG.
            MOVE ZEROS TO LOC-ID LOC-CLIENTE-ID LOC-FILME-ID
            LOC-DATA-EMPRESTIMO LOC-DATA-DEV-PREVISTA
            LOC-DATA-DEV-REAL LOC-COPIA-NR LOC-VALOR-COBRADO
            LOC-QTD-RENOVACOES.
            MOVE SPACES TO MOSTRA-ERRO.
            EVALUATE WRK-OPCAO
               WHEN 1
               WHEN 6
                PERFORM 7500-CONSULTA-CLIENTE
                MOVE SPACES TO WRK-MODULO
               WHEN 7
                PERFORM 6200-RENOVAR
                MOVE SPACES TO WRK-MODULO
               WHEN 8
                PERFORM 6700-FECHA-CAIXA
                MOVE SPACES TO WRK-MODULO
               WHEN 9
                PERFORM 6900-CANCELAR
                MOVE SPACES TO WRK-MODULO
               WHEN OTHER
               IF WRK-OPCAO NOT EQUAL TELA-MENU
                 MOVE 'ENTRE COM UMA OPCAO VALIDA.' TO WRK-MSGERRO
           CLOSE RESERVAS.
           CLOSE COPIAS.
           CLOSE OPERADORES.
           CLOSE AVISOS.
           CLOSE CAIXA.
           CLOSE PONTOS.

       5000-EMPRESTAR.
           MOVE '  MODULO - EMPRESTIMO ' TO WRK-MODULO.
                     DISPLAY MOSTRA-ERRO
                     ACCEPT MSG-ERRO
                 ELSE
                     PERFORM 5052-VERIFICA-IDADE
                     IF IDADE-RECUSADA
                       MOVE 'FILME ACIMA DA IDADE DO CLIENTE'
                           TO WRK-MSGERRO
                       DISPLAY MOSTRA-ERRO
                       ACCEPT MSG-ERRO
                     ELSE
                       PERFORM 5060-CONTA-EMPRESTADOS
                       PERFORM 5062-CONTA-COPIAS-UTEIS
                       PERFORM 5055-CONTA-GUARDAS
                       IF WRK-CONT-EMPRESTADOS + WRK-CONT-GUARDAS
                            NOT LESS WRK-COPIAS-UTEIS
                          AND NOT CLIENTE-TEM-GUARDA
                         PERFORM 5058-OFERECE-RESERVA
                         DISPLAY MOSTRA-ERRO
                         ACCEPT MSG-ERRO
                       ELSE
                         DISPLAY 'CONFIRMA EMPRESTIMO? (S/N): ' AT 1610
                         ACCEPT WRK-TECLA AT 1639
                         IF WRK-TECLA EQUAL 'S' OR 's'
                           MOVE ZEROS TO LOC-DATA-DEV-REAL
                           MOVE WRK-COPIA-ESCOLHIDA TO LOC-COPIA-NR
                           PERFORM 5068-CALCULA-VALOR
                           MOVE 'N' TO WRK-PTO-RESGATE WRK-MULTA-ABERTA
                           IF LOC-VALOR-COBRADO > 0
                             PERFORM 6820-OFERECE-RESGATE
                           END-IF
                           IF RESGATE-PONTOS
                             MOVE ZEROS TO LOC-VALOR-COBRADO
                           END-IF
                           MOVE LOC-VALOR-COBRADO TO WRK-CX-VALOR
                           IF WRK-CX-VALOR > 0
                             PERFORM 6600-PEDE-FORMA-PAGTO
                           END-IF
                           PERFORM 5070-GRAVA-COM-ID
                           IF GRAVACAO-CONCLUIDA
                             IF WRK-CX-VALOR > 0
                               MOVE 'E' TO WRK-CX-TIPO
                               MOVE LOC-ID TO WRK-CX-LOC-ID
                               MOVE ZEROS TO WRK-CX-MULTA-ID
                               MOVE LOC-CLIENTE-ID TO WRK-CX-CLIENTE-ID
                               MOVE FILME-CATEGORIA TO WRK-CX-CATEGORIA
                               PERFORM 6610-GRAVA-MOVIMENTO-CAIXA
                             END-IF
                             PERFORM 6830-LANCA-PONTOS-EMPREST
                             IF WRK-RES-USADA > 0
                               PERFORM 5095-ATENDE-RESERVA
                             END-IF
                             IF LOC-COPIA-NR > 0
                               PERFORM 5065-MARCA-COPIA-EMPRESTADA
                             END-IF
                           END-IF
                         ELSE
                           MOVE 'EMPRESTIMO CANCELADO' TO WRK-MSGERRO
                         END-IF
                         DISPLAY MOSTRA-ERRO
                         ACCEPT MSG-ERRO
                       END-IF
                     END-IF
                 END-IF
           END-READ.

      *============ CLASSIFICACAO INDICATIVA X IDADE ===========
      *== Com o filme em FILMES-REG e o cliente em CLIENTES-REG
      *== (lido no 5030), confere a idade do cliente na data do
      *== emprestimo contra a idade minima de FILME-CLASSIF. Filme
      *== livre ou sem classificacao passa direto; cliente sem data
      *== de nascimento conta como abaixo da idade. Abaixo da
      *== idade, o emprestimo, e tambem a entrada na fila de
      *== reservas, so segue com a liberacao de um supervisor
      *== (5046), cujo codigo fica em LOC-AUTORIZ-IDADE.
       5052-VERIFICA-IDADE.
           MOVE 'N' TO WRK-IDADE-RECUSA.
           MOVE SPACES TO LOC-AUTORIZ-IDADE.
           IF FILME-CLASSIF NUMERIC
               MOVE FILME-CLASSIF TO WRK-IDADE-MINIMA
           ELSE
               MOVE ZEROS TO WRK-IDADE-MINIMA
           END-IF.
           IF WRK-IDADE-MINIMA > 0
               PERFORM 5053-CALCULA-IDADE
               IF NOT NASC-INFORMADA
                  OR WRK-IDADE-CLIENTE < WRK-IDADE-MINIMA
                   PERFORM 5054-LIBERA-IDADE
               END-IF
           END-IF.

       5053-CALCULA-IDADE.
           MOVE 'N' TO WRK-NASC-OK.
           MOVE ZEROS TO WRK-IDADE-CLIENTE.
           IF CLIENTE-DATA-NASC NUMERIC AND CLIENTE-DATA-NASC > 0
               MOVE 'S' TO WRK-NASC-OK
               MOVE CLIENTE-DATA-NASC TO WRK-IDADE-NASC
               MOVE LOC-DATA-EMPRESTIMO TO WRK-IDADE-REF
               IF WRK-IDADE-REF > WRK-IDADE-NASC
                   COMPUTE WRK-IDADE-CLIENTE =
                       WRK-REF-AAAA - WRK-NASC-AAAA
                   IF WRK-REF-MMDD < WRK-NASC-MMDD
                       SUBTRACT 1 FROM WRK-IDADE-CLIENTE
                   END-IF
               END-IF
           END-IF.

      *== Mostra a classificacao e a idade do cliente e oferece a
      *== liberacao pelo supervisor, como no cliente bloqueado.
       5054-LIBERA-IDADE.
           MOVE 'S' TO WRK-IDADE-RECUSA.
           MOVE FILME-CLASSIF TO WRK-AVI-CLASSIF.
           IF NASC-INFORMADA
               MOVE WRK-IDADE-CLIENTE TO WRK-AVI-ANOS
               MOVE WRK-AVI-IDADE TO WRK-AVI-CLIENTE
           ELSE
               MOVE 'CLIENTE SEM DATA DE NASCIMENTO'
                   TO WRK-AVI-CLIENTE
           END-IF.
           DISPLAY WRK-IDADE-AVISO AT 1510.
           DISPLAY 'AUTORIZAR MESMO ASSIM? (S/N): ' AT 1610.
           ACCEPT WRK-TECLA AT 1641.
           IF WRK-TECLA EQUAL 'S' OR 's'
               MOVE SPACES TO WRK-AUTORIZANTE
               PERFORM 5046-VALIDA-SUPERVISOR
               IF WRK-AUTORIZANTE NOT EQUAL SPACES
                   MOVE WRK-AUTORIZANTE TO LOC-AUTORIZ-IDADE
                   MOVE 'N' TO WRK-IDADE-RECUSA
               END-IF
               MOVE '  MODULO - EMPRESTIMO ' TO WRK-MODULO
               DISPLAY TELA
               DISPLAY SS-DADOS-LOC
           END-IF.

      *============ CONTAGEM DE COPIAS EM GUARDA ===========
      *== Varre a fila de reservas do filme em LOC-FILME-ID pela
      *== chave alternada de RESERVAS.DAT. Guardas vencidas (data da
           END-IF.

      *============ OFERTA DE RESERVA NA FILA ===========
      *== So chega aqui o cliente que passou pela conferencia de
      *== idade do 5052 (ou foi liberado pelo supervisor).
       5058-OFERECE-RESERVA.
           DISPLAY 'TODAS AS COPIAS EMPRESTADAS OU RESERVADAS'
               AT 1610.
               END-READ
           END-IF.

      *============ RENOVACAO DO EMPRESTIMO ===========
      *== Estende a data prevista de um emprestimo em aberto pelo
      *== prazo padrao WRK-PRAZO-DIAS, contado da prevista atual, e
      *== soma ao valor cobrado o preco da categoria do filme. O
      *== emprestimo continua com o mesmo LOC-ID e a mesma data de
      *== emprestimo; a quantidade de renovacoes e o operador que
      *== renovou ficam gravados no proprio registro.
       6200-RENOVAR.
           MOVE '  MODULO - RENOVACAO ' TO WRK-MODULO.
           DISPLAY TELA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'Digite o numero do emprestimo: ' AT 0810.
           ACCEPT CHAVE-DEV.
           READ LOCACOES
             INVALID KEY
                 MOVE 'EMPRESTIMO NAO ENCONTRADO' TO WRK-MSGERRO
             NOT INVALID KEY
                 DISPLAY SS-DADOS-DEV
                 PERFORM 6210-VALIDA-RENOVACAO
                 IF VALIDACAO-OK
                     PERFORM 6230-CONFIRMA-RENOVACAO
                 END-IF
           END-READ.
           DISPLAY MOSTRA-ERRO.
           ACCEPT MSG-ERRO.

      *============ REGRAS DA RENOVACAO ===========
      *== So renova emprestimo ainda sem devolucao, dentro da data
      *== prevista, abaixo do maximo de renovacoes dos parametros e
      *== de filme sem outro cliente na fila de espera.
       6210-VALIDA-RENOVACAO.
           MOVE 'S' TO WRK-VALIDA-STATUS.
           IF LOC-QTD-RENOVACOES NUMERIC
               MOVE LOC-QTD-RENOVACOES TO WRK-QTD-RENOV
           ELSE
               MOVE ZEROS TO WRK-QTD-RENOV
           END-IF.
           IF LOC-DATA-DEV-REAL NOT EQUAL ZEROS
               MOVE 'N' TO WRK-VALIDA-STATUS
               MOVE 'EMPRESTIMO JA DEVOLVIDO' TO WRK-MSGERRO
           END-IF.
           IF VALIDACAO-OK
              AND LOC-DATA-DEV-PREVISTA < WRK-DATA-HOJE
               MOVE 'N' TO WRK-VALIDA-STATUS
               MOVE 'EMPRESTIMO VENCIDO NAO PODE SER RENOVADO'
                   TO WRK-MSGERRO
           END-IF.
           IF VALIDACAO-OK
              AND WRK-QTD-RENOV NOT LESS WRK-MAX-RENOVACOES
               MOVE 'N' TO WRK-VALIDA-STATUS
               MOVE 'LIMITE DE RENOVACOES ATINGIDO' TO WRK-MSGERRO
           END-IF.
           IF VALIDACAO-OK
               PERFORM 6220-CONTA-ESPERA
               IF WRK-CONT-ESPERA > 0
                   MOVE 'N' TO WRK-VALIDA-STATUS
                   MOVE 'FILME COM RESERVA EM ESPERA, NAO RENOVA'
                       TO WRK-MSGERRO
               END-IF
           END-IF.

      *============ FILA DE ESPERA DO FILME RENOVADO ===========
      *== Conta pela chave alternada de RESERVAS.DAT as reservas em
      *== espera do filme feitas por outros clientes.
       6220-CONTA-ESPERA.
           MOVE ZEROS TO WRK-CONT-ESPERA.
           MOVE LOC-FILME-ID TO WRK-SALVA-RES-FILME.
           MOVE LOC-FILME-ID TO RES-FILME-ID.
           START RESERVAS KEY IS EQUAL TO RES-FILME-ID
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 READ RESERVAS NEXT
                 PERFORM UNTIL RESERVA-STATUS EQUAL 10
                         OR RES-FILME-ID NOT EQUAL WRK-SALVA-RES-FILME
                     IF RES-EM-ESPERA
                        AND RES-CLIENTE-ID NOT EQUAL LOC-CLIENTE-ID
                         ADD 1 TO WRK-CONT-ESPERA
                     END-IF
                     READ RESERVAS NEXT
                 END-PERFORM
           END-START.

      *============ CONFIRMACAO E GRAVACAO DA RENOVACAO ===========
      *== O preco sai de 5068-CALCULA-VALOR com a categoria atual do
      *== filme e e somado ao que o emprestimo ja tinha cobrado.
       6230-CONFIRMA-RENOVACAO.
           MOVE LOC-FILME-ID TO FILME-ID.
           READ FILMES KEY IS FILMES-CHAVE
             INVALID KEY
                 MOVE SPACES TO FILME-CATEGORIA
           END-READ.
           MOVE LOC-VALOR-COBRADO TO WRK-VALOR-ANTERIOR.
           MOVE LOC-DATA-DEV-PREVISTA TO WRK-PREV-ANTERIOR.
           PERFORM 5068-CALCULA-VALOR.
           MOVE LOC-VALOR-COBRADO TO WRK-VALOR-RENOV.
           MOVE WRK-VALOR-ANTERIOR TO LOC-VALOR-COBRADO.
           MOVE WRK-PREV-ANTERIOR TO WRK-CONV-DATA.
           MOVE WRK-PRAZO-DIAS TO WRK-SOMA-QTD.
           PERFORM 9630-SOMA-DIAS-DATA.
           MOVE WRK-VALOR-RENOV TO WRK-VALOR-RENOV-ED.
           DISPLAY 'PREVISTA ATUAL....:' AT 1310.
           DISPLAY WRK-PREV-ANTERIOR AT 1330.
           DISPLAY 'NOVA PREVISTA.....:' AT 1410.
           DISPLAY WRK-CONV-DATA AT 1430.
           DISPLAY 'VALOR A COBRAR....:' AT 1510.
           DISPLAY WRK-VALOR-RENOV-ED AT 1530.
           DISPLAY 'CONFIRMA RENOVACAO? (S/N): ' AT 1610.
           ACCEPT WRK-TECLA AT 1638.
           IF WRK-TECLA EQUAL 'S' OR 's'
               MOVE WRK-VALOR-RENOV TO WRK-CX-VALOR
               IF WRK-CX-VALOR > 0
                   PERFORM 6600-PEDE-FORMA-PAGTO
               END-IF
               MOVE WRK-CONV-DATA TO LOC-DATA-DEV-PREVISTA
               COMPUTE LOC-VALOR-COBRADO = WRK-VALOR-ANTERIOR
                   + WRK-VALOR-RENOV
               ADD 1 TO WRK-QTD-RENOV
               MOVE WRK-QTD-RENOV TO LOC-QTD-RENOVACOES
               MOVE WRK-OPER-CODIGO TO LOC-RENOVADO-POR
               REWRITE LOCACOES-REG
                 INVALID KEY
                     MOVE 'RENOVACAO NAO REGISTRADA' TO WRK-MSGERRO
                 NOT INVALID KEY
                     MOVE 'RENOVACAO REGISTRADA, NOVA PREVISTA'
                         TO WRK-MSGERRO
                     MOVE LOC-DATA-DEV-PREVISTA TO WRK-MSGERRO(37:08)
                     IF WRK-CX-VALOR > 0
                         MOVE 'R' TO WRK-CX-TIPO
                         MOVE LOC-ID TO WRK-CX-LOC-ID
                         MOVE ZEROS TO WRK-CX-MULTA-ID
                         MOVE LOC-CLIENTE-ID TO WRK-CX-CLIENTE-ID
                         MOVE FILME-CATEGORIA TO WRK-CX-CATEGORIA
                         PERFORM 6610-GRAVA-MOVIMENTO-CAIXA
                     END-IF
               END-REWRITE
           ELSE
               MOVE 'RENOVACAO CANCELADA' TO WRK-MSGERRO
           END-IF.

      *============ CONTAS A RECEBER DE MULTAS ===========
      *== Baixa de multas geradas na devolucao (pagamento no balcao
      *== ou isencao com motivo) e lista das multas em aberto,
           DISPLAY WRK-MULTA-VALOR-ED AT 1323.

       6530-PAGA-MULTA.
           MOVE MULTA-VALOR TO WRK-CX-VALOR.
           IF WRK-CX-VALOR > 0
               PERFORM 6600-PEDE-FORMA-PAGTO
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO MULTA-DATA-BAIXA.
           MOVE 'P' TO MULTA-STATUS-REG.
             NOT INVALID KEY
                 MOVE 'PAGAMENTO REGISTRADO COM SUCESSO'
                     TO WRK-MSGERRO
                 IF WRK-CX-VALOR > 0
                     MOVE 'M' TO WRK-CX-TIPO
                     MOVE MULTA-LOC-ID TO WRK-CX-LOC-ID
                     MOVE MULTA-ID TO WRK-CX-MULTA-ID
                     MOVE MULTA-CLIENTE-ID TO WRK-CX-CLIENTE-ID
                     MOVE SPACES TO WRK-CX-CATEGORIA
                     PERFORM 6610-GRAVA-MOVIMENTO-CAIXA
                 END-IF
           END-REWRITE.

       6540-ISENTA-MULTA.
               MOVE 5 TO LINE-CONTADOR
           END-IF.

      *============ FORMA DE PAGAMENTO DO RECEBIMENTO ===========
      *== Mostra o valor a receber em WRK-CX-VALOR e pede a forma
      *== de pagamento ate o operador informar D (dinheiro), C
      *== (cartao) ou P (PIX).
       6600-PEDE-FORMA-PAGTO.
           MOVE WRK-CX-VALOR TO WRK-CX-VALOR-ED.
           DISPLAY 'VALOR A RECEBER...:' AT 1610.
           DISPLAY WRK-CX-VALOR-ED AT 1630.
           MOVE SPACES TO WRK-FORMA-PAGTO.
           PERFORM 6605-LE-FORMA-PAGTO UNTIL FORMA-PAGTO-VALIDA.

       6605-LE-FORMA-PAGTO.
           DISPLAY 'PAGAMENTO D-DINHEIRO C-CARTAO P-PIX: ' AT 1710.
           ACCEPT WRK-FORMA-PAGTO AT 1747.
           INSPECT WRK-FORMA-PAGTO CONVERTING 'dcp' TO 'DCP'.

      *============ GRAVACAO DO MOVIMENTO DE CAIXA ===========
      *== Grava o recebimento em CAIXA.DAT na chave do operador da
      *== sessao e da data do sistema. Quem chama preenche
      *== WRK-CX-TIPO, WRK-CX-VALOR, WRK-CX-LOC-ID, WRK-CX-MULTA-ID,
      *== WRK-CX-CLIENTE-ID e WRK-CX-CATEGORIA; a forma vem de
      *== 6600-PEDE-FORMA-PAGTO. Na devolucao de um emprestimo
      *== cancelado (tipo C) o supervisor de WRK-AUTORIZANTE fica
      *== gravado no movimento.
       6610-GRAVA-MOVIMENTO-CAIXA.
           MOVE SPACES TO CAIXA-REG.
           MOVE WRK-OPER-CODIGO TO CX-OPERADOR.
           ACCEPT CX-DATA FROM DATE YYYYMMDD.
           ACCEPT CX-HORA FROM TIME.
           MOVE WRK-CX-TIPO TO CX-TIPO.
           MOVE WRK-FORMA-PAGTO TO CX-FORMA-PAGTO.
           MOVE WRK-CX-VALOR TO CX-VALOR.
           MOVE WRK-CX-LOC-ID TO CX-LOC-ID.
           MOVE WRK-CX-MULTA-ID TO CX-MULTA-ID.
           MOVE WRK-CX-CLIENTE-ID TO CX-CLIENTE-ID.
           MOVE WRK-CX-CATEGORIA TO CX-CATEGORIA.
           IF MOV-CANCELAMENTO
               MOVE WRK-AUTORIZANTE TO CX-AUTORIZADO-POR
           END-IF.
           PERFORM 6615-GRAVA-CAIXA.
           IF NOT CAIXA-GRAVADO
               MOVE 'RECEBIMENTO NAO GRAVADO NO CAIXA' TO WRK-MSGERRO
           END-IF.

      *== Numera o registro em CAIXA-REG pelo registro 6 de
      *== FILMESCTL e grava, no mesmo esquema do 5070.
       6615-GRAVA-CAIXA.
           MOVE 'N' TO WRK-CX-GRAVOU.
           MOVE ZEROS TO WRK-TENTATIVAS.
           MOVE ZEROS TO CAIXA-STATUS.
           PERFORM 6620-TENTA-GRAVAR-CAIXA UNTIL CAIXA-GRAVADO
               OR WRK-TENTATIVAS > 9998
               OR (CAIXA-STATUS NOT = 0 AND CAIXA-STATUS NOT = 2
                   AND CAIXA-STATUS NOT = 22).

       6620-TENTA-GRAVAR-CAIXA.
           PERFORM 9680-PROXIMO-CX-SEQ.
           WRITE CAIXA-REG
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'S' TO WRK-CX-GRAVOU
           END-WRITE.
           ADD 1 TO WRK-TENTATIVAS.

      *============ FECHAMENTO DO CAIXA DO OPERADOR ===========
      *== O operador da sessao informa o dinheiro e o total de
      *== cartao contados, antes de ver os totais do sistema. Os
      *== movimentos do operador na data, depois do ultimo
      *== fechamento, sao somados por forma de pagamento e
      *== comparados com o contado; o PIX cai direto na conta e so
      *== e informado. Com sobra ou falta o fechamento so e gravado
      *== com o aceite de um supervisor, que fica no registro. O
      *== relatorio do caixa sai em LOCCXOUT.
       6700-FECHA-CAIXA.
           MOVE '  MODULO - FECHA CAIXA ' TO WRK-MODULO.
           DISPLAY TELA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 6710-SOMA-MOVIMENTOS.
           IF WRK-CX-QTD EQUAL 0
               MOVE 'SEM MOVIMENTO DESDE O ULTIMO FECHAMENTO'
                   TO WRK-MSGERRO
           ELSE
               DISPLAY 'OPERADOR:' AT 0510
               DISPLAY WRK-OPER-CODIGO AT 0520
               DISPLAY 'DATA:' AT 0531
               DISPLAY WRK-DATA-HOJE AT 0537
               MOVE ZEROS TO WRK-CX-CONT-DINHEIRO WRK-CX-CONT-CARTAO
               ACCEPT TELA-FECHA-CAIXA
               PERFORM 6720-COMPARA-CAIXA
               DISPLAY 'CONFIRMA FECHAMENTO? (S/N): ' AT 1610
               ACCEPT WRK-TECLA AT 1639
               IF WRK-TECLA EQUAL 'S' OR 's'
                   MOVE SPACES TO WRK-AUTORIZANTE
                   IF WRK-CX-DIFERENCA NOT EQUAL 0
                       PERFORM 5046-VALIDA-SUPERVISOR
                   END-IF
                   IF WRK-CX-DIFERENCA EQUAL 0
                      OR WRK-AUTORIZANTE NOT EQUAL SPACES
                       PERFORM 6730-GRAVA-FECHAMENTO
                   ELSE
                       MOVE 'DIFERENCA NO CAIXA EXIGE SUPERVISOR'
                           TO WRK-MSGERRO
                   END-IF
               ELSE
                   MOVE 'FECHAMENTO CANCELADO' TO WRK-MSGERRO
               END-IF
           END-IF.
           DISPLAY MOSTRA-ERRO.
           ACCEPT MSG-ERRO.

      *============ TOTAIS DO TURNO POR FORMA DE PAGAMENTO ========
      *== Le os movimentos do operador na data em ordem de
      *== sequencia; cada fechamento encontrado zera os totais, de
      *== forma que so contam os movimentos do turno em aberto.
      *== WRK-CX-SEQ-INICIO guarda a sequencia do ultimo fechamento.
      *== O valor devolvido no cancelamento de emprestimo sai do
      *== total da forma de pagamento em que foi devolvido.
       6710-SOMA-MOVIMENTOS.
           MOVE ZEROS TO WRK-CX-DINHEIRO WRK-CX-CARTAO WRK-CX-PIX
                         WRK-CX-QTD WRK-CX-SEQ-INICIO.
           MOVE WRK-OPER-CODIGO TO CX-OPERADOR.
           MOVE WRK-DATA-HOJE TO CX-DATA.
           MOVE ZEROS TO CX-SEQ.
           START CAIXA KEY IS NOT LESS THAN CX-CHAVE
             INVALID KEY
                 MOVE 10 TO CAIXA-STATUS
             NOT INVALID KEY
                 READ CAIXA NEXT
           END-START.
           PERFORM UNTIL CAIXA-STATUS EQUAL 10
                   OR CX-OPERADOR NOT EQUAL WRK-OPER-CODIGO
                   OR CX-DATA NOT EQUAL WRK-DATA-HOJE
               IF MOV-FECHAMENTO
                   MOVE ZEROS TO WRK-CX-DINHEIRO WRK-CX-CARTAO
                                 WRK-CX-PIX WRK-CX-QTD
                   MOVE CX-SEQ TO WRK-CX-SEQ-INICIO
               ELSE
                   ADD 1 TO WRK-CX-QTD
                   IF MOV-CANCELAMENTO
                       EVALUATE TRUE
                          WHEN PAGTO-DINHEIRO
                            SUBTRACT CX-VALOR FROM WRK-CX-DINHEIRO
                          WHEN PAGTO-CARTAO
                            SUBTRACT CX-VALOR FROM WRK-CX-CARTAO
                          WHEN OTHER
                            SUBTRACT CX-VALOR FROM WRK-CX-PIX
                       END-EVALUATE
                   ELSE
                       EVALUATE TRUE
                          WHEN PAGTO-DINHEIRO
                            ADD CX-VALOR TO WRK-CX-DINHEIRO
                          WHEN PAGTO-CARTAO
                            ADD CX-VALOR TO WRK-CX-CARTAO
                          WHEN OTHER
                            ADD CX-VALOR TO WRK-CX-PIX
                       END-EVALUATE
                   END-IF
               END-IF
               READ CAIXA NEXT
           END-PERFORM.

      *============ CONFERENCIA DO CONTADO COM O SISTEMA ===========
       6720-COMPARA-CAIXA.
           COMPUTE WRK-CX-DIF-DINHEIRO = WRK-CX-CONT-DINHEIRO
               - WRK-CX-DINHEIRO.
           COMPUTE WRK-CX-DIF-CARTAO = WRK-CX-CONT-CARTAO
               - WRK-CX-CARTAO.
           COMPUTE WRK-CX-DIFERENCA = WRK-CX-DIF-DINHEIRO
               + WRK-CX-DIF-CARTAO.
           DISPLAY WRK-CX-CAB-CONF AT 1010.
           MOVE 11 TO WRK-CX-LINHA.
           PERFORM 6725-MONTA-CONFERENCIA
               VARYING WRK-IDX-A FROM 1 BY 1 UNTIL WRK-IDX-A > 4.

      *== Monta em WRK-CX-LIN-CONF a linha WRK-IDX-A da conferencia
      *== (1 dinheiro, 2 cartao, 3 PIX, 4 total) e mostra na tela
      *== a partir da linha WRK-CX-LINHA.
       6725-MONTA-CONFERENCIA.
           PERFORM 6726-LINHA-CONFERENCIA.
           DISPLAY WRK-CX-LIN-CONF AT LINE WRK-CX-LINHA COLUMN 10.
           ADD 1 TO WRK-CX-LINHA.

       6726-LINHA-CONFERENCIA.
           MOVE SPACES TO WRK-CXC-SITU.
           EVALUATE WRK-IDX-A
              WHEN 1
                MOVE 'DINHEIRO' TO WRK-CXC-ROTULO
                MOVE WRK-CX-DINHEIRO TO WRK-CXC-SISTEMA
                MOVE WRK-CX-CONT-DINHEIRO TO WRK-CXC-CONTADO
                MOVE WRK-CX-DIF-DINHEIRO TO WRK-CXC-DIF
              WHEN 2
                MOVE 'CARTAO' TO WRK-CXC-ROTULO
                MOVE WRK-CX-CARTAO TO WRK-CXC-SISTEMA
                MOVE WRK-CX-CONT-CARTAO TO WRK-CXC-CONTADO
                MOVE WRK-CX-DIF-CARTAO TO WRK-CXC-DIF
              WHEN 3
                MOVE 'PIX (SO SISTEMA)' TO WRK-CXC-ROTULO
                MOVE WRK-CX-PIX TO WRK-CXC-SISTEMA
                MOVE ZEROS TO WRK-CXC-CONTADO WRK-CXC-DIF
              WHEN OTHER
                MOVE 'SOBRA/FALTA' TO WRK-CXC-ROTULO
                COMPUTE WRK-CXC-SISTEMA = WRK-CX-DINHEIRO
                    + WRK-CX-CARTAO
                COMPUTE WRK-CXC-CONTADO = WRK-CX-CONT-DINHEIRO
                    + WRK-CX-CONT-CARTAO
                MOVE WRK-CX-DIFERENCA TO WRK-CXC-DIF
                IF WRK-CX-DIFERENCA > 0
                    MOVE 'SOBRA' TO WRK-CXC-SITU
                END-IF
                IF WRK-CX-DIFERENCA < 0
                    MOVE 'FALTA' TO WRK-CXC-SITU
                END-IF
           END-EVALUATE.

      *============ GRAVACAO DO FECHAMENTO DO TURNO ===========
       6730-GRAVA-FECHAMENTO.
           MOVE SPACES TO CAIXA-REG.
           MOVE WRK-OPER-CODIGO TO CX-OPERADOR.
           MOVE WRK-DATA-HOJE TO CX-DATA.
           ACCEPT CX-HORA FROM TIME.
           MOVE 'F' TO CX-TIPO.
           MOVE WRK-CX-DINHEIRO TO CX-FEC-DINHEIRO-SIS.
           MOVE WRK-CX-CARTAO TO CX-FEC-CARTAO-SIS.
           MOVE WRK-CX-PIX TO CX-FEC-PIX-SIS.
           MOVE WRK-CX-CONT-DINHEIRO TO CX-FEC-DINHEIRO-CONT.
           MOVE WRK-CX-CONT-CARTAO TO CX-FEC-CARTAO-CONT.
           MOVE WRK-CX-DIFERENCA TO CX-FEC-DIFERENCA.
           MOVE WRK-AUTORIZANTE TO CX-FEC-SUPERVISOR.
           PERFORM 6615-GRAVA-CAIXA.
           IF CAIXA-GRAVADO
               PERFORM 6740-IMPRIME-CAIXA
           ELSE
               MOVE 'FECHAMENTO NAO GRAVADO' TO WRK-MSGERRO
           END-IF.

      *============ RELATORIO DO FECHAMENTO DE CAIXA ===========
      *== Lista os movimentos do turno (depois do fechamento
      *== anterior ate o que acabou de ser gravado), a conferencia
      *== por forma de pagamento e o supervisor que aceitou a
      *== diferenca, com espaco para as assinaturas.
       6740-IMPRIME-CAIXA.
           OPEN OUTPUT RELCAIXA.
           IF RELCAIXA-STATUS NOT = 0
               MOVE 'CAIXA FECHADO, ERRO NO RELATORIO' TO WRK-MSGERRO
               MOVE RELCAIXA-STATUS TO WRK-MSGERRO(34:02)
           ELSE
               MOVE WRK-OPER-CODIGO TO WRK-CXR-OPERADOR
               MOVE WRK-DATA-HOJE TO WRK-CXR-DATA
               MOVE CX-HORA (1:6) TO WRK-CXR-HORA
               MOVE WRK-CX-CAB TO RELCX-REG
               WRITE RELCX-REG
               MOVE WRK-EXT-TRACO TO RELCX-REG
               WRITE RELCX-REG
               MOVE WRK-CX-CAB-MOV TO RELCX-REG
               WRITE RELCX-REG
               PERFORM 6750-LISTA-MOVIMENTOS
               MOVE WRK-EXT-TRACO TO RELCX-REG
               WRITE RELCX-REG
               MOVE WRK-CX-CAB-CONF TO RELCX-REG
               WRITE RELCX-REG
               PERFORM VARYING WRK-IDX-A FROM 1 BY 1
                       UNTIL WRK-IDX-A > 4
                   PERFORM 6726-LINHA-CONFERENCIA
                   MOVE WRK-CX-LIN-CONF TO RELCX-REG
                   WRITE RELCX-REG
               END-PERFORM
               MOVE SPACES TO RELCX-REG
               WRITE RELCX-REG
               IF WRK-AUTORIZANTE NOT EQUAL SPACES
                   MOVE WRK-AUTORIZANTE TO WRK-CXR-SUPERV
                   MOVE WRK-CX-LIN-SUPERV TO RELCX-REG
                   WRITE RELCX-REG
               END-IF
               MOVE SPACES TO RELCX-REG
               WRITE RELCX-REG
               MOVE 'ASSINATURA DO OPERADOR..: ____________________'
                   TO RELCX-REG
               WRITE RELCX-REG
               MOVE 'ASSINATURA DO SUPERVISOR: ____________________'
                   TO RELCX-REG
               WRITE RELCX-REG
               CLOSE RELCAIXA
               MOVE 'CAIXA FECHADO, RELATORIO EM LOCCXOUT'
                   TO WRK-MSGERRO
           END-IF.

       6750-LISTA-MOVIMENTOS.
           MOVE WRK-OPER-CODIGO TO CX-OPERADOR.
           MOVE WRK-DATA-HOJE TO CX-DATA.
           MOVE WRK-CX-SEQ-INICIO TO CX-SEQ.
           START CAIXA KEY IS GREATER THAN CX-CHAVE
             INVALID KEY
                 MOVE 10 TO CAIXA-STATUS
             NOT INVALID KEY
                 READ CAIXA NEXT
           END-START.
           PERFORM UNTIL CAIXA-STATUS EQUAL 10
                   OR CX-OPERADOR NOT EQUAL WRK-OPER-CODIGO
                   OR CX-DATA NOT EQUAL WRK-DATA-HOJE
                   OR MOV-FECHAMENTO
               MOVE CX-SEQ TO WRK-CXM-SEQ
               MOVE CX-HORA (1:6) TO WRK-CXM-HORA
               EVALUATE TRUE
                  WHEN MOV-EMPRESTIMO
                    MOVE 'EMPRESTIMO' TO WRK-CXM-TIPO
                  WHEN MOV-RENOVACAO
                    MOVE 'RENOVACAO' TO WRK-CXM-TIPO
                  WHEN MOV-CANCELAMENTO
                    MOVE 'CANCELAMTO' TO WRK-CXM-TIPO
                  WHEN OTHER
                    MOVE 'MULTA' TO WRK-CXM-TIPO
               END-EVALUATE
               EVALUATE TRUE
                  WHEN PAGTO-DINHEIRO
                    MOVE 'DINHEIRO' TO WRK-CXM-FORMA
                  WHEN PAGTO-CARTAO
                    MOVE 'CARTAO' TO WRK-CXM-FORMA
                  WHEN OTHER
                    MOVE 'PIX' TO WRK-CXM-FORMA
               END-EVALUATE
               MOVE CX-LOC-ID TO WRK-CXM-LOC-ID
               MOVE CX-MULTA-ID TO WRK-CXM-MULTA-ID
               MOVE CX-CLIENTE-ID TO WRK-CXM-CLIENTE
               MOVE CX-VALOR TO WRK-CXM-VALOR
               MOVE WRK-CX-DET-MOV TO RELCX-REG
               WRITE RELCX-REG
               READ CAIXA NEXT
           END-PERFORM.

      *============ SALDO DE PONTOS DO CLIENTE ===========
      *== Soma em WRK-PTO-SALDO o que ainda resta por usar nos
      *== creditos de WRK-PTO-CLIENTE em PONTOS.DAT.
       6800-SALDO-PONTOS.
           MOVE ZEROS TO WRK-PTO-SALDO.
           MOVE WRK-PTO-CLIENTE TO PTO-CLIENTE-ID.
           START PONTOS KEY IS EQUAL TO PTO-CLIENTE-ID
             INVALID KEY
                 MOVE 10 TO PONTO-STATUS
             NOT INVALID KEY
                 READ PONTOS NEXT
           END-START.
           PERFORM UNTIL PONTO-STATUS EQUAL 10
                   OR PTO-CLIENTE-ID NOT EQUAL WRK-PTO-CLIENTE
               IF PTO-CREDITO
                   ADD PTO-SALDO-LANC TO WRK-PTO-SALDO
               END-IF
               READ PONTOS NEXT
           END-PERFORM.

      *============ MULTA EM ABERTO BLOQUEIA OS PONTOS ===========
      *== Cliente com alguma multa em aberto em MULTAS.DAT nao
      *== ganha nem resgata pontos ate quitar o debito.
       6810-VERIFICA-MULTAS.
           MOVE 'N' TO WRK-MULTA-ABERTA.
           MOVE WRK-PTO-CLIENTE TO MULTA-CLIENTE-ID.
           START MULTAS KEY IS EQUAL TO MULTA-CLIENTE-ID
             INVALID KEY
                 MOVE 10 TO MULTA-STATUS
             NOT INVALID KEY
                 READ MULTAS NEXT
           END-START.
           PERFORM UNTIL MULTA-STATUS EQUAL 10
                   OR MULTA-CLIENTE-ID NOT EQUAL WRK-PTO-CLIENTE
                   OR CLIENTE-COM-MULTA
               IF MULTA-ABERTA
                   MOVE 'S' TO WRK-MULTA-ABERTA
               END-IF
               READ MULTAS NEXT
           END-PERFORM.

      *============ RESGATE DE PONTOS NO EMPRESTIMO ===========
      *== Chamado em 5050 antes da forma de pagamento: sem multa em
      *== aberto e com saldo de ao menos WRK-PONTOS-RESGATE pontos,
      *== o operador pode trocar os pontos pela locacao, que sai
      *== com valor zero.
       6820-OFERECE-RESGATE.
           MOVE 'N' TO WRK-PTO-RESGATE.
           MOVE LOC-CLIENTE-ID TO WRK-PTO-CLIENTE.
           PERFORM 6810-VERIFICA-MULTAS.
           IF NOT CLIENTE-COM-MULTA
               PERFORM 6800-SALDO-PONTOS
               IF WRK-PTO-SALDO NOT LESS WRK-PONTOS-RESGATE
                   MOVE WRK-PTO-SALDO TO WRK-PTO-SALDO-ED
                   DISPLAY 'SALDO DE PONTOS...:' AT 1510
                   DISPLAY WRK-PTO-SALDO-ED AT 1530
                   DISPLAY 'RESGATAR PONTOS? (S/N): ' AT 1710
                   ACCEPT WRK-TECLA AT 1735
                   IF WRK-TECLA EQUAL 'S' OR 's'
                       MOVE 'S' TO WRK-PTO-RESGATE
                   END-IF
               END-IF
           END-IF.

      *============ PONTOS DO EMPRESTIMO GRAVADO ===========
      *== O resgate baixa WRK-PONTOS-RESGATE pontos dos creditos
      *== mais antigos; o emprestimo pago sem multa em aberto rende
      *== WRK-PONTOS-POR-REAL pontos por real cobrado, sem fracao.
       6830-LANCA-PONTOS-EMPREST.
           MOVE LOC-CLIENTE-ID TO WRK-PTO-CLIENTE.
           MOVE LOC-ID TO WRK-PTO-LOC-ID.
           MOVE ZEROS TO WRK-PTO-QTD.
           IF RESGATE-PONTOS
               MOVE WRK-PONTOS-RESGATE TO WRK-PTO-QTD
               MOVE ZEROS TO WRK-PTO-GANHO-ID
               PERFORM 6850-CONSOME-PONTOS
               MOVE 'R' TO WRK-PTO-TIPO
               PERFORM 6860-GRAVA-PONTOS
               DISPLAY 'PONTOS RESGATADOS.:' AT 1510
           ELSE
               IF LOC-VALOR-COBRADO > 0
                  AND NOT CLIENTE-COM-MULTA
                   COMPUTE WRK-PTO-QTD =
                       LOC-VALOR-COBRADO * WRK-PONTOS-POR-REAL
                   IF WRK-PTO-QTD > 0
                       MOVE 'G' TO WRK-PTO-TIPO
                       PERFORM 6860-GRAVA-PONTOS
                       DISPLAY 'PONTOS GANHOS.....:' AT 1510
                   END-IF
               END-IF
           END-IF.
           IF WRK-PTO-QTD > 0
               MOVE WRK-PTO-QTD TO WRK-PTO-SALDO-ED
               DISPLAY WRK-PTO-SALDO-ED AT 1530
           END-IF.

      *============ CONSUMO DOS CREDITOS DE PONTOS ===========
      *== Baixa WRK-PTO-QTD pontos dos creditos de WRK-PTO-CLIENTE:
      *== primeiro do credito WRK-PTO-GANHO-ID, quando informado, e
      *== depois dos mais antigos, pela ordem da chave alternada. O
      *== que de fato foi baixado volta em WRK-PTO-CONSUMIDO, que so
      *== fica menor que o pedido se o saldo nao der.
       6850-CONSOME-PONTOS.
           MOVE WRK-PTO-QTD TO WRK-PTO-CONSUMIR.
           IF WRK-PTO-GANHO-ID > 0
               MOVE WRK-PTO-GANHO-ID TO PTO-ID
               READ PONTOS
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     PERFORM 6855-BAIXA-CREDITO
               END-READ
           END-IF.
           IF WRK-PTO-CONSUMIR > 0
               MOVE WRK-PTO-CLIENTE TO PTO-CLIENTE-ID
               START PONTOS KEY IS EQUAL TO PTO-CLIENTE-ID
                 INVALID KEY
                     MOVE 10 TO PONTO-STATUS
                 NOT INVALID KEY
                     READ PONTOS NEXT
               END-START
               PERFORM UNTIL PONTO-STATUS EQUAL 10
                       OR PTO-CLIENTE-ID NOT EQUAL WRK-PTO-CLIENTE
                       OR WRK-PTO-CONSUMIR EQUAL 0
                   IF PTO-CREDITO AND PTO-SALDO-LANC > 0
                       PERFORM 6855-BAIXA-CREDITO
                   END-IF
                   READ PONTOS NEXT
               END-PERFORM
           END-IF.
           COMPUTE WRK-PTO-CONSUMIDO = WRK-PTO-QTD - WRK-PTO-CONSUMIR.

       6855-BAIXA-CREDITO.
           IF PTO-SALDO-LANC > WRK-PTO-CONSUMIR
               MOVE WRK-PTO-CONSUMIR TO WRK-PTO-TIRA
           ELSE
               MOVE PTO-SALDO-LANC TO WRK-PTO-TIRA
           END-IF.
           SUBTRACT WRK-PTO-TIRA FROM PTO-SALDO-LANC.
           SUBTRACT WRK-PTO-TIRA FROM WRK-PTO-CONSUMIR.
           REWRITE PONTOS-REG
             INVALID KEY
                 CONTINUE
           END-REWRITE.

      *============ GRAVACAO DO LANCAMENTO DE PONTOS ===========
      *== Grava para WRK-PTO-CLIENTE um lancamento do tipo
      *== WRK-PTO-TIPO com WRK-PTO-QTD pontos, numerado pelo
      *== registro 9 de FILMESCTL no mesmo esquema do 5070. O
      *== credito nasce com todos os pontos por usar.
       6860-GRAVA-PONTOS.
           MOVE SPACES TO PONTOS-REG.
           MOVE WRK-PTO-CLIENTE TO PTO-CLIENTE-ID.
           MOVE WRK-PTO-TIPO TO PTO-TIPO.
           ACCEPT PTO-DATA FROM DATE YYYYMMDD.
           MOVE WRK-PTO-LOC-ID TO PTO-LOC-ID.
           MOVE WRK-PTO-QTD TO PTO-PONTOS.
           IF PTO-CREDITO
               MOVE WRK-PTO-QTD TO PTO-SALDO-LANC
           ELSE
               MOVE ZEROS TO PTO-SALDO-LANC
           END-IF.
           MOVE WRK-OPER-CODIGO TO PTO-OPERADOR.
           MOVE 'N' TO WRK-PTO-GRAVOU.
           MOVE ZEROS TO WRK-TENTATIVAS.
           MOVE ZEROS TO PONTO-STATUS.
           PERFORM 6865-TENTA-GRAVAR-PONTOS UNTIL PONTOS-GRAVADOS
               OR WRK-TENTATIVAS > 9998
               OR (PONTO-STATUS NOT = 0 AND PONTO-STATUS NOT = 2
                   AND PONTO-STATUS NOT = 22).

       6865-TENTA-GRAVAR-PONTOS.
           PERFORM 9690-PROXIMO-PTO-ID.
           WRITE PONTOS-REG
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'S' TO WRK-PTO-GRAVOU
           END-WRITE.
           ADD 1 TO WRK-TENTATIVAS.

      *============ CANCELAMENTO DE EMPRESTIMO ===========
      *== Desfaz um emprestimo em aberto feito hoje e ainda nao
      *== renovado: com o aceite de um supervisor o valor cobrado
      *== e devolvido ao cliente na forma escolhida (movimento C em
      *== CAIXA.DAT com o supervisor), os pontos do emprestimo sao
      *== estornados ou devolvidos, o registro e excluido de
      *== LOCACOES.DAT e a copia volta a disponivel, acionando a
      *== fila de reservas do filme.
       6900-CANCELAR.
           MOVE '  MODULO - CANCELAMENTO ' TO WRK-MODULO.
           MOVE 'N' TO WRK-RES-AVISO.
           DISPLAY TELA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'Digite o numero do emprestimo: ' AT 0810.
           ACCEPT CHAVE-DEV.
           READ LOCACOES
             INVALID KEY
                 MOVE 'EMPRESTIMO NAO ENCONTRADO' TO WRK-MSGERRO
             NOT INVALID KEY
                 PERFORM 6910-VALIDA-CANCELAMENTO
                 IF VALIDACAO-OK
                     PERFORM 6920-CONFIRMA-CANCELAMENTO
                 END-IF
           END-READ.
           DISPLAY MOSTRA-ERRO.
           ACCEPT MSG-ERRO.
           IF RESERVA-AVISADA
               MOVE 'GUARDAR FILME, RESERVA DO CLIENTE' TO WRK-MSGERRO
               MOVE RES-CLIENTE-ID TO WRK-MSGERRO(35:05)
               DISPLAY MOSTRA-ERRO
               ACCEPT MSG-ERRO
           END-IF.

       6910-VALIDA-CANCELAMENTO.
           MOVE 'S' TO WRK-VALIDA-STATUS.
           IF LOC-DATA-DEV-REAL NOT EQUAL ZEROS
               MOVE 'N' TO WRK-VALIDA-STATUS
               MOVE 'EMPRESTIMO JA DEVOLVIDO' TO WRK-MSGERRO
           END-IF.
           IF VALIDACAO-OK
              AND LOC-DATA-EMPRESTIMO NOT EQUAL WRK-DATA-HOJE
               MOVE 'N' TO WRK-VALIDA-STATUS
               MOVE 'SO CANCELA EMPRESTIMO FEITO HOJE' TO WRK-MSGERRO
           END-IF.
           IF VALIDACAO-OK
              AND LOC-QTD-RENOVACOES NUMERIC
              AND LOC-QTD-RENOVACOES > 0
               MOVE 'N' TO WRK-VALIDA-STATUS
               MOVE 'EMPRESTIMO RENOVADO NAO PODE SER CANCELADO'
                   TO WRK-MSGERRO
           END-IF.

       6920-CONFIRMA-CANCELAMENTO.
           DISPLAY SS-DADOS-DEV.
           MOVE LOC-VALOR-COBRADO TO WRK-CX-VALOR-ED.
           DISPLAY 'VALOR COBRADO.....:' AT 1310.
           DISPLAY WRK-CX-VALOR-ED AT 1330.
           DISPLAY 'CONFIRMA CANCELAMENTO? (S/N): ' AT 1510.
           ACCEPT WRK-TECLA AT 1541.
           IF WRK-TECLA EQUAL 'S' OR 's'
               MOVE SPACES TO WRK-AUTORIZANTE
               PERFORM 5046-VALIDA-SUPERVISOR
               IF WRK-AUTORIZANTE NOT EQUAL SPACES
                   PERFORM 6930-EFETUA-CANCELAMENTO
               ELSE
                   MOVE 'CANCELAMENTO EXIGE SUPERVISOR' TO WRK-MSGERRO
               END-IF
           ELSE
               MOVE 'CANCELAMENTO NAO CONFIRMADO' TO WRK-MSGERRO
           END-IF.

      *== O registro e salvo antes da exclusao e restaurado depois,
      *== porque os passos seguintes usam os dados do emprestimo.
       6930-EFETUA-CANCELAMENTO.
           MOVE LOCACOES-REG TO WRK-SALVA-LOC.
           MOVE LOC-VALOR-COBRADO TO WRK-CX-VALOR.
           IF WRK-CX-VALOR > 0
               MOVE WRK-CX-VALOR TO WRK-CX-VALOR-ED
               DISPLAY 'VALOR A DEVOLVER..:' AT 1610
               DISPLAY WRK-CX-VALOR-ED AT 1630
               MOVE SPACES TO WRK-FORMA-PAGTO
               PERFORM 6605-LE-FORMA-PAGTO UNTIL FORMA-PAGTO-VALIDA
           END-IF.
           DELETE LOCACOES RECORD
             INVALID KEY
                 MOVE 'CANCELAMENTO NAO REGISTRADO' TO WRK-MSGERRO
             NOT INVALID KEY
                 MOVE WRK-SALVA-LOC TO LOCACOES-REG
                 MOVE 'EMPRESTIMO CANCELADO COM SUCESSO'
                     TO WRK-MSGERRO
                 PERFORM 6940-DEVOLVE-VALOR
                 PERFORM 6950-ESTORNA-PONTOS
                 PERFORM 6960-REPOE-COPIA
           END-DELETE.

       6940-DEVOLVE-VALOR.
           IF WRK-CX-VALOR > 0
               MOVE LOC-FILME-ID TO FILME-ID
               READ FILMES KEY IS FILMES-CHAVE
                 INVALID KEY
                     MOVE SPACES TO FILME-CATEGORIA
               END-READ
               MOVE 'C' TO WRK-CX-TIPO
               MOVE LOC-ID TO WRK-CX-LOC-ID
               MOVE ZEROS TO WRK-CX-MULTA-ID
               MOVE LOC-CLIENTE-ID TO WRK-CX-CLIENTE-ID
               MOVE FILME-CATEGORIA TO WRK-CX-CATEGORIA
               PERFORM 6610-GRAVA-MOVIMENTO-CAIXA
           END-IF.

      *== Procura os lancamentos do emprestimo no extrato do
      *== cliente: o ganho e estornado ate o saldo que houver,
      *== comecando pelo proprio credito; o resgate volta como
      *== credito novo.
       6950-ESTORNA-PONTOS.
           MOVE ZEROS TO WRK-PTO-GANHO-ID WRK-PTO-GANHO-QTD
                         WRK-PTO-RESG-QTD.
           MOVE LOC-CLIENTE-ID TO WRK-PTO-CLIENTE.
           MOVE LOC-ID TO WRK-PTO-LOC-ID.
           MOVE WRK-PTO-CLIENTE TO PTO-CLIENTE-ID.
           START PONTOS KEY IS EQUAL TO PTO-CLIENTE-ID
             INVALID KEY
                 MOVE 10 TO PONTO-STATUS
             NOT INVALID KEY
                 READ PONTOS NEXT
           END-START.
           PERFORM UNTIL PONTO-STATUS EQUAL 10
                   OR PTO-CLIENTE-ID NOT EQUAL WRK-PTO-CLIENTE
               IF PTO-LOC-ID EQUAL WRK-PTO-LOC-ID
                   IF PTO-GANHO
                       MOVE PTO-ID TO WRK-PTO-GANHO-ID
                       MOVE PTO-PONTOS TO WRK-PTO-GANHO-QTD
                   END-IF
                   IF PTO-RESGATE
                       MOVE PTO-PONTOS TO WRK-PTO-RESG-QTD
                   END-IF
               END-IF
               READ PONTOS NEXT
           END-PERFORM.
           IF WRK-PTO-GANHO-QTD > 0
               MOVE WRK-PTO-GANHO-QTD TO WRK-PTO-QTD
               PERFORM 6850-CONSOME-PONTOS
               IF WRK-PTO-CONSUMIDO > 0
                   MOVE WRK-PTO-CONSUMIDO TO WRK-PTO-QTD
                   MOVE 'E' TO WRK-PTO-TIPO
                   PERFORM 6860-GRAVA-PONTOS
               END-IF
           END-IF.
           IF WRK-PTO-RESG-QTD > 0
               MOVE WRK-PTO-RESG-QTD TO WRK-PTO-QTD
               MOVE 'D' TO WRK-PTO-TIPO
               PERFORM 6860-GRAVA-PONTOS
           END-IF.

       6960-REPOE-COPIA.
           IF LOC-COPIA-NR > 0
               MOVE LOC-FILME-ID TO COPIA-FILME-ID
               MOVE LOC-COPIA-NR TO COPIA-NR
               READ COPIAS
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     MOVE 'D' TO COPIA-STATUS-REG
                     REWRITE COPIAS-REG
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 6080-AVISA-RESERVA
                     END-REWRITE
               END-READ
           END-IF.

      *============ VALIDACAO DA DATA DE DEVOLUCAO ===========
      *== A data de devolucao vem preenchida com a data do sistema;
      *== o operador pode sobrepor, mas precisa ser uma data de
                     READ LOCACOES NEXT
                 END-PERFORM
           END-START.
           MOVE WRK-SALVA-CLI-ID TO WRK-PTO-CLIENTE.
           PERFORM 6800-SALDO-PONTOS.
           MOVE WRK-PTO-SALDO TO WRK-PTO-SALDO-ED.
           MOVE 'EMPRESTIMOS EM ABERTO' TO WRK-MSGERRO.
           MOVE WRK-CONT-CLI-ABERTOS TO WRK-MSGERRO(23:03).
           MOVE 'SALDO DE PONTOS' TO WRK-MSGERRO(28:15).
           MOVE WRK-PTO-SALDO-ED TO WRK-MSGERRO(44:07).
           DISPLAY MOSTRA-ERRO.
           ACCEPT MSG-ERRO.

           ELSE
               DISPLAY 'EM DIA' AT LINE LINE-CONTADOR COLUMN 64
           END-IF.
      *== Emprestimo renovado mostra a quantidade de renovacoes e,
      *== na linha de baixo, o operador que fez a ultima.
           IF LOC-QTD-RENOVACOES NUMERIC
              AND LOC-QTD-RENOVACOES > 0
               DISPLAY LOC-QTD-RENOVACOES AT LINE LINE-CONTADOR
                   COLUMN 73
               ADD 1 TO LINE-CONTADOR GIVING WRK-LINHA-RENOV
               DISPLAY 'RENOVADO POR' AT LINE WRK-LINHA-RENOV
                   COLUMN 44
               DISPLAY LOC-RENOVADO-POR AT LINE WRK-LINHA-RENOV
                   COLUMN 57
           END-IF.
      *== Aviso final de atraso ja enviado pelo LOCAVISO aparece na
      *== linha de baixo, com a data de envio.
           MOVE LOC-ID TO AVI-LOC-ID.
           MOVE 3 TO AVI-NIVEL.
           READ AVISOS KEY IS AVI-CHAVE
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 ADD 1 TO LINE-CONTADOR GIVING WRK-LINHA-RENOV
                 DISPLAY 'AVISO FINAL EM' AT LINE WRK-LINHA-RENOV
                     COLUMN 12
                 DISPLAY AVI-DATA-ENVIO AT LINE WRK-LINHA-RENOV
                     COLUMN 27
           END-READ.
           ADD 2 TO LINE-CONTADOR.
           IF LINE-CONTADOR > 16
               MOVE 'PRESSIONE ALGUMA TECLA' TO WRK-MSGERRO
           DISPLAY 'PREVISTA' AT 0544.
           DISPLAY 'DIAS' AT 0555.
           DISPLAY 'SITUACAO' AT 0564.
           DISPLAY 'REN' AT 0572.

      *============ IMPRESSAO DO EXTRATO DO CLIENTE ===========
       7600-IMPRIME-EXTRATO.
               MOVE WRK-EXT-TOT-MULTA TO WRK-EXT-TOT-ED
               MOVE WRK-EXT-TOTLIN TO EXT-REG
               WRITE EXT-REG
               MOVE WRK-EXT-TRACO TO EXT-REG
               WRITE EXT-REG
               MOVE WRK-EXT-CABAVI TO EXT-REG
               WRITE EXT-REG
               PERFORM 7680-EXTRATO-AVISOS
               MOVE WRK-EXT-TRACO TO EXT-REG
               WRITE EXT-REG
               MOVE WRK-EXT-CABPTO TO EXT-REG
               WRITE EXT-REG
               PERFORM 7700-EXTRATO-PONTOS
               MOVE WRK-EXT-TRACO TO EXT-REG
               WRITE EXT-REG
               MOVE WRK-PTO-SALDO TO WRK-EXT-PTO-TOT-ED
               MOVE WRK-EXT-PTOLIN TO EXT-REG
               WRITE EXT-REG
               CLOSE EXTRATO
               MOVE 'EXTRATO GERADO EM LOCEXTOUT' TO WRK-MSGERRO
           END-IF.
           ELSE
               MOVE LOC-DATA-DEV-REAL TO WRK-EXT-DT-DEV
           END-IF.
           IF LOC-QTD-RENOVACOES NUMERIC
               MOVE LOC-QTD-RENOVACOES TO WRK-EXT-REN
               MOVE LOC-RENOVADO-POR TO WRK-EXT-REN-POR
           ELSE
               MOVE ZEROS TO WRK-EXT-REN
               MOVE SPACES TO WRK-EXT-REN-POR
           END-IF.
           MOVE WRK-EXT-DET-LOC TO EXT-REG.
           WRITE EXT-REG.

           MOVE WRK-EXT-DET-MUL TO EXT-REG.
           WRITE EXT-REG.

      *== Avisos de cobranca enviados ao cliente, na ordem em que
      *== foram registrados em AVISOS.DAT.
       7680-EXTRATO-AVISOS.
           MOVE CLIENTE-ID TO WRK-SALVA-CLI-ID.
           MOVE WRK-SALVA-CLI-ID TO AVI-CLIENTE-ID.
           START AVISOS KEY IS EQUAL TO AVI-CLIENTE-ID
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 READ AVISOS NEXT
                 PERFORM UNTIL AVISO-STATUS EQUAL 10
                         OR AVI-CLIENTE-ID NOT EQUAL
                            WRK-SALVA-CLI-ID
                     PERFORM 7690-EXTRATO-AVISO
                     READ AVISOS NEXT
                 END-PERFORM
           END-START.

       7690-EXTRATO-AVISO.
           MOVE AVI-LOC-ID TO WRK-EXT-AVI-LOC.
           EVALUATE TRUE
              WHEN AVISO-PRIMEIRO
                MOVE 'PRIMEIRO AVISO' TO WRK-EXT-AVI-NIV
              WHEN AVISO-SEGUNDO
                MOVE 'SEGUNDO AVISO' TO WRK-EXT-AVI-NIV
              WHEN AVISO-FINAL
                MOVE 'AVISO FINAL' TO WRK-EXT-AVI-NIV
              WHEN OTHER
                MOVE SPACES TO WRK-EXT-AVI-NIV
           END-EVALUATE.
           MOVE AVI-DATA-ENVIO TO WRK-EXT-AVI-DATA.
           MOVE AVI-DIAS-ATRASO TO WRK-EXT-AVI-DIAS.
           MOVE WRK-EXT-DET-AVI TO EXT-REG.
           WRITE EXT-REG.

      *== Lancamentos de pontos do cliente, na ordem em que foram
      *== feitos; o saldo a usar sai na linha de total.
       7700-EXTRATO-PONTOS.
           MOVE ZEROS TO WRK-PTO-SALDO.
           MOVE CLIENTE-ID TO WRK-PTO-CLIENTE.
           MOVE WRK-PTO-CLIENTE TO PTO-CLIENTE-ID.
           START PONTOS KEY IS EQUAL TO PTO-CLIENTE-ID
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 READ PONTOS NEXT
                 PERFORM UNTIL PONTO-STATUS EQUAL 10
                         OR PTO-CLIENTE-ID NOT EQUAL WRK-PTO-CLIENTE
                     PERFORM 7710-EXTRATO-PONTO
                     READ PONTOS NEXT
                 END-PERFORM
           END-START.

       7710-EXTRATO-PONTO.
           MOVE PTO-DATA TO WRK-EXT-PTO-DATA.
           EVALUATE TRUE
              WHEN PTO-GANHO
                MOVE 'GANHO' TO WRK-EXT-PTO-TIPO
              WHEN PTO-RESGATE
                MOVE 'RESGATE' TO WRK-EXT-PTO-TIPO
              WHEN PTO-ESTORNO
                MOVE 'ESTORNO' TO WRK-EXT-PTO-TIPO
              WHEN PTO-DEVOLUCAO
                MOVE 'DEVOLUCAO' TO WRK-EXT-PTO-TIPO
              WHEN PTO-EXPIRADO
                MOVE 'EXPIRADO' TO WRK-EXT-PTO-TIPO
              WHEN OTHER
                MOVE SPACES TO WRK-EXT-PTO-TIPO
           END-EVALUATE.
           MOVE PTO-LOC-ID TO WRK-EXT-PTO-LOC.
           MOVE PTO-PONTOS TO WRK-EXT-PTO-QTD.
           IF PTO-CREDITO
               MOVE PTO-SALDO-LANC TO WRK-EXT-PTO-RESTA
               ADD PTO-SALDO-LANC TO WRK-PTO-SALDO
           ELSE
               MOVE ZEROS TO WRK-EXT-PTO-RESTA
           END-IF.
           MOVE WRK-EXT-DET-PTO TO EXT-REG.
           WRITE EXT-REG.

      *============ ESTATISTICAS DE LOCACAO POR TITULO/GENERO ====
      *== Varre LOCACOES.DAT na faixa de datas de emprestimo
      *== informada, acumula a quantidade de locacoes por filme,
           REWRITE FILMES-CTL-REG.
           MOVE CTL-ULTIMO-ID TO RES-ID.

      *============ ATRIBUICAO DA PROXIMA SEQUENCIA DO CAIXA ======
      *== Mesmo esquema do 9650, usando o registro 6 de FILMESCTL
      *== para numerar os movimentos de CAIXA.DAT.
       9680-PROXIMO-CX-SEQ.
           MOVE 6 TO CTL-CHAVE.
           READ FILMES-CTL.
           IF CTL-STATUS NOT EQUAL 0
               MOVE ZEROS TO CTL-ULTIMO-ID
               WRITE FILMES-CTL-REG
           END-IF.
           ADD 1 TO CTL-ULTIMO-ID.
           REWRITE FILMES-CTL-REG.
           MOVE CTL-ULTIMO-ID TO CX-SEQ.

      *============ ATRIBUICAO DO PROXIMO PTO-ID ===========
      *== Mesmo esquema do 9650, usando o registro 9 de FILMESCTL
      *== para numerar os lancamentos de PONTOS.DAT.
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
