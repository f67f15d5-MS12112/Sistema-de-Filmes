       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCALOTE.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Postagem em lote dos emprestimos, devolucoes e
      *==           pagamentos de multa anotados em papel enquanto
      *==           a tela do LOCACOES estava fora do ar
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: Le LOCALOTEIN, digitado a partir das fichas
      *==   do balcao: um registro H com o numero do lote, um
      *==   registro por transacao (E emprestimo, D devolucao, M
      *==   pagamento de multa) com a data e a hora reais da ficha
      *==   e o codigo do operador que atendeu, e opcionalmente um
      *==   registro T com a quantidade de transacoes, conferida
      *==   no final. As fichas devem vir em ordem de data e hora.
      *==   Cada transacao passa pelas mesmas regras da tela, na
      *==   data da ficha: cliente ativo e nao bloqueado (limite
      *==   de emprestimos ou atraso), filme ativo, classificacao
      *==   indicativa, copia disponivel e guardas da fila de
      *==   reservas, preco da categoria, multa na devolucao com
      *==   atraso e guarda da copia devolvida para a reserva em
      *==   espera mais antiga. Cliente bloqueado ou abaixo da
      *==   idade so passa com o codigo de um supervisor ativo
      *==   anotado na ficha, gravado no emprestimo como na tela.
      *==   Postado, o movimento vai para LOCACOES.DAT, MULTAS.DAT,
      *==   COPIAS.DAT e RESERVAS.DAT, o recebimento para CAIXA.DAT
      *==   na chave do operador e da data da ficha, e os pontos
      *==   de fidelidade ganhos para PONTOS.DAT com a mesma data.
      *==   Nao ha resgate de pontos nem entrada na fila de
      *==   reservas pelo lote. Transacao recusada sai em
      *==   LOCALOTEREJ com o motivo, no layout da entrada, para
      *==   ser corrigida e digitada num novo lote.
      *==   Checkpoint: a cada transacao LOCALOTECKP guarda o lote,
      *==   a quantidade ja processada e os totais; antes de gravar
      *==   os arquivos a transacao inteira (com os numeros ja
      *==   atribuidos) fica anotada como pendente, e uma
      *==   reexecucao depois de uma queda termina a pendente,
      *==   regravando os mesmos registros, e pula as ja postadas,
      *==   sem lancar nada duas vezes. Lote com numero igual ou
      *==   menor que o ultimo concluido, ou outro lote enquanto
      *==   um ficou interrompido, e recusado com codigo 16.
      *==   Movimento em data cujo diario contabil ja saiu em
      *==   JORNAL.DAT fica marcado com * na listagem: a data tem
      *==   de ser reenviada pelo LOCACONT.
      *==   A listagem de controle sai em LOCALOTEOUT; o codigo de
      *==   retorno e 4 quando ha recusas ou o trailer nao confere,
      *==   e 16 quando o lote nao chega ao fim (arquivo que nao
      *==   abre, ainda preso pela tela, lote recusado ou erro de
      *==   gravacao).
      *======================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACOES ASSIGN TO 'LOCALOTEIN'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-TRN-STATUS.

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

           SELECT FILMES-CTL ASSIGN TO 'FILMESCTL'
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS CTL-CHAVE
             FILE STATUS IS CTL-STATUS.

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

           SELECT PARAMETROS ASSIGN TO 'PARAMSDAT'
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS PAR-CHAVE
             FILE STATUS IS PARAM-STATUS.

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

           SELECT CAIXA ASSIGN TO 'CAIXADAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CAIXA-STATUS
             RECORD KEY IS CX-CHAVE.

           SELECT PONTOS ASSIGN TO 'PONTOSDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PONTO-STATUS
             RECORD KEY IS PTO-CHAVE
             ALTERNATE RECORD KEY IS PTO-CLIENTE-ID WITH DUPLICATES.

           SELECT JORNAL ASSIGN TO 'JORNALDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS JORNAL-STATUS
             RECORD KEY IS JOR-CHAVE.

           SELECT LOTE-CKP ASSIGN TO 'LOCALOTECKP'
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS CKP-CHAVE
             FILE STATUS IS CKP-STATUS.

           SELECT REJEITADOS ASSIGN TO 'LOCALOTEREJ'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-REJ-STATUS.

           SELECT RELATORIO ASSIGN TO 'LOCALOTEOUT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-REL-STATUS.

       DATA DIVISION.
       FILE                         SECTION.
      *======ESTRUTURA DAS TRANSACOES DIGITADAS DAS FICHAS======
      *== Registro H (cabecalho, primeiro do arquivo) com o numero
      *== do lote; registros E, D e M com as transacoes; registro
      *== T (opcional, ultimo) com a quantidade de transacoes.
      *== Numero em branco vale zero. Copia zerada no emprestimo
      *== sai a primeira disponivel, e prevista zerada vale a data
      *== mais o prazo padrao. A devolucao e achada pelo numero do
      *== emprestimo ou pelo emprestimo em aberto do cliente e do
      *== filme; o pagamento pela multa, pela multa em aberto do
      *== emprestimo ou pela mais antiga em aberto do cliente.
        FD TRANSACOES.
        01 TRANSACAO-REG.
           05 TRN-TIPO            PIC X(01).
              88 TRN-CABECALHO        VALUE 'H'.
              88 TRN-EMPRESTIMO       VALUE 'E'.
              88 TRN-DEVOLUCAO        VALUE 'D'.
              88 TRN-PAGA-MULTA       VALUE 'M'.
              88 TRN-TRAILER          VALUE 'T'.
              88 TRN-TIPO-VALIDO      VALUE 'E' 'D' 'M'.
           05 TRN-DADOS           PIC X(79).
           05 TRN-DETALHE REDEFINES TRN-DADOS.
              10 TRN-DATA         PIC 9(08).
              10 TRN-HORA         PIC 9(04).
              10 TRN-HORA-R REDEFINES TRN-HORA.
                 15 TRN-HORA-HH   PIC 9(02).
                 15 TRN-HORA-MI   PIC 9(02).
              10 TRN-OPERADOR     PIC X(08).
              10 TRN-CLIENTE-ID   PIC 9(05).
              10 TRN-FILME-ID     PIC 9(05).
              10 TRN-COPIA-NR     PIC 9(03).
              10 TRN-DATA-PREVISTA PIC 9(08).
              10 TRN-LOC-ID       PIC 9(05).
              10 TRN-MULTA-ID     PIC 9(05).
      *== Forma de pagamento: D-dinheiro C-cartao P-PIX.
              10 TRN-FORMA-PAGTO  PIC X(01).
                 88 TRN-FORMA-VALIDA  VALUE 'D' 'C' 'P'.
      *== Na devolucao, N para copia devolvida danificada.
              10 TRN-COPIA-BOA    PIC X(01).
              10 TRN-SUPERVISOR   PIC X(08).
              10 FILLER           PIC X(18).
           05 TRN-CAB REDEFINES TRN-DADOS.
              10 TRN-LOTE         PIC 9(06).
              10 FILLER           PIC X(73).
           05 TRN-TRL REDEFINES TRN-DADOS.
              10 TRN-QTD-TRANSACOES PIC 9(07).
              10 FILLER           PIC X(72).

      *======ESTRUTURA DO REGISTRO DE EMPRESTIMO======
        FD LOCACOES.
        COPY LOCACREG.

      *======ESTRUTURA DO CATALOGO DE FILMES (SOMENTE CONSULTA)======
        FD FILMES.
        COPY FILMEREG.

      *======ESTRUTURA DO CADASTRO DE CLIENTES (SOMENTE CONSULTA)======
        FD CLIENTES.
        COPY CLIENREG.

      *======ESTRUTURA DO CONTROLE (NUMERACAO DOS REGISTROS)======
        FD FILMES-CTL.
        COPY FCTLREG.

      *======ESTRUTURA DO CONTAS A RECEBER DE MULTAS======
        FD MULTAS.
        COPY MULTAREG.

      *======ESTRUTURA DA FILA DE RESERVAS======
        FD RESERVAS.
        COPY RESERREG.

      *======ESTRUTURA DOS PARAMETROS DO NEGOCIO======
        FD PARAMETROS.
        COPY PARAMREG.

      *======ESTRUTURA DO INVENTARIO DE COPIAS======
        FD COPIAS.
        COPY COPIAREG.

      *======ESTRUTURA DO CADASTRO DE OPERADORES======
        FD OPERADORES.
        COPY OPERREG.

      *======ESTRUTURA DO MOVIMENTO DE CAIXA DOS OPERADORES======
        FD CAIXA.
        COPY CAIXAREG.

      *======ESTRUTURA DO EXTRATO DE PONTOS DE FIDELIDADE======
        FD PONTOS.
        COPY PONTOREG.

      *======ESTRUTURA DOS DIAS ENVIADOS A CONTABILIDADE======
        FD JORNAL.
        COPY JORNREG.

      *======ESTRUTURA DO CHECKPOINT DO LOTE======
      *== Registro 1 unico. CKP-LOTE e o lote em andamento (zero
      *== quando nenhum), CKP-ULTIMO-LOTE o ultimo concluido. Com
      *== CKP-SITUACAO P, CKP-PENDENCIA traz a transacao seguinte
      *== as CKP-QTD-LIDOS ja processadas, com a imagem de cada
      *== registro a gravar (em branco o que nao se aplica).
        FD LOTE-CKP.
        01 LOTE-CKP-REG.
           05 CKP-ULTIMO-LOTE     PIC 9(06).
           05 CKP-LOTE            PIC 9(06).
           05 CKP-CONTADORES.
              10 CKP-QTD-LIDOS    PIC 9(07).
              10 CKP-QTD-GRAVADOS PIC 9(07).
              10 CKP-QTD-REJEITADOS PIC 9(07).
              10 CKP-QTD-EMPREST  PIC 9(07).
              10 CKP-QTD-DEVOL    PIC 9(07).
              10 CKP-QTD-PAGTOS   PIC 9(07).
              10 CKP-QTD-MULTAS   PIC 9(07).
              10 CKP-QTD-GUARDAS  PIC 9(07).
              10 CKP-QTD-REENVIO  PIC 9(07).
              10 CKP-TOT-RECEBIDO PIC 9(09)V99.
              10 CKP-TOT-MULTAS   PIC 9(09)V99.
           05 CKP-SITUACAO        PIC X(01).
              88 CKP-LIVRE            VALUE 'L'.
              88 CKP-PENDENTE         VALUE 'P'.
           05 CKP-PENDENCIA.
              10 CKP-PEN-TIPO     PIC X(01).
              10 CKP-PEN-TRN      PIC X(80).
              10 CKP-PEN-LOC      PIC X(82).
              10 CKP-PEN-MULTA    PIC X(74).
              10 CKP-PEN-CAIXA    PIC X(94).
              10 CKP-PEN-PONTO    PIC X(54).
              10 CKP-PEN-COPIA    PIC X(18).
              10 CKP-PEN-RES-ID   PIC 9(05).
              10 CKP-PEN-RES-ACAO PIC X(01).
              10 CKP-PEN-RES-DATA PIC 9(08).
              10 CKP-PEN-LOC-ID   PIC 9(05).
              10 CKP-PEN-MULTA-ID PIC 9(05).
              10 CKP-PEN-VALOR    PIC 9(05)V99.
              10 CKP-PEN-VALOR-CX PIC 9(05)V99.
              10 CKP-PEN-JORNAL   PIC X(01).
              10 CKP-PEN-OBS      PIC X(40).

      *======ESTRUTURA DO ARQUIVO DE REJEITADOS======
      *== Mesmo layout da entrada, com o motivo da rejeicao ao
      *== final, como no FILMLOAD.
        FD REJEITADOS.
        01 REJEITADOS-REG.
           05 REJ-TRANSACAO     PIC X(80).
           05 REJ-MOTIVO        PIC X(40).

      *======ESTRUTURA DO ARQUIVO DE IMPRESSAO======
        FD RELATORIO.
        01 REL-REG              PIC X(132).

      *============ VÁRIAVEIS ===============
       WORKING-STORAGE              SECTION.

        77 WRK-TRN-STATUS     PIC 9(02).
        77 LOC-STATUS         PIC 9(02).
        77 FILME-STATUS       PIC 9(02).
        77 CLIENTE-STATUS     PIC 9(02).
        77 MULTA-STATUS       PIC 9(02).
        77 RESERVA-STATUS     PIC 9(02).
        77 COPIA-STATUS       PIC 9(02).
        77 OPER-STATUS        PIC 9(02).
        77 CAIXA-STATUS       PIC 9(02).
        77 PONTO-STATUS       PIC 9(02).
        77 JORNAL-STATUS      PIC 9(02).
        77 WRK-REJ-STATUS     PIC 9(02).
        77 WRK-REL-STATUS     PIC 9(02).
        77 WRK-MSGERRO        PIC X(40).

      *============ AREA DO CONTROLE DE NUMERACAO =========
        77 CTL-CHAVE          PIC 9(04) VALUE 3.
        77 CTL-STATUS         PIC 9(02).

      *============ AREA DOS PARAMETROS DO NEGOCIO =========
      *== Os VALUE sao so o padrao de primeira execucao: na
      *== partida 1050-LE-PARAMETROS le o registro 1 de PARAMSDAT,
      *== como no LOCACOES.
        77 PAR-CHAVE          PIC 9(04) VALUE 1.
        77 PARAM-STATUS       PIC 9(02).
        77 WRK-PRAZO-DIAS     PIC 9(02) VALUE 7.
        77 WRK-MULTA-DIA      PIC 9(03)V99 VALUE 2.50.
        77 WRK-LIMITE-EMPREST PIC 9(02) VALUE 5.
        77 WRK-RESERVA-DIAS   PIC 9(02) VALUE 2.
        77 WRK-PRECO-LANC     PIC 9(03)V99 VALUE 7.50.
        77 WRK-PRECO-CATAL    PIC 9(03)V99 VALUE 5.00.
        77 WRK-PRECO-PROMO    PIC 9(03)V99 VALUE 3.00.
        77 WRK-MAX-RENOVACOES PIC 9(01) VALUE 2.
        77 WRK-PONTOS-POR-REAL PIC 9(02) VALUE 10.
        77 WRK-PONTOS-RESGATE PIC 9(05) VALUE 500.

      *============ AREA DO CHECKPOINT/RETOMADA ===========
        77 CKP-CHAVE          PIC 9(04) VALUE 1.
        77 CKP-STATUS         PIC 9(02).
        77 WRK-LOTE           PIC 9(06) VALUE 0.
        77 WRK-PULAR          PIC 9(07) VALUE 0.
        77 WRK-RETOMADA       PIC X(01) VALUE 'N'.
           88 LOTE-RETOMADO       VALUE 'S'.
        77 WRK-TEM-TRAILER    PIC X(01) VALUE 'N'.
           88 TRAILER-LIDO        VALUE 'S'.
        77 WRK-QTD-TRAILER    PIC 9(07) VALUE 0.

      *============ AREA DE VALIDACAO DA TRANSACAO ===========
        77 WRK-VALIDA-STATUS  PIC X(01).
           88 VALIDACAO-OK        VALUE 'S'.
           88 VALIDACAO-ERRO      VALUE 'N'.
        77 WRK-CAMPOS-OK      PIC X(01).
           88 CAMPOS-NUMERICOS    VALUE 'S'.
        77 WRK-DATA-MOV       PIC 9(08).
        77 WRK-AUTORIZANTE    PIC X(08).

      *============ AREA DA ATRIBUICAO AUTOMATICA DE ID ==========
      *== Os numeros sao tirados de FILMESCTL antes da gravacao e
      *== conferidos contra o arquivo, como na gravacao da tela.
        77 WRK-TENTATIVAS     PIC 9(04).
        77 WRK-NOVO-ID        PIC 9(07).
        77 WRK-ID-LIVRE       PIC X(01).
           88 ID-LIVRE            VALUE 'S'.

      *============ AREA DE VALIDACAO DE DATAS ===========
        77 WRK-SOMA-QTD       PIC 9(03).
        77 WRK-DATA-VALIDA    PIC X(01).
           88 DATA-VALIDA         VALUE 'S'.
           88 DATA-INVALIDA       VALUE 'N'.
        77 WRK-DIAS-MES       PIC 9(02).
        77 WRK-BISSEXTO       PIC X(01).
           88 ANO-BISSEXTO        VALUE 'S'.

      *============ AREA DO CONTROLE DE COPIAS DISPONIVEIS =======
        77 WRK-CONT-EMPRESTADOS PIC 9(03).
        77 WRK-SALVA-FILME-ID   PIC 9(05).
        01 WRK-SALVA-LOC        PIC X(82).
        77 WRK-COPIAS-UTEIS     PIC 9(03).
        77 WRK-COPIA-ESCOLHIDA  PIC 9(03).
        77 WRK-TEM-COPIAS       PIC X(01).
           88 FILME-COM-COPIAS     VALUE 'S'.
        77 WRK-COPIA-OK         PIC X(01).
           88 COPIA-VOLTOU-BOA     VALUE 'S'.

      *============ AREA DO BLOQUEIO DE EMPRESTIMO ===========
        77 WRK-SALVA-CLI-ID   PIC 9(05).
        77 WRK-CONT-CLI-ABERTOS PIC 9(03).
        77 WRK-CONT-VENCIDOS  PIC 9(03).
        77 WRK-BLOQUEIO       PIC X(01).
           88 CLIENTE-BLOQUEADO   VALUE 'S'.

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

      *============ AREA DA FILA DE RESERVAS ===========
        77 WRK-CONT-GUARDAS   PIC 9(03).
        77 WRK-TEM-GUARDA     PIC X(01).
           88 CLIENTE-TEM-GUARDA  VALUE 'S'.
        77 WRK-RES-USADA      PIC 9(05).
        77 WRK-RES-MENOR-ID   PIC 9(05).
        77 WRK-DIAS-GUARDA    PIC 9(07).
        77 WRK-SALVA-RES-FILME PIC 9(05).

      *============ AREA DA DEVOLUCAO E DAS MULTAS ===========
        77 WRK-LOC-ACHADO     PIC 9(05).
        77 WRK-MULTA-ACHADA   PIC 9(05).
        77 WRK-MUL-CLIENTE    PIC 9(05).
        77 WRK-MUL-LOC-ID     PIC 9(05).
        77 WRK-DIAS-ATRASO    PIC 9(05).
        77 WRK-DIAS-REAL      PIC 9(07).
        77 WRK-DIAS-PREV      PIC 9(07).
        77 WRK-MULTA          PIC 9(05)V99.

      *============ AREA DO CAIXA E DOS PONTOS ===========
        77 WRK-CX-TIPO        PIC X(01).
        77 WRK-CX-VALOR       PIC 9(05)V99.
        77 WRK-CX-LOC-ID      PIC 9(05).
        77 WRK-CX-MULTA-ID    PIC 9(05).
        77 WRK-CX-CLIENTE-ID  PIC 9(05).
        77 WRK-CX-CATEGORIA   PIC X(01).
        77 WRK-PTO-CLIENTE    PIC 9(05).
        77 WRK-PTO-QTD        PIC 9(05).
        77 WRK-MULTA-ABERTA   PIC X(01).
           88 CLIENTE-COM-MULTA   VALUE 'S'.

      *============ AREA DE CALCULO DE DATAS ===============
        01 WRK-DATA-HOJE      PIC 9(08).
        01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-AAAA   PIC 9(04).
           05 WRK-HOJE-MM     PIC 9(02).
           05 WRK-HOJE-DD     PIC 9(02).
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
        01 WRK-TAB-MESES      PIC X(36) VALUE
           '000031059090120151181212243273304334'.
        01 WRK-TAB-MESES-R REDEFINES WRK-TAB-MESES.
           05 WRK-MES-ACUM    PIC 9(03) OCCURS 12 TIMES.

      *============ AREA DO CONTROLE DE PAGINACAO ===============
        77 WRK-PAGINA         PIC 9(04) VALUE 0.
        77 WRK-LINHA-ATUAL    PIC 9(02) VALUE 99.
        77 WRK-LINHAS-POR-PAG PIC 9(02) VALUE 55.

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
           05 FILLER          PIC X(40)
              VALUE 'POSTAGEM DO MOVIMENTO FORA DO AR - LOTE '.
           05 WRK-CAB2-LOTE   PIC 9(06).

        01 WRK-CAB3.
           05 FILLER          PIC X(09) VALUE 'SEQ'.
           05 FILLER          PIC X(12) VALUE 'TIPO'.
           05 FILLER          PIC X(12) VALUE 'DATA'.
           05 FILLER          PIC X(10) VALUE 'OPERADOR'.
           05 FILLER          PIC X(07) VALUE 'CLIENT'.
           05 FILLER          PIC X(07) VALUE 'FILME'.
           05 FILLER          PIC X(07) VALUE 'EMPR'.
           05 FILLER          PIC X(07) VALUE 'MULTA'.
           05 FILLER          PIC X(10) VALUE '   VALOR'.
           05 FILLER          PIC X(11) VALUE 'SITUACAO'.
           05 FILLER          PIC X(40) VALUE 'OBSERVACAO'.

        01 WRK-TRACO          PIC X(132) VALUE ALL '-'.
        01 WRK-LINHA-SALVA    PIC X(132).

      *============ LINHAS DO RELATORIO ===============
        01 WRK-LIN-DETALHE.
           05 WRK-DET-SEQ     PIC 9(07).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-TIPO    PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-DATA    PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-OPERADOR PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-CLIENTE PIC ZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-FILME   PIC ZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-LOC-ID  PIC ZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-MULTA-ID PIC ZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-VALOR   PIC ZZZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-SIT     PIC X(09).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-OBS     PIC X(40).
        77 WRK-IMP-LOC-ID     PIC 9(05).
        77 WRK-IMP-MULTA-ID   PIC 9(05).
        77 WRK-IMP-VALOR      PIC 9(05)V99.

        01 WRK-LIN-TOTAL.
           05 WRK-TOT-ROTULO  PIC X(45).
           05 WRK-TOT-VALOR   PIC ZZZZZZ9.

        01 WRK-LIN-VALOR.
           05 WRK-VAL-ROTULO  PIC X(45).
           05 WRK-VAL-VALOR   PIC ZZZZZZZZ9.99.

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
            PERFORM 2000-PROCESSAR UNTIL WRK-TRN-STATUS EQUAL 10.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            OPEN INPUT TRANSACOES.
            IF WRK-TRN-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR TRANSACOES, STATUS = '
                  WRK-TRN-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
            END-IF.
            OPEN I-O LOCACOES.
            IF LOC-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR LOCACOES, STATUS = ' LOC-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
            END-IF.
            OPEN INPUT FILMES.
            IF FILME-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR O CATALOGO, STATUS = ' FILME-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
            END-IF.
            OPEN INPUT CLIENTES.
            IF CLIENTE-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR CLIENTES, STATUS = '
                  CLIENTE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
            END-IF.
            OPEN INPUT OPERADORES.
            IF OPER-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR OPERADORES, STATUS = '
                  OPER-STATUS
              MOVE 16 TO RETURN-CODE
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
              MOVE 16 TO RETURN-CODE
              STOP RUN
            END-IF.
            OPEN I-O MULTAS.
            IF MULTA-STATUS EQUAL 35
              OPEN OUTPUT MULTAS
              CLOSE MULTAS
              OPEN I-O MULTAS
            END-IF.
            IF MULTA-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR MULTAS, STATUS = ' MULTA-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
            END-IF.
            OPEN I-O RESERVAS.
            IF RESERVA-STATUS EQUAL 35
              OPEN OUTPUT RESERVAS
              CLOSE RESERVAS
              OPEN I-O RESERVAS
            END-IF.
            IF RESERVA-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR RESERVAS, STATUS = '
                  RESERVA-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
            END-IF.
            OPEN I-O COPIAS.
            IF COPIA-STATUS EQUAL 35
              OPEN OUTPUT COPIAS
              CLOSE COPIAS
              OPEN I-O COPIAS
            END-IF.
            IF COPIA-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR COPIAS, STATUS = ' COPIA-STATUS
              MOVE 16 TO RETURN-CODE
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
              MOVE 16 TO RETURN-CODE
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
              MOVE 16 TO RETURN-CODE
              STOP RUN
            END-IF.
            OPEN INPUT JORNAL.
            IF JORNAL-STATUS EQUAL 35
              OPEN OUTPUT JORNAL
              CLOSE JORNAL
              OPEN INPUT JORNAL
            END-IF.
            IF JORNAL-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR JORNAL, STATUS = ' JORNAL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
            END-IF.
            PERFORM 1050-LE-PARAMETROS.
            PERFORM 1100-LE-CABECALHO.
            PERFORM 1200-ABRE-CHECKPOINT.
            IF LOTE-RETOMADO
              OPEN EXTEND REJEITADOS
              IF WRK-REJ-STATUS EQUAL 35
                OPEN OUTPUT REJEITADOS
              END-IF
            ELSE
              OPEN OUTPUT REJEITADOS
            END-IF.
            IF WRK-REJ-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR REJEITADOS, STATUS = '
                  WRK-REJ-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
            END-IF.
            OPEN OUTPUT RELATORIO.
            IF WRK-REL-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR RELATORIO, STATUS = '
                  WRK-REL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
            END-IF.
            MOVE WRK-HOJE-DD   TO WRK-CAB1-DD.
            MOVE WRK-HOJE-MM   TO WRK-CAB1-MM.
            MOVE WRK-HOJE-AAAA TO WRK-CAB1-AAAA.
            MOVE WRK-LOTE      TO WRK-CAB2-LOTE.
            IF LOTE-RETOMADO
              PERFORM 1300-RETOMA-LOTE
            END-IF.
            PERFORM 1400-PULA-TRANSACAO WRK-PULAR TIMES.
            IF WRK-TRN-STATUS EQUAL 0
                READ TRANSACOES
            ELSE
                MOVE 10 TO WRK-TRN-STATUS
            END-IF.

      *============ LEITURA DOS PARAMETROS DO NEGOCIO ===========
      *== Mesma carga do LOCACOES: prazo do emprestimo, multa por
      *== dia, limite de emprestimos abertos, prazo de guarda das
      *== reservas, precos por categoria e taxa de pontos.
       1050-LE-PARAMETROS.
            OPEN I-O PARAMETROS.
            IF PARAM-STATUS EQUAL 35
              OPEN OUTPUT PARAMETROS
              MOVE 1 TO PAR-CHAVE
              MOVE WRK-PRAZO-DIAS TO PAR-PRAZO-DIAS
              MOVE WRK-MULTA-DIA TO PAR-MULTA-DIA
              MOVE 100 TO PAR-CKP-INTERVALO
              MOVE WRK-LIMITE-EMPREST TO PAR-LIMITE-EMPREST
              MOVE WRK-RESERVA-DIAS TO PAR-RESERVA-DIAS
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
            END-IF.
            IF PARAM-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR PARAMETROS, STATUS = '
                  PARAM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
            END-IF.
            MOVE 1 TO PAR-CHAVE.
            READ PARAMETROS.
            IF PARAM-STATUS EQUAL 0
              MOVE PAR-PRAZO-DIAS TO WRK-PRAZO-DIAS
              MOVE PAR-MULTA-DIA TO WRK-MULTA-DIA
              MOVE PAR-LIMITE-EMPREST TO WRK-LIMITE-EMPREST
              MOVE PAR-RESERVA-DIAS TO WRK-RESERVA-DIAS
              IF PAR-PRECO-LANCAMENTO NUMERIC
                 AND PAR-PRECO-LANCAMENTO > 0
                  MOVE PAR-PRECO-LANCAMENTO TO WRK-PRECO-LANC
                  MOVE PAR-PRECO-CATALOGO TO WRK-PRECO-CATAL
                  MOVE PAR-PRECO-PROMO TO WRK-PRECO-PROMO
              END-IF
              IF PAR-PONTOS-POR-REAL NUMERIC
                  MOVE PAR-PONTOS-POR-REAL TO WRK-PONTOS-POR-REAL
              END-IF
            END-IF.
            CLOSE PARAMETROS.

      *============ CABECALHO DO LOTE ===========
       1100-LE-CABECALHO.
            READ TRANSACOES.
            IF WRK-TRN-STATUS NOT EQUAL 0
               OR NOT TRN-CABECALHO
               OR TRN-LOTE NOT NUMERIC
                DISPLAY 'LOCALOTEIN SEM O REGISTRO H DO LOTE'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE TRN-LOTE TO WRK-LOTE.
            IF WRK-LOTE EQUAL 0
                DISPLAY 'NUMERO DO LOTE NAO INFORMADO NO REGISTRO H'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *============ CONFERENCIA DO LOTE NO CHECKPOINT ===========
      *== O mesmo lote do checkpoint e uma retomada; outro lote so
      *== entra sem lote interrompido e com numero maior que o do
      *== ultimo concluido, para o mesmo movimento nao ser postado
      *== duas vezes.
       1200-ABRE-CHECKPOINT.
            OPEN I-O LOTE-CKP.
            IF CKP-STATUS EQUAL 35
              OPEN OUTPUT LOTE-CKP
              MOVE 1 TO CKP-CHAVE
              MOVE ZEROS TO CKP-ULTIMO-LOTE CKP-LOTE CKP-CONTADORES
              MOVE 'L' TO CKP-SITUACAO
              MOVE SPACES TO CKP-PENDENCIA
              WRITE LOTE-CKP-REG
              CLOSE LOTE-CKP
              OPEN I-O LOTE-CKP
            END-IF.
            IF CKP-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR CHECKPOINT, STATUS = ' CKP-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
            END-IF.
            MOVE 1 TO CKP-CHAVE.
            READ LOTE-CKP.
            IF CKP-STATUS NOT EQUAL 0
                MOVE ZEROS TO CKP-ULTIMO-LOTE CKP-LOTE CKP-CONTADORES
                MOVE 'L' TO CKP-SITUACAO
                MOVE SPACES TO CKP-PENDENCIA
                WRITE LOTE-CKP-REG
            END-IF.
            EVALUATE TRUE
               WHEN CKP-LOTE EQUAL WRK-LOTE
                 MOVE 'S' TO WRK-RETOMADA
               WHEN CKP-LOTE NOT EQUAL 0
                 DISPLAY 'O LOTE ' CKP-LOTE ' FICOU INTERROMPIDO; '
                     'CONCLUA-O ANTES DO LOTE ' WRK-LOTE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               WHEN WRK-LOTE NOT GREATER CKP-ULTIMO-LOTE
                 DISPLAY 'LOTE ' WRK-LOTE ' JA PROCESSADO OU FORA '
                     'DE SEQUENCIA; ULTIMO LOTE: ' CKP-ULTIMO-LOTE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               WHEN OTHER
                 MOVE WRK-LOTE TO CKP-LOTE
                 MOVE ZEROS TO CKP-CONTADORES
                 MOVE 'L' TO CKP-SITUACAO
                 MOVE SPACES TO CKP-PENDENCIA
                 PERFORM 8500-GRAVA-CHECKPOINT
            END-EVALUATE.

      *============ RETOMADA DO LOTE INTERROMPIDO ===========
      *== A transacao que ficou pendente e gravada de novo a
      *== partir da imagem do checkpoint e concluida; depois as
      *== transacoes ja processadas sao puladas.
       1300-RETOMA-LOTE.
            MOVE 'RETOMADA DO LOTE - TRANSACOES JA PROCESSADAS:'
                TO WRK-TOT-ROTULO.
            MOVE CKP-QTD-LIDOS TO WRK-TOT-VALOR.
            MOVE WRK-LIN-TOTAL TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            DISPLAY 'RETOMADA DO LOTE ' CKP-LOTE
                ', TRANSACOES JA PROCESSADAS: ' CKP-QTD-LIDOS.
            IF CKP-PENDENTE
                DISPLAY 'CONCLUINDO A TRANSACAO PENDENTE'
                PERFORM 5000-EFETIVA-PENDENCIA
                PERFORM 5900-CONCLUI-TRANSACAO
            END-IF.
            MOVE CKP-QTD-LIDOS TO WRK-PULAR.

       1400-PULA-TRANSACAO.
            IF WRK-TRN-STATUS EQUAL 0
                READ TRANSACOES
            END-IF.

      *============ PROCESSAMENTO DAS TRANSACOES ===========
      *== O registro T encerra o lote; o que vier depois dele nao
      *== e lido.
       2000-PROCESSAR.
            IF TRN-TRAILER
                MOVE 'S' TO WRK-TEM-TRAILER
                IF TRN-QTD-TRANSACOES NUMERIC
                    MOVE TRN-QTD-TRANSACOES TO WRK-QTD-TRAILER
                END-IF
                MOVE 10 TO WRK-TRN-STATUS
            ELSE
                PERFORM 2100-TRATA-TRANSACAO
                READ TRANSACOES
            END-IF.

      *== Valida a transacao e monta no checkpoint a imagem dos
      *== registros a gravar; a pendencia e gravada antes dos
      *== arquivos e baixada depois deles.
       2100-TRATA-TRANSACAO.
            MOVE 'S' TO WRK-VALIDA-STATUS.
            MOVE SPACES TO WRK-MSGERRO CKP-PENDENCIA.
            MOVE ZEROS TO CKP-PEN-RES-ID CKP-PEN-RES-DATA
                CKP-PEN-LOC-ID CKP-PEN-MULTA-ID CKP-PEN-VALOR
                CKP-PEN-VALOR-CX.
            MOVE 'N' TO CKP-PEN-JORNAL.
            MOVE TRN-TIPO TO CKP-PEN-TIPO.
            PERFORM 2200-VALIDA-COMUNS.
            IF VALIDACAO-OK
                EVALUATE TRUE
                   WHEN TRN-EMPRESTIMO
                     PERFORM 3000-PREPARA-EMPRESTIMO
                   WHEN TRN-DEVOLUCAO
                     PERFORM 3500-PREPARA-DEVOLUCAO
                   WHEN OTHER
                     PERFORM 3800-PREPARA-PAGTO-MULTA
                END-EVALUATE
            END-IF.
            IF VALIDACAO-OK
                MOVE TRANSACAO-REG TO CKP-PEN-TRN
                MOVE 'P' TO CKP-SITUACAO
                PERFORM 8500-GRAVA-CHECKPOINT
                PERFORM 5000-EFETIVA-PENDENCIA
                PERFORM 5900-CONCLUI-TRANSACAO
            ELSE
                PERFORM 6000-REJEITA-TRANSACAO
            END-IF.

      *============ VALIDACOES COMUNS A TODAS AS TRANSACOES =======
       2200-VALIDA-COMUNS.
            MOVE 'N' TO WRK-CAMPOS-OK.
            IF NOT TRN-TIPO-VALIDO
                MOVE 'N' TO WRK-VALIDA-STATUS
                MOVE 'TIPO DE TRANSACAO DEVE SER E, D OU M'
                    TO WRK-MSGERRO
            END-IF.
            IF VALIDACAO-OK
                PERFORM 2210-ZERA-BRANCOS
                IF NOT CAMPOS-NUMERICOS
                    MOVE 'N' TO WRK-VALIDA-STATUS
                    MOVE 'CAMPO NUMERICO INVALIDO' TO WRK-MSGERRO
                END-IF
            END-IF.
            IF VALIDACAO-OK
                MOVE TRN-DATA TO WRK-CONV-DATA
                PERFORM 9620-VALIDA-DATA
                IF DATA-INVALIDA
                    MOVE 'N' TO WRK-VALIDA-STATUS
                    MOVE 'DATA DA TRANSACAO INVALIDA' TO WRK-MSGERRO
                END-IF
            END-IF.
            IF VALIDACAO-OK AND TRN-DATA > WRK-DATA-HOJE
                MOVE 'N' TO WRK-VALIDA-STATUS
                MOVE 'DATA DA TRANSACAO POSTERIOR A HOJE'
                    TO WRK-MSGERRO
            END-IF.
            IF VALIDACAO-OK
               AND (TRN-HORA-HH > 23 OR TRN-HORA-MI > 59)
                MOVE 'N' TO WRK-VALIDA-STATUS
                MOVE 'HORA DA TRANSACAO INVALIDA' TO WRK-MSGERRO
            END-IF.
            IF VALIDACAO-OK
                MOVE TRN-OPERADOR TO OPER-CODIGO
                READ OPERADORES KEY IS OPERADORES-CHAVE
                  INVALID KEY
                      MOVE 'N' TO WRK-VALIDA-STATUS
                      MOVE 'OPERADOR NAO CADASTRADO' TO WRK-MSGERRO
                END-READ
            END-IF.
            MOVE TRN-DATA TO WRK-DATA-MOV.
            INSPECT TRN-FORMA-PAGTO CONVERTING 'dcp' TO 'DCP'.
            INSPECT TRN-COPIA-BOA CONVERTING 'sn' TO 'SN'.

      *== Campo numerico deixado em branco na digitacao vale zero;
      *== a data da ficha e obrigatoria.
       2210-ZERA-BRANCOS.
            IF TRN-HORA EQUAL SPACES
                MOVE ZEROS TO TRN-HORA
            END-IF.
            IF TRN-CLIENTE-ID EQUAL SPACES
                MOVE ZEROS TO TRN-CLIENTE-ID
            END-IF.
            IF TRN-FILME-ID EQUAL SPACES
                MOVE ZEROS TO TRN-FILME-ID
            END-IF.
            IF TRN-COPIA-NR EQUAL SPACES
                MOVE ZEROS TO TRN-COPIA-NR
            END-IF.
            IF TRN-DATA-PREVISTA EQUAL SPACES
                MOVE ZEROS TO TRN-DATA-PREVISTA
            END-IF.
            IF TRN-LOC-ID EQUAL SPACES
                MOVE ZEROS TO TRN-LOC-ID
            END-IF.
            IF TRN-MULTA-ID EQUAL SPACES
                MOVE ZEROS TO TRN-MULTA-ID
            END-IF.
            IF TRN-DATA NUMERIC AND TRN-HORA NUMERIC
               AND TRN-CLIENTE-ID NUMERIC AND TRN-FILME-ID NUMERIC
               AND TRN-COPIA-NR NUMERIC
               AND TRN-DATA-PREVISTA NUMERIC
               AND TRN-LOC-ID NUMERIC AND TRN-MULTA-ID NUMERIC
                MOVE 'S' TO WRK-CAMPOS-OK
            END-IF.

      *============ SUPERVISOR ANOTADO NA FICHA ===========
      *== Sem a senha, que nao vai para o papel: basta o codigo de
      *== um supervisor ativo de OPERADORES.DAT, que assina a
      *== ficha. Devolve o codigo em WRK-AUTORIZANTE, ou brancos.
       2300-VALIDA-SUPERVISOR.
            MOVE SPACES TO WRK-AUTORIZANTE.
            IF TRN-SUPERVISOR NOT EQUAL SPACES
                MOVE TRN-SUPERVISOR TO OPER-CODIGO
                READ OPERADORES KEY IS OPERADORES-CHAVE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF OPERADOR-ATIVO AND NIVEL-SUPERVISOR
                          MOVE OPER-CODIGO TO WRK-AUTORIZANTE
                      END-IF
                END-READ
            END-IF.

      *============ DIARIO CONTABIL JA ENVIADO ===========
      *== Movimento com valor numa data ja registrada em JORNAL.DAT
      *== nao entrou no diario enviado: a transacao fica marcada
      *== para a data ser reenviada pelo LOCACONT.
       2400-CONFERE-JORNAL.
            MOVE WRK-DATA-MOV TO JOR-DATA-MOV.
            READ JORNAL KEY IS JOR-CHAVE
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  MOVE 'S' TO CKP-PEN-JORNAL
            END-READ.

      *============ EMPRESTIMO ===========
      *== As regras do 5000-EMPRESTAR do LOCACOES, na data da ficha.
       3000-PREPARA-EMPRESTIMO.
            MOVE SPACES TO LOCACOES-REG.
            MOVE ZEROS TO LOC-ID LOC-QTD-RENOVACOES LOC-VALOR-COBRADO
                LOC-COPIA-NR LOC-DATA-DEV-PREVISTA LOC-DATA-DEV-REAL.
            MOVE TRN-CLIENTE-ID TO LOC-CLIENTE-ID.
            MOVE TRN-FILME-ID TO LOC-FILME-ID.
            MOVE TRN-OPERADOR TO LOC-OPERADOR.
            MOVE WRK-DATA-MOV TO LOC-DATA-EMPRESTIMO.
            PERFORM 3010-VALIDA-PREVISTA.
            IF VALIDACAO-OK
                PERFORM 3020-VALIDA-CLIENTE
            END-IF.
            IF VALIDACAO-OK
                PERFORM 3030-VALIDA-FILME
            END-IF.
            IF VALIDACAO-OK
                PERFORM 3070-VERIFICA-DISPONIVEL
            END-IF.
            IF VALIDACAO-OK
                PERFORM 3080-CALCULA-VALOR
            END-IF.
            IF VALIDACAO-OK
                PERFORM 3090-MONTA-EMPRESTIMO
            END-IF.

       3010-VALIDA-PREVISTA.
            IF TRN-DATA-PREVISTA EQUAL ZEROS
                MOVE WRK-DATA-MOV TO WRK-CONV-DATA
                MOVE WRK-PRAZO-DIAS TO WRK-SOMA-QTD
                PERFORM 9630-SOMA-DIAS-DATA
                MOVE WRK-CONV-DATA TO LOC-DATA-DEV-PREVISTA
            ELSE
                MOVE TRN-DATA-PREVISTA TO WRK-CONV-DATA
                PERFORM 9620-VALIDA-DATA
                IF DATA-INVALIDA
                    MOVE 'N' TO WRK-VALIDA-STATUS
                    MOVE 'DATA PREVISTA INVALIDA' TO WRK-MSGERRO
                ELSE
                    MOVE TRN-DATA-PREVISTA TO LOC-DATA-DEV-PREVISTA
                    IF LOC-DATA-DEV-PREVISTA < LOC-DATA-EMPRESTIMO
                        MOVE 'N' TO WRK-VALIDA-STATUS
                        MOVE 'DATA PREVISTA ANTERIOR AO EMPRESTIMO'
                            TO WRK-MSGERRO
                    END-IF
                END-IF
            END-IF.

       3020-VALIDA-CLIENTE.
            MOVE LOC-CLIENTE-ID TO CLIENTE-ID.
            READ CLIENTES KEY IS CLIENTES-CHAVE
              INVALID KEY
                  MOVE 'N' TO WRK-VALIDA-STATUS
                  MOVE 'CLIENTE INFORMADO NAO EXISTE' TO WRK-MSGERRO
              NOT INVALID KEY
                  IF CLIENTE-INATIVO
                      MOVE 'N' TO WRK-VALIDA-STATUS
                      MOVE 'CLIENTE INATIVO NO CADASTRO'
                          TO WRK-MSGERRO
                  ELSE
                      PERFORM 3040-VERIFICA-BLOQUEIO
                      IF CLIENTE-BLOQUEADO
                          PERFORM 2300-VALIDA-SUPERVISOR
                          IF WRK-AUTORIZANTE EQUAL SPACES
                              MOVE 'N' TO WRK-VALIDA-STATUS
                              MOVE 'CLIENTE BLOQUEADO SEM SUPERVISOR'
                                  TO WRK-MSGERRO
                          ELSE
                              MOVE WRK-AUTORIZANTE
                                  TO LOC-AUTORIZADO-POR
                          END-IF
                      END-IF
                  END-IF
            END-READ.

       3030-VALIDA-FILME.
            MOVE LOC-FILME-ID TO FILME-ID.
            READ FILMES KEY IS FILMES-CHAVE
              INVALID KEY
                  MOVE 'N' TO WRK-VALIDA-STATUS
                  MOVE 'FILME INFORMADO NAO EXISTE' TO WRK-MSGERRO
              NOT INVALID KEY
                  IF FILME-INATIVO
                      MOVE 'N' TO WRK-VALIDA-STATUS
                      MOVE 'FILME INATIVO NO CATALOGO' TO WRK-MSGERRO
                  ELSE
                      PERFORM 3050-VERIFICA-IDADE
                      IF IDADE-RECUSADA
                          MOVE 'N' TO WRK-VALIDA-STATUS
                          MOVE 'FILME ACIMA DA IDADE SEM SUPERVISOR'
                              TO WRK-MSGERRO
                      END-IF
                  END-IF
            END-READ.

      *============ BLOQUEIO POR LIMITE OU ATRASO ===========
      *== Como o 5040 do LOCACOES, com a data da ficha no lugar de
      *== hoje para saber quais emprestimos ja estavam vencidos.
       3040-VERIFICA-BLOQUEIO.
           MOVE 'N' TO WRK-BLOQUEIO.
           MOVE ZEROS TO WRK-CONT-CLI-ABERTOS WRK-CONT-VENCIDOS.
           MOVE LOCACOES-REG TO WRK-SALVA-LOC.
           MOVE LOC-CLIENTE-ID TO WRK-SALVA-CLI-ID.
           START LOCACOES KEY IS EQUAL TO LOC-CLIENTE-ID
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 READ LOCACOES NEXT
                 PERFORM UNTIL LOC-STATUS EQUAL 10
                         OR LOC-CLIENTE-ID NOT EQUAL WRK-SALVA-CLI-ID
                     IF LOC-DATA-DEV-REAL EQUAL ZEROS
                         ADD 1 TO WRK-CONT-CLI-ABERTOS
                         IF LOC-DATA-DEV-PREVISTA < WRK-DATA-MOV
                             ADD 1 TO WRK-CONT-VENCIDOS
                         END-IF
                     END-IF
                     READ LOCACOES NEXT
                 END-PERFORM
           END-START.
           MOVE WRK-SALVA-LOC TO LOCACOES-REG.
           IF WRK-CONT-VENCIDOS > 0
              OR WRK-CONT-CLI-ABERTOS NOT LESS WRK-LIMITE-EMPREST
               MOVE 'S' TO WRK-BLOQUEIO
           END-IF.

      *============ CLASSIFICACAO INDICATIVA X IDADE ===========
      *== Como o 5052 do LOCACOES, na data da ficha; abaixo da
      *== idade a liberacao vem do supervisor anotado na ficha.
       3050-VERIFICA-IDADE.
           MOVE 'N' TO WRK-IDADE-RECUSA.
           MOVE SPACES TO LOC-AUTORIZ-IDADE.
           IF FILME-CLASSIF NUMERIC
               MOVE FILME-CLASSIF TO WRK-IDADE-MINIMA
           ELSE
               MOVE ZEROS TO WRK-IDADE-MINIMA
           END-IF.
           IF WRK-IDADE-MINIMA > 0
               PERFORM 3055-CALCULA-IDADE
               IF NOT NASC-INFORMADA
                  OR WRK-IDADE-CLIENTE < WRK-IDADE-MINIMA
                   MOVE 'S' TO WRK-IDADE-RECUSA
                   PERFORM 2300-VALIDA-SUPERVISOR
                   IF WRK-AUTORIZANTE NOT EQUAL SPACES
                       MOVE WRK-AUTORIZANTE TO LOC-AUTORIZ-IDADE
                       MOVE 'N' TO WRK-IDADE-RECUSA
                   END-IF
               END-IF
           END-IF.

       3055-CALCULA-IDADE.
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

      *============ CONTAGEM DE COPIAS NA RUA ===========
       3060-CONTA-EMPRESTADOS.
           MOVE LOCACOES-REG TO WRK-SALVA-LOC.
           MOVE LOC-FILME-ID TO WRK-SALVA-FILME-ID.
           MOVE ZEROS TO WRK-CONT-EMPRESTADOS.
           START LOCACOES KEY IS EQUAL TO LOC-FILME-ID
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 READ LOCACOES NEXT
                 PERFORM UNTIL LOC-STATUS EQUAL 10
                         OR LOC-FILME-ID NOT EQUAL WRK-SALVA-FILME-ID
                     IF LOC-DATA-DEV-REAL EQUAL ZEROS
                         ADD 1 TO WRK-CONT-EMPRESTADOS
                     END-IF
                     READ LOCACOES NEXT
                 END-PERFORM
           END-START.
           MOVE WRK-SALVA-LOC TO LOCACOES-REG.

      *============ CONTAGEM DE COPIAS EMPRESTAVEIS ===========
      *== Como o 5062 do LOCACOES: copias emprestaveis do filme e a
      *== primeira disponivel em WRK-COPIA-ESCOLHIDA; filme sem
      *== copias cadastradas usa FILME-QTD-COPIAS.
       3062-CONTA-COPIAS-UTEIS.
           MOVE ZEROS TO WRK-COPIAS-UTEIS WRK-COPIA-ESCOLHIDA.
           MOVE 'N' TO WRK-TEM-COPIAS.
           MOVE LOC-FILME-ID TO WRK-SALVA-FILME-ID.
           MOVE LOC-FILME-ID TO COPIA-FILME-ID.
           MOVE ZEROS TO COPIA-NR.
           START COPIAS KEY IS NOT LESS THAN COPIA-CHAVE
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 READ COPIAS NEXT
                 PERFORM UNTIL COPIA-STATUS EQUAL 10
                         OR COPIA-FILME-ID NOT EQUAL
                            WRK-SALVA-FILME-ID
                     MOVE 'S' TO WRK-TEM-COPIAS
                     IF COPIA-EMPRESTAVEL
                         ADD 1 TO WRK-COPIAS-UTEIS
                     END-IF
                     IF COPIA-DISPONIVEL
                        AND WRK-COPIA-ESCOLHIDA EQUAL 0
                         MOVE COPIA-NR TO WRK-COPIA-ESCOLHIDA
                     END-IF
                     READ COPIAS NEXT
                 END-PERFORM
           END-START.
           IF NOT FILME-COM-COPIAS
               MOVE FILME-QTD-COPIAS TO WRK-COPIAS-UTEIS
           END-IF.

      *============ CONTAGEM DE COPIAS EM GUARDA ===========
      *== Como o 5055 do LOCACOES, com a data da ficha para vencer
      *== as guardas. A reserva do proprio cliente fica em
      *== WRK-RES-USADA para ser baixada com o emprestimo.
       3065-CONTA-GUARDAS.
           MOVE WRK-DATA-MOV TO WRK-CONV-DATA.
           PERFORM 9600-CONVERTE-DATA.
           MOVE WRK-CONV-DIAS TO WRK-DIAS-HOJE.
           MOVE ZEROS TO WRK-CONT-GUARDAS WRK-RES-USADA.
           MOVE 'N' TO WRK-TEM-GUARDA.
           MOVE LOC-FILME-ID TO WRK-SALVA-RES-FILME.
           MOVE LOC-FILME-ID TO RES-FILME-ID.
           START RESERVAS KEY IS EQUAL TO RES-FILME-ID
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 READ RESERVAS NEXT
                 PERFORM UNTIL RESERVA-STATUS EQUAL 10
                         OR RES-FILME-ID NOT EQUAL WRK-SALVA-RES-FILME
                     IF RES-EM-GUARDA
                         PERFORM 3067-TESTA-GUARDA
                     END-IF
                     IF RES-EM-ESPERA
                        AND RES-CLIENTE-ID EQUAL LOC-CLIENTE-ID
                        AND WRK-RES-USADA EQUAL 0
                         MOVE RES-ID TO WRK-RES-USADA
                     END-IF
                     READ RESERVAS NEXT
                 END-PERFORM
           END-START.

       3067-TESTA-GUARDA.
           MOVE RES-DATA-GUARDA TO WRK-CONV-DATA.
           PERFORM 9600-CONVERTE-DATA.
           COMPUTE WRK-DIAS-GUARDA = WRK-CONV-DIAS + WRK-RESERVA-DIAS.
           IF WRK-DIAS-GUARDA < WRK-DIAS-HOJE
               MOVE 'X' TO RES-STATUS-REG
               REWRITE RESERVAS-REG
                 INVALID KEY
                     CONTINUE
               END-REWRITE
           ELSE
               IF RES-CLIENTE-ID EQUAL LOC-CLIENTE-ID
                   MOVE 'S' TO WRK-TEM-GUARDA
                   MOVE RES-ID TO WRK-RES-USADA
               ELSE
                   ADD 1 TO WRK-CONT-GUARDAS
               END-IF
           END-IF.

      *============ DISPONIBILIDADE DA COPIA ===========
      *== Copia anotada na ficha tem de estar disponivel no
      *== inventario; sem copia anotada sai a primeira disponivel.
       3070-VERIFICA-DISPONIVEL.
            PERFORM 3060-CONTA-EMPRESTADOS.
            PERFORM 3062-CONTA-COPIAS-UTEIS.
            PERFORM 3065-CONTA-GUARDAS.
            IF WRK-CONT-EMPRESTADOS + WRK-CONT-GUARDAS
                 NOT LESS WRK-COPIAS-UTEIS
               AND NOT CLIENTE-TEM-GUARDA
                MOVE 'N' TO WRK-VALIDA-STATUS
                MOVE 'TODAS AS COPIAS EMPRESTADAS OU RESERVADAS'
                    TO WRK-MSGERRO
            END-IF.
            IF VALIDACAO-OK AND TRN-COPIA-NR > 0
                MOVE LOC-FILME-ID TO COPIA-FILME-ID
                MOVE TRN-COPIA-NR TO COPIA-NR
                READ COPIAS
                  INVALID KEY
                      MOVE 'N' TO WRK-VALIDA-STATUS
                      MOVE 'COPIA INFORMADA NAO CADASTRADA'
                          TO WRK-MSGERRO
                  NOT INVALID KEY
                      IF COPIA-DISPONIVEL
                          MOVE TRN-COPIA-NR TO WRK-COPIA-ESCOLHIDA
                      ELSE
                          MOVE 'N' TO WRK-VALIDA-STATUS
                          MOVE 'COPIA INFORMADA NAO ESTA DISPONIVEL'
                              TO WRK-MSGERRO
                      END-IF
                END-READ
            END-IF.
            MOVE WRK-COPIA-ESCOLHIDA TO LOC-COPIA-NR.

      *============ VALOR COBRADO PELO EMPRESTIMO ===========
       3080-CALCULA-VALOR.
            EVALUATE TRUE
               WHEN CAT-LANCAMENTO
                 MOVE WRK-PRECO-LANC TO LOC-VALOR-COBRADO
               WHEN CAT-PROMO
                 MOVE WRK-PRECO-PROMO TO LOC-VALOR-COBRADO
               WHEN OTHER
                 MOVE WRK-PRECO-CATAL TO LOC-VALOR-COBRADO
            END-EVALUATE.
            IF LOC-VALOR-COBRADO > 0 AND NOT TRN-FORMA-VALIDA
                MOVE 'N' TO WRK-VALIDA-STATUS
                MOVE 'FORMA DE PAGAMENTO DEVE SER D, C OU P'
                    TO WRK-MSGERRO
            END-IF.

      *============ IMAGEM DO EMPRESTIMO A GRAVAR ===========
      *== Numera o emprestimo e monta as imagens do emprestimo, do
      *== recebimento no caixa, dos pontos ganhos, da reserva
      *== atendida e da copia que sai.
       3090-MONTA-EMPRESTIMO.
            MOVE LOC-CLIENTE-ID TO WRK-PTO-CLIENTE.
            PERFORM 3096-VERIFICA-MULTAS.
            MOVE LOCACOES-REG TO WRK-SALVA-LOC.
            PERFORM 4100-RESERVA-LOC-ID.
            MOVE WRK-SALVA-LOC TO LOCACOES-REG.
            IF NOT ID-LIVRE
                MOVE 'N' TO WRK-VALIDA-STATUS
                MOVE 'NAO FOI POSSIVEL ATRIBUIR UM ID' TO WRK-MSGERRO
            ELSE
                MOVE WRK-NOVO-ID TO LOC-ID
                MOVE LOCACOES-REG TO CKP-PEN-LOC
                MOVE LOC-ID TO CKP-PEN-LOC-ID
                MOVE LOC-VALOR-COBRADO TO CKP-PEN-VALOR
                IF LOC-VALOR-COBRADO > 0
                    MOVE 'E' TO WRK-CX-TIPO
                    MOVE LOC-VALOR-COBRADO TO WRK-CX-VALOR
                    MOVE LOC-ID TO WRK-CX-LOC-ID
                    MOVE ZEROS TO WRK-CX-MULTA-ID
                    MOVE LOC-CLIENTE-ID TO WRK-CX-CLIENTE-ID
                    MOVE FILME-CATEGORIA TO WRK-CX-CATEGORIA
                    PERFORM 3900-MONTA-CAIXA
                END-IF
            END-IF.
            IF VALIDACAO-OK
                PERFORM 3095-MONTA-PONTOS
            END-IF.
            IF VALIDACAO-OK
                IF WRK-RES-USADA > 0
                    MOVE WRK-RES-USADA TO CKP-PEN-RES-ID
                    MOVE 'T' TO CKP-PEN-RES-ACAO
                END-IF
                IF LOC-COPIA-NR > 0
                    MOVE LOC-FILME-ID TO COPIA-FILME-ID
                    MOVE LOC-COPIA-NR TO COPIA-NR
                    READ COPIAS
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE 'E' TO COPIA-STATUS-REG
                          MOVE COPIAS-REG TO CKP-PEN-COPIA
                    END-READ
                END-IF
                EVALUATE TRUE
                   WHEN LOC-AUTORIZADO-POR NOT EQUAL SPACES
                    AND LOC-AUTORIZ-IDADE NOT EQUAL SPACES
                     MOVE 'BLOQUEIO E IDADE LIBERADOS POR'
                         TO CKP-PEN-OBS
                     MOVE LOC-AUTORIZADO-POR TO CKP-PEN-OBS(32:08)
                   WHEN LOC-AUTORIZADO-POR NOT EQUAL SPACES
                     MOVE 'BLOQUEIO LIBERADO POR' TO CKP-PEN-OBS
                     MOVE LOC-AUTORIZADO-POR TO CKP-PEN-OBS(23:08)
                   WHEN LOC-AUTORIZ-IDADE NOT EQUAL SPACES
                     MOVE 'IDADE LIBERADA POR' TO CKP-PEN-OBS
                     MOVE LOC-AUTORIZ-IDADE TO CKP-PEN-OBS(20:08)
                   WHEN WRK-RES-USADA > 0
                     MOVE 'RESERVA ATENDIDA' TO CKP-PEN-OBS
                     MOVE WRK-RES-USADA TO CKP-PEN-OBS(18:05)
                   WHEN LOC-COPIA-NR > 0
                     MOVE 'COPIA' TO CKP-PEN-OBS
                     MOVE LOC-COPIA-NR TO CKP-PEN-OBS(07:03)
                END-EVALUATE
            END-IF.

      *== Pontos do emprestimo pago, sem multa em aberto, pela taxa
      *== de PARAMSDAT, como o 6830 do LOCACOES.
       3095-MONTA-PONTOS.
            MOVE ZEROS TO WRK-PTO-QTD.
            IF LOC-VALOR-COBRADO > 0 AND NOT CLIENTE-COM-MULTA
                COMPUTE WRK-PTO-QTD =
                    LOC-VALOR-COBRADO * WRK-PONTOS-POR-REAL
            END-IF.
            IF WRK-PTO-QTD > 0
                PERFORM 4400-RESERVA-PTO-ID
                IF ID-LIVRE
                    MOVE SPACES TO PONTOS-REG
                    MOVE WRK-NOVO-ID TO PTO-ID
                    MOVE WRK-PTO-CLIENTE TO PTO-CLIENTE-ID
                    MOVE 'G' TO PTO-TIPO
                    MOVE WRK-DATA-MOV TO PTO-DATA
                    MOVE LOC-ID TO PTO-LOC-ID
                    MOVE WRK-PTO-QTD TO PTO-PONTOS
                    MOVE WRK-PTO-QTD TO PTO-SALDO-LANC
                    MOVE TRN-OPERADOR TO PTO-OPERADOR
                    MOVE PONTOS-REG TO CKP-PEN-PONTO
                ELSE
                    MOVE 'N' TO WRK-VALIDA-STATUS
                    MOVE 'NAO FOI POSSIVEL NUMERAR OS PONTOS'
                        TO WRK-MSGERRO
                END-IF
            END-IF.

       3096-VERIFICA-MULTAS.
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

      *============ DEVOLUCAO ===========
      *== As regras do 6000-DEVOLVER do LOCACOES, na data da
      *== ficha: multa pelo atraso, copia de volta ao inventario e
      *== guarda para a reserva em espera mais antiga do filme.
       3500-PREPARA-DEVOLUCAO.
            IF TRN-COPIA-BOA NOT EQUAL 'S' AND NOT EQUAL 'N'
               AND NOT EQUAL SPACE
                MOVE 'N' TO WRK-VALIDA-STATUS
                MOVE 'ESTADO DA COPIA DEVE SER S OU N' TO WRK-MSGERRO
            END-IF.
            IF VALIDACAO-OK
                PERFORM 3510-LOCALIZA-EMPRESTIMO
            END-IF.
            IF VALIDACAO-OK AND TRN-CLIENTE-ID > 0
               AND TRN-CLIENTE-ID NOT EQUAL LOC-CLIENTE-ID
                MOVE 'N' TO WRK-VALIDA-STATUS
                MOVE 'EMPRESTIMO E DE OUTRO CLIENTE' TO WRK-MSGERRO
            END-IF.
            IF VALIDACAO-OK AND LOC-DATA-DEV-REAL NOT EQUAL ZEROS
                MOVE 'N' TO WRK-VALIDA-STATUS
                MOVE 'EMPRESTIMO JA DEVOLVIDO' TO WRK-MSGERRO
            END-IF.
            IF VALIDACAO-OK AND WRK-DATA-MOV < LOC-DATA-EMPRESTIMO
                MOVE 'N' TO WRK-VALIDA-STATUS
                MOVE 'DEVOLUCAO ANTERIOR AO EMPRESTIMO'
                    TO WRK-MSGERRO
            END-IF.
            IF VALIDACAO-OK
                MOVE WRK-DATA-MOV TO LOC-DATA-DEV-REAL
                MOVE LOCACOES-REG TO CKP-PEN-LOC
                MOVE LOC-ID TO CKP-PEN-LOC-ID
                PERFORM 3520-MONTA-MULTA
            END-IF.
            IF VALIDACAO-OK
                PERFORM 3530-MONTA-COPIA-DEVOLVIDA
                IF COPIA-VOLTOU-BOA
                    PERFORM 3540-ESCOLHE-RESERVA
                END-IF
                IF NOT COPIA-VOLTOU-BOA
                    MOVE 'COPIA DEVOLVIDA DANIFICADA' TO CKP-PEN-OBS
                END-IF
            END-IF.

      *== Pelo numero do emprestimo, ou pelo emprestimo em aberto
      *== mais antigo do cliente com o filme da ficha.
       3510-LOCALIZA-EMPRESTIMO.
            MOVE ZEROS TO WRK-LOC-ACHADO.
            EVALUATE TRUE
               WHEN TRN-LOC-ID > 0
                 MOVE TRN-LOC-ID TO WRK-LOC-ACHADO
               WHEN TRN-CLIENTE-ID > 0 AND TRN-FILME-ID > 0
                 MOVE TRN-CLIENTE-ID TO LOC-CLIENTE-ID
                 START LOCACOES KEY IS EQUAL TO LOC-CLIENTE-ID
                   INVALID KEY
                       MOVE 10 TO LOC-STATUS
                   NOT INVALID KEY
                       READ LOCACOES NEXT
                 END-START
                 PERFORM UNTIL LOC-STATUS EQUAL 10
                         OR LOC-CLIENTE-ID NOT EQUAL TRN-CLIENTE-ID
                         OR WRK-LOC-ACHADO > 0
                     IF LOC-DATA-DEV-REAL EQUAL ZEROS
                        AND LOC-FILME-ID EQUAL TRN-FILME-ID
                         MOVE LOC-ID TO WRK-LOC-ACHADO
                     END-IF
                     READ LOCACOES NEXT
                 END-PERFORM
               WHEN OTHER
                 MOVE 'N' TO WRK-VALIDA-STATUS
                 MOVE 'INFORME O EMPRESTIMO OU CLIENTE E FILME'
                     TO WRK-MSGERRO
            END-EVALUATE.
            IF VALIDACAO-OK
                MOVE WRK-LOC-ACHADO TO LOC-ID
                READ LOCACOES KEY IS LOC-CHAVE
                  INVALID KEY
                      MOVE 'N' TO WRK-VALIDA-STATUS
                      MOVE 'EMPRESTIMO NAO ENCONTRADO' TO WRK-MSGERRO
                END-READ
            END-IF.

      *== Multa do atraso pela data da ficha, como o 6050.
       3520-MONTA-MULTA.
            MOVE LOC-DATA-DEV-PREVISTA TO WRK-CONV-DATA.
            PERFORM 9600-CONVERTE-DATA.
            MOVE WRK-CONV-DIAS TO WRK-DIAS-PREV.
            MOVE LOC-DATA-DEV-REAL TO WRK-CONV-DATA.
            PERFORM 9600-CONVERTE-DATA.
            MOVE WRK-CONV-DIAS TO WRK-DIAS-REAL.
            IF WRK-DIAS-REAL > WRK-DIAS-PREV
                COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-REAL - WRK-DIAS-PREV
                COMPUTE WRK-MULTA = WRK-DIAS-ATRASO * WRK-MULTA-DIA
                PERFORM 4200-RESERVA-MULTA-ID
                IF ID-LIVRE
                    MOVE WRK-NOVO-ID TO MULTA-ID
                    MOVE LOC-ID TO MULTA-LOC-ID
                    MOVE LOC-CLIENTE-ID TO MULTA-CLIENTE-ID
                    MOVE LOC-DATA-DEV-REAL TO MULTA-DATA
                    MOVE WRK-DIAS-ATRASO TO MULTA-DIAS-ATRASO
                    MOVE WRK-MULTA TO MULTA-VALOR
                    MOVE 'A' TO MULTA-STATUS-REG
                    MOVE ZEROS TO MULTA-DATA-BAIXA
                    MOVE SPACES TO MULTA-MOTIVO-ISENCAO
                    MOVE MULTAS-REG TO CKP-PEN-MULTA
                    MOVE MULTA-ID TO CKP-PEN-MULTA-ID
                    MOVE WRK-MULTA TO CKP-PEN-VALOR
                    MOVE 'MULTA GERADA' TO CKP-PEN-OBS
                    PERFORM 2400-CONFERE-JORNAL
                ELSE
                    MOVE 'N' TO WRK-VALIDA-STATUS
                    MOVE 'NAO FOI POSSIVEL NUMERAR A MULTA'
                        TO WRK-MSGERRO
                END-IF
            END-IF.

      *== A copia volta a disponivel, ou a danificada com N na
      *== ficha, como o 6090.
       3530-MONTA-COPIA-DEVOLVIDA.
            MOVE 'S' TO WRK-COPIA-OK.
            IF LOC-COPIA-NR > 0
                MOVE LOC-FILME-ID TO COPIA-FILME-ID
                MOVE LOC-COPIA-NR TO COPIA-NR
                READ COPIAS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF TRN-COPIA-BOA EQUAL 'N'
                          MOVE 'A' TO COPIA-STATUS-REG
                          MOVE 'R' TO COPIA-CONDICAO
                          MOVE 'N' TO WRK-COPIA-OK
                      ELSE
                          MOVE 'D' TO COPIA-STATUS-REG
                      END-IF
                      MOVE COPIAS-REG TO CKP-PEN-COPIA
                END-READ
            END-IF.

      *== A reserva em espera mais antiga do filme passa a guarda
      *== na data da devolucao, como o 6080; a listagem avisa para
      *== o balcao segurar a copia e chamar o cliente.
       3540-ESCOLHE-RESERVA.
            MOVE ZEROS TO WRK-RES-MENOR-ID.
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
                         AND (WRK-RES-MENOR-ID EQUAL 0
                              OR RES-ID < WRK-RES-MENOR-ID)
                          MOVE RES-ID TO WRK-RES-MENOR-ID
                      END-IF
                      READ RESERVAS NEXT
                  END-PERFORM
            END-START.
            IF WRK-RES-MENOR-ID > 0
                MOVE WRK-RES-MENOR-ID TO RES-ID
                READ RESERVAS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE RES-ID TO CKP-PEN-RES-ID
                      MOVE 'G' TO CKP-PEN-RES-ACAO
                      MOVE WRK-DATA-MOV TO CKP-PEN-RES-DATA
                      MOVE 'GUARDAR P/ RESERVA DO CLIENTE'
                          TO CKP-PEN-OBS
                      MOVE RES-CLIENTE-ID TO CKP-PEN-OBS(31:05)
                END-READ
            END-IF.

      *============ PAGAMENTO DE MULTA ===========
      *== As regras do 6530-PAGA-MULTA do LOCACOES, com a baixa e
      *== o recebimento na data da ficha.
       3800-PREPARA-PAGTO-MULTA.
            PERFORM 3810-LOCALIZA-MULTA.
            IF VALIDACAO-OK AND NOT MULTA-ABERTA
                MOVE 'N' TO WRK-VALIDA-STATUS
                MOVE 'MULTA JA BAIXADA' TO WRK-MSGERRO
            END-IF.
            IF VALIDACAO-OK AND TRN-CLIENTE-ID > 0
               AND TRN-CLIENTE-ID NOT EQUAL MULTA-CLIENTE-ID
                MOVE 'N' TO WRK-VALIDA-STATUS
                MOVE 'MULTA E DE OUTRO CLIENTE' TO WRK-MSGERRO
            END-IF.
            IF VALIDACAO-OK AND WRK-DATA-MOV < MULTA-DATA
                MOVE 'N' TO WRK-VALIDA-STATUS
                MOVE 'PAGAMENTO ANTERIOR A DATA DA MULTA'
                    TO WRK-MSGERRO
            END-IF.
            IF VALIDACAO-OK AND MULTA-VALOR > 0
               AND NOT TRN-FORMA-VALIDA
                MOVE 'N' TO WRK-VALIDA-STATUS
                MOVE 'FORMA DE PAGAMENTO DEVE SER D, C OU P'
                    TO WRK-MSGERRO
            END-IF.
            IF VALIDACAO-OK
                MOVE 'P' TO MULTA-STATUS-REG
                MOVE WRK-DATA-MOV TO MULTA-DATA-BAIXA
                MOVE MULTAS-REG TO CKP-PEN-MULTA
                MOVE MULTA-ID TO CKP-PEN-MULTA-ID
                MOVE MULTA-LOC-ID TO CKP-PEN-LOC-ID
                MOVE MULTA-VALOR TO CKP-PEN-VALOR
                IF MULTA-VALOR > 0
                    MOVE 'M' TO WRK-CX-TIPO
                    MOVE MULTA-VALOR TO WRK-CX-VALOR
                    MOVE MULTA-LOC-ID TO WRK-CX-LOC-ID
                    MOVE MULTA-ID TO WRK-CX-MULTA-ID
                    MOVE MULTA-CLIENTE-ID TO WRK-CX-CLIENTE-ID
                    MOVE SPACES TO WRK-CX-CATEGORIA
                    PERFORM 3900-MONTA-CAIXA
                END-IF
            END-IF.

      *== Pela multa da ficha; sem ela, pela multa em aberto do
      *== emprestimo ou pela mais antiga em aberto do cliente.
       3810-LOCALIZA-MULTA.
            MOVE ZEROS TO WRK-MULTA-ACHADA WRK-MUL-LOC-ID.
            EVALUATE TRUE
               WHEN TRN-MULTA-ID > 0
                 MOVE TRN-MULTA-ID TO WRK-MULTA-ACHADA
               WHEN TRN-LOC-ID > 0
                 MOVE TRN-LOC-ID TO LOC-ID
                 READ LOCACOES KEY IS LOC-CHAVE
                   INVALID KEY
                       MOVE 'N' TO WRK-VALIDA-STATUS
                       MOVE 'EMPRESTIMO NAO ENCONTRADO'
                           TO WRK-MSGERRO
                   NOT INVALID KEY
                       MOVE LOC-ID TO WRK-MUL-LOC-ID
                       MOVE LOC-CLIENTE-ID TO WRK-MUL-CLIENTE
                       PERFORM 3815-PROCURA-MULTA
                 END-READ
               WHEN TRN-CLIENTE-ID > 0
                 MOVE TRN-CLIENTE-ID TO WRK-MUL-CLIENTE
                 PERFORM 3815-PROCURA-MULTA
               WHEN OTHER
                 MOVE 'N' TO WRK-VALIDA-STATUS
                 MOVE 'INFORME A MULTA, O EMPRESTIMO OU CLIENTE'
                     TO WRK-MSGERRO
            END-EVALUATE.
            IF VALIDACAO-OK
                MOVE WRK-MULTA-ACHADA TO MULTA-ID
                READ MULTAS KEY IS MULTA-CHAVE
                  INVALID KEY
                      MOVE 'N' TO WRK-VALIDA-STATUS
                      MOVE 'MULTA NAO ENCONTRADA' TO WRK-MSGERRO
                END-READ
            END-IF.

       3815-PROCURA-MULTA.
            MOVE WRK-MUL-CLIENTE TO MULTA-CLIENTE-ID.
            START MULTAS KEY IS EQUAL TO MULTA-CLIENTE-ID
              INVALID KEY
                  MOVE 10 TO MULTA-STATUS
              NOT INVALID KEY
                  READ MULTAS NEXT
            END-START.
            PERFORM UNTIL MULTA-STATUS EQUAL 10
                    OR MULTA-CLIENTE-ID NOT EQUAL WRK-MUL-CLIENTE
                    OR WRK-MULTA-ACHADA > 0
                IF MULTA-ABERTA
                   AND (WRK-MUL-LOC-ID EQUAL 0
                        OR MULTA-LOC-ID EQUAL WRK-MUL-LOC-ID)
                    MOVE MULTA-ID TO WRK-MULTA-ACHADA
                END-IF
                READ MULTAS NEXT
            END-PERFORM.
            IF WRK-MULTA-ACHADA EQUAL 0
                MOVE 'N' TO WRK-VALIDA-STATUS
                MOVE 'NENHUMA MULTA EM ABERTO ENCONTRADA'
                    TO WRK-MSGERRO
            END-IF.

      *============ IMAGEM DO MOVIMENTO DE CAIXA ===========
      *== Como o 6610 do LOCACOES, mas na chave do operador e da
      *== data da ficha, com a hora da ficha. Quem chama preenche
      *== os campos WRK-CX-.
       3900-MONTA-CAIXA.
            PERFORM 4300-RESERVA-CX-SEQ.
            IF ID-LIVRE
                MOVE SPACES TO CAIXA-REG
                MOVE TRN-OPERADOR TO CX-OPERADOR
                MOVE WRK-DATA-MOV TO CX-DATA
                MOVE WRK-NOVO-ID TO CX-SEQ
                COMPUTE CX-HORA = TRN-HORA * 10000
                MOVE WRK-CX-TIPO TO CX-TIPO
                MOVE TRN-FORMA-PAGTO TO CX-FORMA-PAGTO
                MOVE WRK-CX-VALOR TO CX-VALOR
                MOVE WRK-CX-LOC-ID TO CX-LOC-ID
                MOVE WRK-CX-MULTA-ID TO CX-MULTA-ID
                MOVE WRK-CX-CLIENTE-ID TO CX-CLIENTE-ID
                MOVE WRK-CX-CATEGORIA TO CX-CATEGORIA
                MOVE CAIXA-REG TO CKP-PEN-CAIXA
                MOVE WRK-CX-VALOR TO CKP-PEN-VALOR-CX
                PERFORM 2400-CONFERE-JORNAL
            ELSE
                MOVE 'N' TO WRK-VALIDA-STATUS
                MOVE 'NAO FOI POSSIVEL NUMERAR O CAIXA'
                    TO WRK-MSGERRO
            END-IF.

      *============ NUMERACAO ANTECIPADA ===========
      *== Tira o proximo numero do contador de FILMESCTL (9650,
      *== 9660, 9680 e 9690) ate achar um que ainda nao exista no
      *== arquivo, e o devolve em WRK-NOVO-ID sem gravar nada: a
      *== gravacao so acontece depois que a transacao inteira fica
      *== anotada no checkpoint.
       4100-RESERVA-LOC-ID.
            MOVE 'N' TO WRK-ID-LIVRE.
            MOVE ZEROS TO WRK-TENTATIVAS.
            PERFORM 4110-TESTA-LOC-ID UNTIL ID-LIVRE
                OR WRK-TENTATIVAS > 9998.

       4110-TESTA-LOC-ID.
            PERFORM 9650-PROXIMO-LOC-ID.
            MOVE LOC-ID TO WRK-NOVO-ID.
            READ LOCACOES KEY IS LOC-CHAVE
              INVALID KEY
                  MOVE 'S' TO WRK-ID-LIVRE
            END-READ.
            ADD 1 TO WRK-TENTATIVAS.

       4200-RESERVA-MULTA-ID.
            MOVE 'N' TO WRK-ID-LIVRE.
            MOVE ZEROS TO WRK-TENTATIVAS.
            PERFORM 4210-TESTA-MULTA-ID UNTIL ID-LIVRE
                OR WRK-TENTATIVAS > 9998.

       4210-TESTA-MULTA-ID.
            PERFORM 9660-PROXIMO-MULTA-ID.
            MOVE MULTA-ID TO WRK-NOVO-ID.
            READ MULTAS KEY IS MULTA-CHAVE
              INVALID KEY
                  MOVE 'S' TO WRK-ID-LIVRE
            END-READ.
            ADD 1 TO WRK-TENTATIVAS.

       4300-RESERVA-CX-SEQ.
            MOVE 'N' TO WRK-ID-LIVRE.
            MOVE ZEROS TO WRK-TENTATIVAS.
            PERFORM 4310-TESTA-CX-SEQ UNTIL ID-LIVRE
                OR WRK-TENTATIVAS > 9998.

       4310-TESTA-CX-SEQ.
            PERFORM 9680-PROXIMO-CX-SEQ.
            MOVE CX-SEQ TO WRK-NOVO-ID.
            MOVE TRN-OPERADOR TO CX-OPERADOR.
            MOVE WRK-DATA-MOV TO CX-DATA.
            READ CAIXA KEY IS CX-CHAVE
              INVALID KEY
                  MOVE 'S' TO WRK-ID-LIVRE
            END-READ.
            ADD 1 TO WRK-TENTATIVAS.

       4400-RESERVA-PTO-ID.
            MOVE 'N' TO WRK-ID-LIVRE.
            MOVE ZEROS TO WRK-TENTATIVAS.
            PERFORM 4410-TESTA-PTO-ID UNTIL ID-LIVRE
                OR WRK-TENTATIVAS > 9998.

       4410-TESTA-PTO-ID.
            PERFORM 9690-PROXIMO-PTO-ID.
            MOVE PTO-ID TO WRK-NOVO-ID.
            READ PONTOS KEY IS PTO-CHAVE
              INVALID KEY
                  MOVE 'S' TO WRK-ID-LIVRE
            END-READ.
            ADD 1 TO WRK-TENTATIVAS.

      *============ GRAVACAO DA TRANSACAO PENDENTE ===========
      *== Grava nos arquivos as imagens anotadas no checkpoint. Cada
      *== registro e incluido se ainda nao existe na chave ja
      *== atribuida e regravado se existe, de modo que repetir a
      *== gravacao na retomada deixa os arquivos do mesmo jeito.
      *== Erro de gravacao interrompe o lote com a pendencia no
      *== checkpoint, para a reexecucao completar.
       5000-EFETIVA-PENDENCIA.
            IF CKP-PEN-LOC NOT EQUAL SPACES
                PERFORM 5100-EFETIVA-LOCACAO
            END-IF.
            IF CKP-PEN-MULTA NOT EQUAL SPACES
                PERFORM 5200-EFETIVA-MULTA
            END-IF.
            IF CKP-PEN-CAIXA NOT EQUAL SPACES
                PERFORM 5300-EFETIVA-CAIXA
            END-IF.
            IF CKP-PEN-PONTO NOT EQUAL SPACES
                PERFORM 5400-EFETIVA-PONTOS
            END-IF.
            IF CKP-PEN-COPIA NOT EQUAL SPACES
                PERFORM 5500-EFETIVA-COPIA
            END-IF.
            IF CKP-PEN-RES-ID > 0
                PERFORM 5600-EFETIVA-RESERVA
            END-IF.

       5100-EFETIVA-LOCACAO.
            MOVE CKP-PEN-LOC TO LOCACOES-REG.
            READ LOCACOES KEY IS LOC-CHAVE
              INVALID KEY
                  MOVE CKP-PEN-LOC TO LOCACOES-REG
                  WRITE LOCACOES-REG
              NOT INVALID KEY
                  MOVE CKP-PEN-LOC TO LOCACOES-REG
                  REWRITE LOCACOES-REG
            END-READ.
            IF LOC-STATUS NOT = 0 AND LOC-STATUS NOT = 2
                DISPLAY 'ERRO NA GRAVACAO DE LOCACOES, STATUS = '
                    LOC-STATUS
                PERFORM 9900-INTERROMPE-LOTE
            END-IF.

       5200-EFETIVA-MULTA.
            MOVE CKP-PEN-MULTA TO MULTAS-REG.
            READ MULTAS KEY IS MULTA-CHAVE
              INVALID KEY
                  MOVE CKP-PEN-MULTA TO MULTAS-REG
                  WRITE MULTAS-REG
              NOT INVALID KEY
                  MOVE CKP-PEN-MULTA TO MULTAS-REG
                  REWRITE MULTAS-REG
            END-READ.
            IF MULTA-STATUS NOT = 0 AND MULTA-STATUS NOT = 2
                DISPLAY 'ERRO NA GRAVACAO DE MULTAS, STATUS = '
                    MULTA-STATUS
                PERFORM 9900-INTERROMPE-LOTE
            END-IF.

       5300-EFETIVA-CAIXA.
            MOVE CKP-PEN-CAIXA TO CAIXA-REG.
            READ CAIXA KEY IS CX-CHAVE
              INVALID KEY
                  MOVE CKP-PEN-CAIXA TO CAIXA-REG
                  WRITE CAIXA-REG
              NOT INVALID KEY
                  MOVE CKP-PEN-CAIXA TO CAIXA-REG
                  REWRITE CAIXA-REG
            END-READ.
            IF CAIXA-STATUS NOT = 0
                DISPLAY 'ERRO NA GRAVACAO DE CAIXA, STATUS = '
                    CAIXA-STATUS
                PERFORM 9900-INTERROMPE-LOTE
            END-IF.

       5400-EFETIVA-PONTOS.
            MOVE CKP-PEN-PONTO TO PONTOS-REG.
            READ PONTOS KEY IS PTO-CHAVE
              INVALID KEY
                  MOVE CKP-PEN-PONTO TO PONTOS-REG
                  WRITE PONTOS-REG
              NOT INVALID KEY
                  MOVE CKP-PEN-PONTO TO PONTOS-REG
                  REWRITE PONTOS-REG
            END-READ.
            IF PONTO-STATUS NOT = 0 AND PONTO-STATUS NOT = 2
                DISPLAY 'ERRO NA GRAVACAO DE PONTOS, STATUS = '
                    PONTO-STATUS
                PERFORM 9900-INTERROMPE-LOTE
            END-IF.

       5500-EFETIVA-COPIA.
            MOVE CKP-PEN-COPIA TO COPIAS-REG.
            READ COPIAS
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  MOVE CKP-PEN-COPIA TO COPIAS-REG
                  REWRITE COPIAS-REG
                  IF COPIA-STATUS NOT = 0
                      DISPLAY 'ERRO NA GRAVACAO DE COPIAS, STATUS = '
                          COPIA-STATUS
                      PERFORM 9900-INTERROMPE-LOTE
                  END-IF
            END-READ.

       5600-EFETIVA-RESERVA.
            MOVE CKP-PEN-RES-ID TO RES-ID.
            READ RESERVAS
              INVALID KEY
                  CONTINUE
              NOT INVALID KEY
                  MOVE CKP-PEN-RES-ACAO TO RES-STATUS-REG
                  IF RES-EM-GUARDA
                      MOVE CKP-PEN-RES-DATA TO RES-DATA-GUARDA
                  END-IF
                  REWRITE RESERVAS-REG
                  IF RESERVA-STATUS NOT = 0 AND RESERVA-STATUS NOT = 2
                      DISPLAY 'ERRO NA GRAVACAO DE RESERVAS, STATUS = '
                          RESERVA-STATUS
                      PERFORM 9900-INTERROMPE-LOTE
                  END-IF
            END-READ.

      *============ CONCLUSAO DA TRANSACAO GRAVADA ===========
       5900-CONCLUI-TRANSACAO.
            ADD 1 TO CKP-QTD-LIDOS CKP-QTD-GRAVADOS.
            EVALUATE CKP-PEN-TIPO
               WHEN 'E'
                 ADD 1 TO CKP-QTD-EMPREST
               WHEN 'D'
                 ADD 1 TO CKP-QTD-DEVOL
                 IF CKP-PEN-MULTA NOT EQUAL SPACES
                     ADD 1 TO CKP-QTD-MULTAS
                     ADD CKP-PEN-VALOR TO CKP-TOT-MULTAS
                 END-IF
                 IF CKP-PEN-RES-ACAO EQUAL 'G'
                     ADD 1 TO CKP-QTD-GUARDAS
                 END-IF
               WHEN OTHER
                 ADD 1 TO CKP-QTD-PAGTOS
            END-EVALUATE.
            ADD CKP-PEN-VALOR-CX TO CKP-TOT-RECEBIDO.
            MOVE 'GRAVADA' TO WRK-DET-SIT.
            IF CKP-PEN-JORNAL EQUAL 'S'
                ADD 1 TO CKP-QTD-REENVIO
                MOVE 'GRAVADA *' TO WRK-DET-SIT
            END-IF.
            MOVE CKP-PEN-TRN TO TRANSACAO-REG.
            MOVE CKP-PEN-LOC-ID TO WRK-IMP-LOC-ID.
            MOVE CKP-PEN-MULTA-ID TO WRK-IMP-MULTA-ID.
            MOVE CKP-PEN-VALOR TO WRK-IMP-VALOR.
            MOVE CKP-PEN-OBS TO WRK-DET-OBS.
            PERFORM 7000-IMPRIME-TRANSACAO.
            MOVE 'L' TO CKP-SITUACAO.
            MOVE SPACES TO CKP-PENDENCIA.
            PERFORM 8500-GRAVA-CHECKPOINT.

      *============ TRANSACAO RECUSADA ===========
       6000-REJEITA-TRANSACAO.
            MOVE TRANSACAO-REG TO REJ-TRANSACAO.
            MOVE WRK-MSGERRO TO REJ-MOTIVO.
            WRITE REJEITADOS-REG.
            ADD 1 TO CKP-QTD-LIDOS CKP-QTD-REJEITADOS.
            MOVE ZEROS TO WRK-IMP-LOC-ID WRK-IMP-MULTA-ID
                WRK-IMP-VALOR.
            IF TRN-LOC-ID NUMERIC
                MOVE TRN-LOC-ID TO WRK-IMP-LOC-ID
            END-IF.
            IF TRN-MULTA-ID NUMERIC
                MOVE TRN-MULTA-ID TO WRK-IMP-MULTA-ID
            END-IF.
            MOVE 'REJEITADA' TO WRK-DET-SIT.
            MOVE WRK-MSGERRO TO WRK-DET-OBS.
            PERFORM 7000-IMPRIME-TRANSACAO.
            MOVE 'L' TO CKP-SITUACAO.
            MOVE SPACES TO CKP-PENDENCIA.
            PERFORM 8500-GRAVA-CHECKPOINT.

      *============ LINHA DA TRANSACAO NA LISTAGEM ===========
       7000-IMPRIME-TRANSACAO.
            MOVE CKP-QTD-LIDOS TO WRK-DET-SEQ.
            EVALUATE TRUE
               WHEN TRN-EMPRESTIMO
                 MOVE 'EMPRESTIMO' TO WRK-DET-TIPO
               WHEN TRN-DEVOLUCAO
                 MOVE 'DEVOLUCAO' TO WRK-DET-TIPO
               WHEN TRN-PAGA-MULTA
                 MOVE 'PAG. MULTA' TO WRK-DET-TIPO
               WHEN OTHER
                 MOVE TRN-TIPO TO WRK-DET-TIPO
            END-EVALUATE.
            MOVE SPACES TO WRK-DET-DATA.
            IF TRN-DATA NUMERIC
                MOVE TRN-DATA TO WRK-FMT-DATA
                PERFORM 9700-FORMATA-DATA
                MOVE WRK-DATA-ED TO WRK-DET-DATA
            END-IF.
            MOVE TRN-OPERADOR TO WRK-DET-OPERADOR.
            MOVE ZEROS TO WRK-DET-CLIENTE WRK-DET-FILME.
            IF TRN-CLIENTE-ID NUMERIC
                MOVE TRN-CLIENTE-ID TO WRK-DET-CLIENTE
            END-IF.
            IF TRN-FILME-ID NUMERIC
                MOVE TRN-FILME-ID TO WRK-DET-FILME
            END-IF.
            MOVE WRK-IMP-LOC-ID TO WRK-DET-LOC-ID.
            MOVE WRK-IMP-MULTA-ID TO WRK-DET-MULTA-ID.
            MOVE WRK-IMP-VALOR TO WRK-DET-VALOR.
            MOVE WRK-LIN-DETALHE TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.

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

      *============ GRAVACAO DO CHECKPOINT ===========
       8500-GRAVA-CHECKPOINT.
            MOVE 1 TO CKP-CHAVE.
            REWRITE LOTE-CKP-REG.
            IF CKP-STATUS NOT = 0
                DISPLAY 'ERRO AO GRAVAR CHECKPOINT, STATUS = '
                    CKP-STATUS
                PERFORM 9900-INTERROMPE-LOTE
            END-IF.

      *============ TOTAIS DE CONTROLE E FIM DO LOTE ===========
      *== Lidas = gravadas + recusadas, somando as execucoes do
      *== lote. Concluido o lote, o checkpoint guarda o numero como
      *== ultimo lote e fica livre para o proximo.
       9000-FINALIZAR.
            IF CKP-QTD-LIDOS EQUAL 0
                MOVE 'NENHUMA TRANSACAO NO LOTE' TO REL-REG
                PERFORM 8000-IMPRIME-LINHA
            END-IF.
            MOVE SPACES TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'TRANSACOES LIDAS............................:'
                TO WRK-TOT-ROTULO.
            MOVE CKP-QTD-LIDOS TO WRK-TOT-VALOR.
            PERFORM 9100-IMPRIME-TOTAL.
            MOVE 'TRANSACOES GRAVADAS.........................:'
                TO WRK-TOT-ROTULO.
            MOVE CKP-QTD-GRAVADOS TO WRK-TOT-VALOR.
            PERFORM 9100-IMPRIME-TOTAL.
            MOVE '  EMPRESTIMOS...............................:'
                TO WRK-TOT-ROTULO.
            MOVE CKP-QTD-EMPREST TO WRK-TOT-VALOR.
            PERFORM 9100-IMPRIME-TOTAL.
            MOVE '  DEVOLUCOES................................:'
                TO WRK-TOT-ROTULO.
            MOVE CKP-QTD-DEVOL TO WRK-TOT-VALOR.
            PERFORM 9100-IMPRIME-TOTAL.
            MOVE '  PAGAMENTOS DE MULTA.......................:'
                TO WRK-TOT-ROTULO.
            MOVE CKP-QTD-PAGTOS TO WRK-TOT-VALOR.
            PERFORM 9100-IMPRIME-TOTAL.
            MOVE 'TRANSACOES RECUSADAS (LOCALOTEREJ)..........:'
                TO WRK-TOT-ROTULO.
            MOVE CKP-QTD-REJEITADOS TO WRK-TOT-VALOR.
            PERFORM 9100-IMPRIME-TOTAL.
            MOVE 'MULTAS GERADAS NAS DEVOLUCOES...............:'
                TO WRK-TOT-ROTULO.
            MOVE CKP-QTD-MULTAS TO WRK-TOT-VALOR.
            PERFORM 9100-IMPRIME-TOTAL.
            MOVE 'RESERVAS EM GUARDA (AVISAR O CLIENTE).......:'
                TO WRK-TOT-ROTULO.
            MOVE CKP-QTD-GUARDAS TO WRK-TOT-VALOR.
            PERFORM 9100-IMPRIME-TOTAL.
            MOVE 'VALOR DAS MULTAS GERADAS....................:'
                TO WRK-VAL-ROTULO.
            MOVE CKP-TOT-MULTAS TO WRK-VAL-VALOR.
            MOVE WRK-LIN-VALOR TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            MOVE 'VALOR RECEBIDO LANCADO NO CAIXA.............:'
                TO WRK-VAL-ROTULO.
            MOVE CKP-TOT-RECEBIDO TO WRK-VAL-VALOR.
            MOVE WRK-LIN-VALOR TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.
            IF CKP-QTD-REENVIO > 0
                MOVE '* EM DATA COM DIARIO CONTABIL JA ENVIADO....:'
                    TO WRK-TOT-ROTULO
                MOVE CKP-QTD-REENVIO TO WRK-TOT-VALOR
                PERFORM 9100-IMPRIME-TOTAL
                MOVE '  REENVIAR ESSAS DATAS PELO LOCACONT'
                    TO REL-REG
                PERFORM 8000-IMPRIME-LINHA
            END-IF.
            IF TRAILER-LIDO
                MOVE 'QUANTIDADE INFORMADA NO TRAILER.............:'
                    TO WRK-TOT-ROTULO
                MOVE WRK-QTD-TRAILER TO WRK-TOT-VALOR
                PERFORM 9100-IMPRIME-TOTAL
                IF WRK-QTD-TRAILER NOT EQUAL CKP-QTD-LIDOS
                    MOVE 'TRAILER NAO CONFERE COM AS TRANSACOES LIDAS'
                        TO REL-REG
                    PERFORM 8000-IMPRIME-LINHA
                    DISPLAY 'TRAILER NAO CONFERE: ' WRK-QTD-TRAILER
                    MOVE 4 TO RETURN-CODE
                END-IF
            ELSE
                MOVE 'LOTE SEM REGISTRO T, QUANTIDADE NAO CONFERIDA'
                    TO REL-REG
                PERFORM 8000-IMPRIME-LINHA
            END-IF.
            IF CKP-QTD-REJEITADOS > 0
                MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY 'LOTE..................: ' CKP-LOTE.
            DISPLAY 'TRANSACOES LIDAS......: ' CKP-QTD-LIDOS.
            DISPLAY 'TRANSACOES GRAVADAS...: ' CKP-QTD-GRAVADOS.
            DISPLAY 'TRANSACOES RECUSADAS..: ' CKP-QTD-REJEITADOS.
            MOVE CKP-LOTE TO CKP-ULTIMO-LOTE.
            MOVE ZEROS TO CKP-LOTE CKP-CONTADORES.
            MOVE 'L' TO CKP-SITUACAO.
            MOVE SPACES TO CKP-PENDENCIA.
            PERFORM 8500-GRAVA-CHECKPOINT.
            CLOSE TRANSACOES.
            CLOSE LOCACOES.
            CLOSE FILMES.
            CLOSE CLIENTES.
            CLOSE OPERADORES.
            CLOSE FILMES-CTL.
            CLOSE MULTAS.
            CLOSE RESERVAS.
            CLOSE COPIAS.
            CLOSE CAIXA.
            CLOSE PONTOS.
            CLOSE JORNAL.
            CLOSE LOTE-CKP.
            CLOSE REJEITADOS.
            CLOSE RELATORIO.

       9100-IMPRIME-TOTAL.
            MOVE WRK-LIN-TOTAL TO REL-REG.
            PERFORM 8000-IMPRIME-LINHA.

      *============ CONVERSAO DE DATA EM DIAS CORRIDOS ===========
      *== Mesmas rotinas de data do LOCACOES.
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

      *============ VALIDACAO DE DATA DE CALENDARIO ===========
       9620-VALIDA-DATA.
           MOVE 'S' TO WRK-DATA-VALIDA.
           IF WRK-CONV-AAAA < 1900
               MOVE 'N' TO WRK-DATA-VALIDA
           END-IF.
           IF DATA-VALIDA
              AND (WRK-CONV-MM < 1 OR WRK-CONV-MM > 12)
               MOVE 'N' TO WRK-DATA-VALIDA
           END-IF.
           IF DATA-VALIDA
               PERFORM 9640-DIAS-DO-MES
               IF WRK-CONV-DD < 1 OR WRK-CONV-DD > WRK-DIAS-MES
                   MOVE 'N' TO WRK-DATA-VALIDA
               END-IF
           END-IF.

      *============ SOMA DE DIAS A UMA DATA ===========
       9630-SOMA-DIAS-DATA.
           PERFORM 9635-AVANCA-UM-DIA WRK-SOMA-QTD TIMES.

       9635-AVANCA-UM-DIA.
           PERFORM 9640-DIAS-DO-MES.
           IF WRK-CONV-DD < WRK-DIAS-MES
               ADD 1 TO WRK-CONV-DD
           ELSE
               MOVE 1 TO WRK-CONV-DD
               IF WRK-CONV-MM < 12
                   ADD 1 TO WRK-CONV-MM
               ELSE
                   MOVE 1 TO WRK-CONV-MM
                   ADD 1 TO WRK-CONV-AAAA
               END-IF
           END-IF.

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

      *============ ATRIBUICAO DO PROXIMO LOC-ID ===========
      *== Contadores de FILMESCTL compartilhados com o LOCACOES:
      *== registro 3 emprestimos, 4 multas, 6 caixa e 9 pontos.
       9650-PROXIMO-LOC-ID.
           MOVE 3 TO CTL-CHAVE.
           READ FILMES-CTL.
           IF CTL-STATUS NOT EQUAL 0
               MOVE ZEROS TO CTL-ULTIMO-ID
               WRITE FILMES-CTL-REG
           END-IF.
           ADD 1 TO CTL-ULTIMO-ID.
           REWRITE FILMES-CTL-REG.
           MOVE CTL-ULTIMO-ID TO LOC-ID.

       9660-PROXIMO-MULTA-ID.
           MOVE 4 TO CTL-CHAVE.
           READ FILMES-CTL.
           IF CTL-STATUS NOT EQUAL 0
               MOVE ZEROS TO CTL-ULTIMO-ID
               WRITE FILMES-CTL-REG
           END-IF.
           ADD 1 TO CTL-ULTIMO-ID.
           REWRITE FILMES-CTL-REG.
           MOVE CTL-ULTIMO-ID TO MULTA-ID.

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

      *============ EDICAO DE DATA PARA A LISTAGEM ===========
       9700-FORMATA-DATA.
            MOVE WRK-FMT-DD   TO WRK-ED-DD.
            MOVE WRK-FMT-MM   TO WRK-ED-MM.
            MOVE WRK-FMT-AAAA TO WRK-ED-AAAA.

      *============ INTERRUPCAO DO LOTE ===========
      *== Para o programa sem mexer no checkpoint: a transacao em
      *== gravacao continua pendente e a reexecucao a completa.
       9900-INTERROMPE-LOTE.
            DISPLAY 'LOTE ' CKP-LOTE ' INTERROMPIDO; REEXECUTAR O '
                'PASSO PARA RETOMAR'.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.
