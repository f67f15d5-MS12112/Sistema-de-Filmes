       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRAS.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Fornecedores e pedidos de compra de copias
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: Cadastro de fornecedores (FORNECEDORES.DAT,
      *==   com contato e condicoes comerciais) e ciclo do pedido de
      *==   compra: o pedido e digitado com ate 8 itens (filme,
      *==   quantidade e custo unitario), aprovado por um supervisor
      *==   e recebido por item, total ou parcialmente. Cada copia
      *==   recebida vira um registro de COPIAS.DAT, numerado depois
      *==   da maior copia do filme, com a data do recebimento como
      *==   COPIA-DATA-AQUIS, e soma 1 em FILME-QTD-COPIAS, como na
      *==   inclusao de copia do FILMES. O valor do pedido ja sai
      *==   com o desconto padrao do fornecedor.
      *==   Os numeros de fornecedor e de pedido vem dos registros 7
      *==   e 8 de FILMESCTL. Incluir e alterar fornecedor, aprovar
      *==   e cancelar pedido exigem nivel supervisor; pedido com
      *==   recebimento nao pode mais ser cancelado.
      *======================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT FILMES-CTL ASSIGN TO 'FILMESCTL'
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS CTL-CHAVE
             FILE STATUS IS CTL-STATUS.

           SELECT OPERADORES ASSIGN TO 'OPERADORESDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS OPER-STATUS
             RECORD KEY IS OPERADORES-CHAVE.

       DATA DIVISION.
       FILE                         SECTION.
      *======ESTRUTURA DO CADASTRO DE FORNECEDORES======
        FD FORNECEDORES.
        COPY FORNREG.

      *======ESTRUTURA DO CABECALHO DO PEDIDO DE COMPRA======
        FD PEDIDOS.
        COPY PEDIDREG.

      *======ESTRUTURA DOS ITENS DO PEDIDO DE COMPRA======
        FD PEDITENS.
        COPY PEDITREG.

      *======ESTRUTURA DO CATALOGO DE FILMES======
        FD FILMES.
        COPY FILMEREG.

      *======ESTRUTURA DO INVENTARIO DE COPIAS======
        FD COPIAS.
        COPY COPIAREG.

      *======ESTRUTURA DO CONTROLE DE NUMERACAO======
        FD FILMES-CTL.
        COPY FCTLREG.

      *======ESTRUTURA DO CADASTRO DE OPERADORES======
        FD OPERADORES.
        COPY OPERREG.

      *============ VÁRIAVEIS ===============
       WORKING-STORAGE              SECTION.

        77 WRK-OPCAO          PIC X(1).
        77 WRK-MODULO         PIC X(25).
        77 WRK-TECLA          PIC X(1).
        77 WRK-MSGERRO        PIC X(50).
        77 WRK-CONTREGISTRO   PIC 9(05) VALUE 0.
        77 LINE-CONTADOR      PIC 99 VALUE 5.

        77 FORN-STATUS        PIC 9(02).
        77 PEDIDO-STATUS      PIC 9(02).
        77 PEDITEM-STATUS     PIC 9(02).
        77 FILME-STATUS       PIC 9(02).
        77 COPIA-STATUS       PIC 9(02).
        77 CTL-STATUS         PIC 9(02).
        77 CTL-CHAVE          PIC 9(04) VALUE 1.

      *============ AREA DE VALIDACAO DE INCLUIR/ALTERAR =========
        77 WRK-VALIDA-STATUS  PIC X(01).
           88 VALIDACAO-OK        VALUE 'S'.
           88 VALIDACAO-ERRO      VALUE 'N'.

      *============ AREA DA IDENTIFICACAO DO OPERADOR =========
        77 OPER-STATUS        PIC 9(02).
        77 WRK-OPER-CODIGO    PIC X(08).
        77 WRK-OPER-SENHA     PIC X(08).
        77 WRK-OPER-NIVEL     PIC X(01).
           88 OPERADOR-SUPERVISOR VALUE '2'.
        77 WRK-SIGNON-OK      PIC X(01).
           88 SIGNON-CONCLUIDO    VALUE 'S'.
        77 WRK-SIGNON-TENT    PIC 9(01).

      *============ AREA DA ATRIBUICAO AUTOMATICA DE ID ==========
        77 WRK-GRAVOU         PIC X(01).
           88 GRAVACAO-CONCLUIDA  VALUE 'S'.
        77 WRK-TENTATIVAS     PIC 9(04).

      *============ AREA DA DIGITACAO DO PEDIDO =========
        01 WRK-TAB-ITENS.
           05 WRK-QTD-ITENS        PIC 9(02) VALUE 0.
           05 WRK-ITEM OCCURS 8 TIMES.
              10 WRK-TI-FILME-ID   PIC 9(05).
              10 WRK-TI-TITULO     PIC X(30).
              10 WRK-TI-QTD        PIC 9(03).
              10 WRK-TI-CUSTO      PIC 9(05)V99.
        77 WRK-MAX-ITENS      PIC 9(02) VALUE 8.
        77 WRK-IDX            PIC 9(02).
        77 WRK-IT-FILME-ID    PIC 9(05).
        77 WRK-IT-QTD         PIC 9(03).
        77 WRK-IT-CUSTO       PIC 9(05)V99.
        77 WRK-FIM-ITENS      PIC X(01).
           88 ITENS-ENCERRADOS    VALUE 'S'.
        77 WRK-ITEM-REPETIDO  PIC X(01).
           88 FILME-JA-NO-PEDIDO  VALUE 'S'.
        77 WRK-PED-BRUTO      PIC 9(07)V99.
        77 WRK-DATA-HOJE      PIC 9(08).
        77 WRK-SALVA-PED-ID   PIC 9(05).

      *============ AREA DO RECEBIMENTO =========
        77 WRK-RC-QTD         PIC 9(03).
        77 WRK-RC-PENDENTE    PIC 9(03).
        77 WRK-RC-PENDENCIAS  PIC 9(02).
        77 WRK-RC-RECEBIDAS   PIC 9(05).
        77 WRK-COPIA-MAX      PIC 9(03).
        77 WRK-COPIA-LIMITE   PIC 9(04).
        77 WRK-SALVA-COP-FILME PIC 9(05).

      *============ LINHAS DE TELA DO PEDIDO =========
        01 WRK-CAB-ITEM.
           05 FILLER          PIC X(03) VALUE 'IT'.
           05 FILLER          PIC X(06) VALUE 'FILME'.
           05 FILLER          PIC X(31) VALUE 'TITULO'.
           05 FILLER          PIC X(04) VALUE 'QTD'.
           05 FILLER          PIC X(04) VALUE 'REC'.
           05 FILLER          PIC X(09) VALUE '   CUSTO'.
           05 FILLER          PIC X(10) VALUE '     TOTAL'.

        01 WRK-LIN-ITEM.
           05 WRK-LI-ITEM     PIC 99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-LI-FILME    PIC 9(05).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-LI-TITULO   PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-LI-QTD      PIC ZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-LI-RECEB    PIC ZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-LI-CUSTO    PIC ZZZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-LI-TOTAL    PIC ZZZZZZ9.99.

        77 WRK-VALOR-ED       PIC ZZZZZZ9.99.
        77 WRK-SITUACAO-TXT   PIC X(16).

       SCREEN                       SECTION.
      *============ Estruta da Tela =========
        01  TELA.
           05 LIMPA-TELA.
              10 BLANK SCREEN.
              10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                 BACKGROUND-COLOR 2.
              10 LINE 01 COLUMN 15 PIC X(20) BACKGROUND-COLOR 2
                 FOREGROUND-COLOR 7 FROM 'COMPRAS DE COPIAS'.
              10 LINE 02 COLUMN 01 PIC X(20) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.

      *============ Tela de TELA-MENU ===========
        01 TELA-MENU.
           05 LINE 06 COLUMN 15 VALUE '1 - INCLUIR FORNECEDOR'.
           05 LINE 07 COLUMN 15 VALUE '2 - ALTERAR FORNECEDOR'.
           05 LINE 08 COLUMN 15 VALUE '3 - CONSULTA FORNECEDOR'.
           05 LINE 09 COLUMN 15 VALUE '4 - NOVO PEDIDO'.
           05 LINE 10 COLUMN 15 VALUE '5 - CONSULTA PEDIDO'.
           05 LINE 11 COLUMN 15 VALUE '6 - APROVAR PEDIDO'.
           05 LINE 12 COLUMN 15 VALUE '7 - RECEBER PEDIDO'.
           05 LINE 13 COLUMN 15 VALUE '8 - CANCELAR PEDIDO'.
           05 LINE 14 COLUMN 15 VALUE 'X - SAIDA'.
           05 LINE 15 COLUMN 15 VALUE 'OPCAO......:'.
           05 LINE 15 COLUMN 28 USING WRK-OPCAO.

      *============ Tela para Registro de Fornecedores ===========
        01 TELA-FORNECEDOR.
             05 CHAVE FOREGROUND-COLOR 2.
               10 LINE 05 COLUMN 10 VALUE 'ID'.
               10 COLUMN PLUS 2 PIC 9(05) USING FORN-ID
                   BLANK WHEN ZEROS.
             05 SS-DADOS.
               10 LINE 06 COLUMN 10 VALUE 'NOME..........'.
               10 COLUMN PLUS 2 PIC X(40) USING FORN-NOME.
               10 LINE 07 COLUMN 10 VALUE 'CONTATO.......'.
               10 COLUMN PLUS 2 PIC X(30) USING FORN-CONTATO.
               10 LINE 08 COLUMN 10 VALUE 'TELEFONE......'.
               10 COLUMN PLUS 2 PIC X(15) USING FORN-TELEFONE.
               10 LINE 09 COLUMN 10 VALUE 'EMAIL.........'.
               10 COLUMN PLUS 2 PIC X(40) USING FORN-EMAIL.
               10 LINE 10 COLUMN 10 VALUE 'ENDERECO......'.
               10 COLUMN PLUS 2 PIC X(50) USING FORN-ENDERECO.
               10 LINE 11 COLUMN 10 VALUE 'PRAZO PAGTO...'.
               10 COLUMN PLUS 2 PIC 9(03) USING FORN-PRAZO-PAGTO.
               10 COLUMN PLUS 2 VALUE 'DIAS'.
               10 LINE 12 COLUMN 10 VALUE 'PRAZO ENTREGA.'.
               10 COLUMN PLUS 2 PIC 9(03) USING FORN-PRAZO-ENTREGA.
               10 COLUMN PLUS 2 VALUE 'DIAS'.
               10 LINE 13 COLUMN 10 VALUE 'DESCONTO (%)..'.
               10 COLUMN PLUS 2 PIC 9(02)V99 USING FORN-DESCONTO.
               10 LINE 14 COLUMN 10 VALUE 'SITUACAO (A/I)'.
               10 COLUMN PLUS 2 PIC X(01) USING FORN-STATUS-REG.

      *============ Tela de Digitacao do Item do Pedido ===========
        01 TELA-ITEM.
           05 LINE 16 COLUMN 05 VALUE 'FILME:'.
           05 COLUMN PLUS 1 PIC 9(05) USING WRK-IT-FILME-ID.
           05 COLUMN PLUS 2 VALUE 'QTD:'.
           05 COLUMN PLUS 1 PIC 9(03) USING WRK-IT-QTD.
           05 COLUMN PLUS 2 VALUE 'CUSTO UNIT:'.
           05 COLUMN PLUS 1 PIC 9(05)V99 USING WRK-IT-CUSTO.

      *============ Tela de Quantidade Recebida ===========
        01 TELA-RECEBE.
           05 LINE 17 COLUMN 05 VALUE 'QUANTIDADE RECEBIDA:'.
           05 COLUMN PLUS 1 PIC 9(03) USING WRK-RC-QTD.

      *============ Tela de Identificacao do Operador ===========
        01 TELA-SIGNON.
           05 LINE 08 COLUMN 15 VALUE 'OPERADOR.:'.
           05 COLUMN PLUS 2 PIC X(08) USING WRK-OPER-CODIGO.
           05 LINE 09 COLUMN 15 VALUE 'SENHA....:'.
           05 COLUMN PLUS 2 PIC X(08) USING WRK-OPER-SENHA SECURE.

      *============ Mensagens de Erro ou Confirmação ===========
        01 MOSTRA-ERRO.
             02 MSG-ERRO.
               10 LINE 18 COLUMN 01 ERASE EOL
                 BACKGROUND-COLOR 3.
               10 LINE 18 COLUMN 16 PIC X(50)
                          BACKGROUND-COLOR 3
                          FROM WRK-MSGERRO.
               10 COLUMN PLUS 2 PIC X(01) BACKGROUND-COLOR 3
                 USING WRK-TECLA.

      *============ Procedimentos Principais ===========
       PROCEDURE DIVISION.
       0001-PRINCIPAL               SECTION.
            PERFORM 1000-INICIAR THRU 1100-MONTATELA.
            PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO EQUAL 'X' or 'x'.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN I-O FORNECEDORES.
            IF FORN-STATUS EQUAL 35
              OPEN OUTPUT FORNECEDORES
              CLOSE FORNECEDORES
              OPEN I-O FORNECEDORES
            END-IF.
            IF FORN-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR FORNECEDORES, STATUS = '
                  FORN-STATUS
              STOP RUN
            END-IF.
            OPEN I-O PEDIDOS.
            IF PEDIDO-STATUS EQUAL 35
              OPEN OUTPUT PEDIDOS
              CLOSE PEDIDOS
              OPEN I-O PEDIDOS
            END-IF.
            IF PEDIDO-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR PEDIDOS, STATUS = '
                  PEDIDO-STATUS
              STOP RUN
            END-IF.
            OPEN I-O PEDITENS.
            IF PEDITEM-STATUS EQUAL 35
              OPEN OUTPUT PEDITENS
              CLOSE PEDITENS
              OPEN I-O PEDITENS
            END-IF.
            IF PEDITEM-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR ITENS DO PEDIDO, STATUS = '
                  PEDITEM-STATUS
              STOP RUN
            END-IF.
            OPEN I-O FILMES.
            IF FILME-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR O CATALOGO, STATUS = '
                  FILME-STATUS
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
              STOP RUN
            END-IF.
            OPEN I-O FILMES-CTL.
            IF CTL-STATUS EQUAL 35
              OPEN OUTPUT FILMES-CTL
              MOVE 0 TO CTL-QTD-ATIVOS
              WRITE FILMES-CTL-REG
              CLOSE FILMES-CTL
              OPEN I-O FILMES-CTL
            END-IF.
            IF CTL-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR O CONTROLE, STATUS = ' CTL-STATUS
              STOP RUN
            END-IF.
            PERFORM 1200-IDENTIFICA-OPERADOR.

       1100-MONTATELA.

             DISPLAY TELA.
             ACCEPT TELA-MENU.

      *============ IDENTIFICACAO DO OPERADOR ===========
      *== Abre OPERADORES.DAT (criado com o supervisor inicial
      *== ADMIN quando ainda nao existe) e exige codigo e senha de
      *== um operador ativo, em ate tres tentativas. Atendentes
      *== consultam, digitam e recebem pedidos; o cadastro de
      *== fornecedores, a aprovacao e o cancelamento de pedidos
      *== exigem nivel supervisor.
       1200-IDENTIFICA-OPERADOR.
            OPEN INPUT OPERADORES.
            IF OPER-STATUS EQUAL 35
              OPEN OUTPUT OPERADORES
              MOVE 'ADMIN' TO OPER-CODIGO
              MOVE 'SUPERVISOR INICIAL' TO OPER-NOME
              MOVE 'ADMIN' TO OPER-SENHA
              MOVE '2' TO OPER-NIVEL
              MOVE 'A' TO OPER-STATUS-REG
              WRITE OPERADORES-REG
              CLOSE OPERADORES
              OPEN INPUT OPERADORES
            END-IF.
            IF OPER-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR OPERADORES, STATUS = '
                  OPER-STATUS
              STOP RUN
            END-IF.
            MOVE 'N' TO WRK-SIGNON-OK.
            MOVE ZEROS TO WRK-SIGNON-TENT.
            PERFORM 1250-PEDE-SIGNON UNTIL SIGNON-CONCLUIDO
                OR WRK-SIGNON-TENT > 2.
            IF NOT SIGNON-CONCLUIDO
                DISPLAY 'ACESSO NEGADO' AT 1215
                STOP RUN
            END-IF.

       1250-PEDE-SIGNON.
            MOVE '  IDENTIFICACAO ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE SPACES TO WRK-OPER-CODIGO WRK-OPER-SENHA.
            ACCEPT TELA-SIGNON.
            MOVE WRK-OPER-CODIGO TO OPER-CODIGO.
            READ OPERADORES
              INVALID KEY
                  MOVE 'OPERADOR OU SENHA INVALIDOS' TO WRK-MSGERRO
                  DISPLAY MOSTRA-ERRO
                  ACCEPT MSG-ERRO
              NOT INVALID KEY
                  IF OPERADOR-ATIVO
                     AND OPER-SENHA EQUAL WRK-OPER-SENHA
                      MOVE OPER-NIVEL TO WRK-OPER-NIVEL
                      MOVE 'S' TO WRK-SIGNON-OK
                  ELSE
                      MOVE 'OPERADOR OU SENHA INVALIDOS'
                          TO WRK-MSGERRO
                      DISPLAY MOSTRA-ERRO
                      ACCEPT MSG-ERRO
                  END-IF
            END-READ.
            ADD 1 TO WRK-SIGNON-TENT.

       2000-PROCESSAR.
            MOVE ZEROS TO FORN-ID FORN-PRAZO-PAGTO FORN-PRAZO-ENTREGA
            FORN-DESCONTO WRK-CONTREGISTRO.
            MOVE SPACES TO FORN-NOME FORN-CONTATO FORN-TELEFONE
            FORN-EMAIL FORN-ENDERECO MOSTRA-ERRO.
            MOVE 'A' TO FORN-STATUS-REG.
            EVALUATE WRK-OPCAO
               WHEN 1
                IF OPERADOR-SUPERVISOR
                  PERFORM 5000-INCLUIR-FORN
                ELSE
                  PERFORM 2100-SEM-ACESSO
                END-IF
                MOVE SPACES TO WRK-MODULO
               WHEN 2
                IF OPERADOR-SUPERVISOR
                  PERFORM 5500-ALTERAR-FORN
                ELSE
                  PERFORM 2100-SEM-ACESSO
                END-IF
                MOVE SPACES TO WRK-MODULO
               WHEN 3
                PERFORM 5800-CONSULTAR-FORN
                MOVE SPACES TO WRK-MODULO
               WHEN 4
                PERFORM 6000-NOVO-PEDIDO
                MOVE SPACES TO WRK-MODULO
               WHEN 5
                PERFORM 6500-CONSULTAR-PEDIDO
                MOVE SPACES TO WRK-MODULO
               WHEN 6
                IF OPERADOR-SUPERVISOR
                  PERFORM 7000-APROVAR-PEDIDO
                ELSE
                  PERFORM 2100-SEM-ACESSO
                END-IF
                MOVE SPACES TO WRK-MODULO
               WHEN 7
                PERFORM 7500-RECEBER-PEDIDO
                MOVE SPACES TO WRK-MODULO
               WHEN 8
                IF OPERADOR-SUPERVISOR
                  PERFORM 8000-CANCELAR-PEDIDO
                ELSE
                  PERFORM 2100-SEM-ACESSO
                END-IF
                MOVE SPACES TO WRK-MODULO
               WHEN OTHER
               IF WRK-OPCAO NOT EQUAL TELA-MENU
                 MOVE 'ENTRE COM UMA OPCAO VALIDA.' TO WRK-MSGERRO
                 DISPLAY MOSTRA-ERRO
                 ACCEPT MSG-ERRO

               END-IF
            END-EVALUATE.
           PERFORM 1100-MONTATELA.

       2100-SEM-ACESSO.
           MOVE 'FUNCAO RESTRITA AO SUPERVISOR' TO WRK-MSGERRO.
           DISPLAY MOSTRA-ERRO.
           ACCEPT MSG-ERRO.

       3000-FINALIZAR.
           CLOSE FORNECEDORES.
           CLOSE PEDIDOS.
           CLOSE PEDITENS.
           CLOSE FILMES.
           CLOSE COPIAS.
           CLOSE FILMES-CTL.
           CLOSE OPERADORES.

      *============ INCLUSAO DE FORNECEDOR ===========
      *== O numero do fornecedor vem do registro 7 de FILMESCTL,
      *== com nova tentativa se o numero ja estiver em uso.
       5000-INCLUIR-FORN.
           MOVE '  MODULO - INCLUIR FORNEC.' TO WRK-MODULO.
           DISPLAY TELA.
           ACCEPT SS-DADOS.
           MOVE 'A' TO FORN-STATUS-REG.
           PERFORM 5100-VALIDAR-FORN.
           IF VALIDACAO-OK
             DISPLAY 'CONFIRMA GRAVACAO? (S/N)' AT 1610
             ACCEPT WRK-TECLA AT 1637
             IF WRK-TECLA EQUAL 'S' OR 's'
               PERFORM 5200-GRAVA-FORN-COM-ID
             ELSE
               MOVE SPACES TO WRK-TECLA
               MOVE 'GRAVACAO CANCELADA!' TO WRK-MSGERRO
             END-IF
           END-IF.
           DISPLAY MOSTRA-ERRO.
           ACCEPT MSG-ERRO.

       5100-VALIDAR-FORN.
           MOVE 'S' TO WRK-VALIDA-STATUS.
           IF FORN-NOME EQUAL SPACES
               MOVE 'N' TO WRK-VALIDA-STATUS
               MOVE 'NOME NAO PODE SER VAZIO' TO WRK-MSGERRO
           END-IF.
           IF VALIDACAO-OK AND FORN-DESCONTO > 50
               MOVE 'N' TO WRK-VALIDA-STATUS
               MOVE 'DESCONTO ACIMA DE 50%' TO WRK-MSGERRO
           END-IF.
           IF VALIDACAO-OK AND NOT FORN-ATIVO AND NOT FORN-INATIVO
               MOVE 'N' TO WRK-VALIDA-STATUS
               MOVE 'SITUACAO DEVE SER A OU I' TO WRK-MSGERRO
           END-IF.

       5200-GRAVA-FORN-COM-ID.
           MOVE 'N' TO WRK-GRAVOU.
           MOVE ZEROS TO WRK-TENTATIVAS.
           MOVE ZEROS TO FORN-STATUS.
           PERFORM 5250-TENTA-GRAVAR-FORN UNTIL GRAVACAO-CONCLUIDA
               OR WRK-TENTATIVAS > 9998
               OR (FORN-STATUS NOT = 0 AND FORN-STATUS NOT = 2
                   AND FORN-STATUS NOT = 22).
           MOVE SPACES TO WRK-TECLA.
           IF GRAVACAO-CONCLUIDA
               MOVE 'FORNECEDOR CADASTRADO, ID' TO WRK-MSGERRO
               MOVE FORN-ID TO WRK-MSGERRO(27:05)
           ELSE
               MOVE 'NAO FOI POSSIVEL ATRIBUIR UM ID' TO WRK-MSGERRO
           END-IF.

       5250-TENTA-GRAVAR-FORN.
           PERFORM 9710-PROXIMO-FORN-ID.
           WRITE FORNECEDORES-REG
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'S' TO WRK-GRAVOU
           END-WRITE.
           ADD 1 TO WRK-TENTATIVAS.

      *============ ALTERACAO DE FORNECEDOR ===========
      *== Inclui a troca de situacao: fornecedor inativo deixa de
      *== aceitar pedidos novos, mas os pedidos gravados continuam.
       5500-ALTERAR-FORN.
           MOVE '  MODULO - ALTERAR FORNEC.' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY 'Digite o ID do fornecedor para alterar: ' AT 0410.
           ACCEPT CHAVE.
           READ FORNECEDORES
             INVALID KEY
                 MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MSGERRO
             NOT INVALID KEY
                 ACCEPT SS-DADOS
                 PERFORM 5100-VALIDAR-FORN
                 IF VALIDACAO-OK
                     DISPLAY 'Confirma alteracao? (S/N): ' AT 1610
                     ACCEPT WRK-TECLA AT 1637
                     IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                         REWRITE FORNECEDORES-REG
                           INVALID KEY
                               MOVE 'FORNECEDOR NAO ALTERADO'
                                   TO WRK-MSGERRO
                           NOT INVALID KEY
                               MOVE 'FORNECEDOR ALTERADO'
                                   TO WRK-MSGERRO
                         END-REWRITE
                     ELSE
                         MOVE 'FORNECEDOR NAO ALTERADO' TO WRK-MSGERRO
                     END-IF
                 END-IF
           END-READ.
           MOVE SPACES TO WRK-TECLA.
           DISPLAY MOSTRA-ERRO.
           ACCEPT MSG-ERRO.

      *============ CONSULTA DE FORNECEDOR ===========
      *== ID informado mostra a ficha; ID zero lista todos os
      *== fornecedores para achar o numero a usar no pedido.
       5800-CONSULTAR-FORN.
           MOVE '  MODULO - CONSULTA FORNEC.' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY 'ID do fornecedor (0 = LISTAR TODOS): ' AT 0410.
           ACCEPT CHAVE.
           IF FORN-ID EQUAL 0
               PERFORM 5850-LISTA-FORNECEDORES
           ELSE
               READ FORNECEDORES
                 INVALID KEY
                     MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MSGERRO
                 NOT INVALID KEY
                     DISPLAY SS-DADOS
                     MOVE 'FORNECEDOR ENCONTRADO' TO WRK-MSGERRO
               END-READ
           END-IF.
           DISPLAY MOSTRA-ERRO.
           ACCEPT MSG-ERRO.

       5850-LISTA-FORNECEDORES.
           DISPLAY TELA.
           PERFORM 5860-CABECALHO-FORN.
           MOVE 6 TO LINE-CONTADOR.
           MOVE ZEROS TO FORN-ID.
           START FORNECEDORES KEY IS NOT LESS THAN FORNECEDORES-CHAVE
             INVALID KEY
                 MOVE 10 TO FORN-STATUS
             NOT INVALID KEY
                 READ FORNECEDORES NEXT
           END-START.
           PERFORM UNTIL FORN-STATUS EQUAL 10
               ADD 1 TO WRK-CONTREGISTRO
               DISPLAY FORN-ID AT LINE LINE-CONTADOR COLUMN 5
               DISPLAY FORN-NOME AT LINE LINE-CONTADOR COLUMN 12
               DISPLAY FORN-TELEFONE AT LINE LINE-CONTADOR COLUMN 54
               DISPLAY FORN-STATUS-REG AT LINE LINE-CONTADOR
                   COLUMN 71
               ADD 1 TO LINE-CONTADOR
               IF LINE-CONTADOR > 16
                   MOVE 'PRESSIONE ALGUMA TECLA' TO WRK-MSGERRO
                   DISPLAY MOSTRA-ERRO
                   ACCEPT MOSTRA-ERRO
                   DISPLAY TELA
                   PERFORM 5860-CABECALHO-FORN
                   MOVE 6 TO LINE-CONTADOR
               END-IF
               READ FORNECEDORES NEXT
           END-PERFORM.
           MOVE 'FORNECEDORES LIDOS' TO WRK-MSGERRO.
           MOVE WRK-CONTREGISTRO TO WRK-MSGERRO(20:05).

       5860-CABECALHO-FORN.
           DISPLAY ' FORNECEDORES ' AT 0226.
           DISPLAY 'ID' AT 0505.
           DISPLAY 'NOME' AT 0512.
           DISPLAY 'TELEFONE' AT 0554.
           DISPLAY 'SIT' AT 0570.

      *============ DIGITACAO DE PEDIDO NOVO ===========
      *== Fornecedor ativo, ate 8 itens de filmes ativos (sem
      *== repetir o filme no pedido), quantidade e custo maiores
      *== que zero. O pedido e gravado em digitacao, aguardando a
      *== aprovacao do supervisor.
       6000-NOVO-PEDIDO.
           MOVE '  MODULO - NOVO PEDIDO ' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE ZEROS TO FORN-ID WRK-QTD-ITENS WRK-PED-BRUTO.
           DISPLAY 'FORNECEDOR: ' AT 0405.
           ACCEPT FORN-ID AT 0417.
           READ FORNECEDORES
             INVALID KEY
                 MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MSGERRO
             NOT INVALID KEY
                 IF FORN-INATIVO
                     MOVE 'FORNECEDOR INATIVO' TO WRK-MSGERRO
                 ELSE
                     DISPLAY FORN-NOME AT 0424
                     DISPLAY WRK-CAB-ITEM AT 0605
                     MOVE 'N' TO WRK-FIM-ITENS
                     PERFORM 6100-DIGITA-ITEM UNTIL ITENS-ENCERRADOS
                        OR WRK-QTD-ITENS NOT LESS WRK-MAX-ITENS
                     PERFORM 6200-CONFIRMA-PEDIDO
                 END-IF
           END-READ.
           MOVE SPACES TO WRK-TECLA.
           DISPLAY MOSTRA-ERRO.
           ACCEPT MSG-ERRO.

       6100-DIGITA-ITEM.
           MOVE ZEROS TO WRK-IT-FILME-ID WRK-IT-QTD WRK-IT-CUSTO.
           DISPLAY 'FILME 0 ENCERRA OS ITENS' AT 1505.
           ACCEPT TELA-ITEM.
           IF WRK-IT-FILME-ID EQUAL 0
               MOVE 'S' TO WRK-FIM-ITENS
           ELSE
               PERFORM 6110-VALIDA-ITEM
               IF VALIDACAO-OK
                   ADD 1 TO WRK-QTD-ITENS
                   MOVE WRK-IT-FILME-ID
                       TO WRK-TI-FILME-ID (WRK-QTD-ITENS)
                   MOVE FILME-TITULO TO WRK-TI-TITULO (WRK-QTD-ITENS)
                   MOVE WRK-IT-QTD TO WRK-TI-QTD (WRK-QTD-ITENS)
                   MOVE WRK-IT-CUSTO TO WRK-TI-CUSTO (WRK-QTD-ITENS)
                   COMPUTE WRK-PED-BRUTO = WRK-PED-BRUTO
                       + WRK-IT-QTD * WRK-IT-CUSTO
                   MOVE WRK-QTD-ITENS TO WRK-LI-ITEM
                   MOVE WRK-IT-FILME-ID TO WRK-LI-FILME
                   MOVE FILME-TITULO TO WRK-LI-TITULO
                   MOVE WRK-IT-QTD TO WRK-LI-QTD
                   MOVE ZEROS TO WRK-LI-RECEB
                   MOVE WRK-IT-CUSTO TO WRK-LI-CUSTO
                   COMPUTE WRK-LI-TOTAL = WRK-IT-QTD * WRK-IT-CUSTO
                   COMPUTE LINE-CONTADOR = 6 + WRK-QTD-ITENS
                   DISPLAY WRK-LIN-ITEM AT LINE LINE-CONTADOR
                       COLUMN 5
               ELSE
                   DISPLAY MOSTRA-ERRO
                   ACCEPT MSG-ERRO
               END-IF
           END-IF.

       6110-VALIDA-ITEM.
           MOVE 'S' TO WRK-VALIDA-STATUS.
           MOVE 'N' TO WRK-ITEM-REPETIDO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ITENS
               IF WRK-TI-FILME-ID (WRK-IDX) EQUAL WRK-IT-FILME-ID
                   MOVE 'S' TO WRK-ITEM-REPETIDO
               END-IF
           END-PERFORM.
           IF FILME-JA-NO-PEDIDO
               MOVE 'N' TO WRK-VALIDA-STATUS
               MOVE 'FILME JA ESTA NO PEDIDO' TO WRK-MSGERRO
           END-IF.
           IF VALIDACAO-OK
               MOVE WRK-IT-FILME-ID TO FILME-ID
               READ FILMES KEY IS FILMES-CHAVE
                 INVALID KEY
                     MOVE 'N' TO WRK-VALIDA-STATUS
                     MOVE 'FILME NAO CADASTRADO' TO WRK-MSGERRO
                 NOT INVALID KEY
                     IF NOT FILME-ATIVO
                         MOVE 'N' TO WRK-VALIDA-STATUS
                         MOVE 'FILME INATIVO' TO WRK-MSGERRO
                     END-IF
               END-READ
           END-IF.
           IF VALIDACAO-OK AND WRK-IT-QTD EQUAL 0
               MOVE 'N' TO WRK-VALIDA-STATUS
               MOVE 'QUANTIDADE NAO PODE SER ZERO' TO WRK-MSGERRO
           END-IF.
           IF VALIDACAO-OK AND WRK-IT-CUSTO EQUAL 0
               MOVE 'N' TO WRK-VALIDA-STATUS
               MOVE 'CUSTO UNITARIO NAO PODE SER ZERO' TO WRK-MSGERRO
           END-IF.

      *== Mostra o total com o desconto do fornecedor e grava o
      *== cabecalho com o numero do registro 8 de FILMESCTL e os
      *== itens numerados de 1 em diante.
       6200-CONFIRMA-PEDIDO.
           IF WRK-QTD-ITENS EQUAL 0
               MOVE 'PEDIDO SEM ITENS, NADA GRAVADO' TO WRK-MSGERRO
           ELSE
               MOVE SPACES TO PEDIDOS-REG
               MOVE FORN-ID TO PED-FORN-ID
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WRK-DATA-HOJE TO PED-DATA
               MOVE WRK-OPER-CODIGO TO PED-OPERADOR
               MOVE 'D' TO PED-STATUS-REG
               MOVE ZEROS TO PED-DATA-APROV
               MOVE WRK-QTD-ITENS TO PED-QTD-ITENS
               COMPUTE PED-VALOR-TOTAL ROUNDED = WRK-PED-BRUTO
                   * (100 - FORN-DESCONTO) / 100
               MOVE PED-VALOR-TOTAL TO WRK-VALOR-ED
               DISPLAY 'TOTAL COM DESCONTO DO FORNECEDOR:' AT 1505
               DISPLAY WRK-VALOR-ED AT 1539
               DISPLAY 'CONFIRMA PEDIDO? (S/N): ' AT 1605
               ACCEPT WRK-TECLA AT 1629
               IF WRK-TECLA EQUAL 'S' OR 's'
                   PERFORM 6300-GRAVA-PEDIDO
               ELSE
                   MOVE 'PEDIDO CANCELADO' TO WRK-MSGERRO
               END-IF
           END-IF.

       6300-GRAVA-PEDIDO.
           MOVE 'N' TO WRK-GRAVOU.
           MOVE ZEROS TO WRK-TENTATIVAS.
           MOVE ZEROS TO PEDIDO-STATUS.
           PERFORM 6350-TENTA-GRAVAR-PEDIDO UNTIL GRAVACAO-CONCLUIDA
               OR WRK-TENTATIVAS > 9998
               OR (PEDIDO-STATUS NOT = 0 AND PEDIDO-STATUS NOT = 2
                   AND PEDIDO-STATUS NOT = 22).
           IF GRAVACAO-CONCLUIDA
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QTD-ITENS
                   PERFORM 6360-GRAVA-ITEM
               END-PERFORM
               MOVE 'PEDIDO GRAVADO, AGUARDA APROVACAO. NR' TO
                   WRK-MSGERRO
               MOVE PED-ID TO WRK-MSGERRO(40:05)
           ELSE
               MOVE 'NAO FOI POSSIVEL ATRIBUIR UM NUMERO' TO
                   WRK-MSGERRO
           END-IF.

       6350-TENTA-GRAVAR-PEDIDO.
           PERFORM 9720-PROXIMO-PED-ID.
           WRITE PEDIDOS-REG
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'S' TO WRK-GRAVOU
           END-WRITE.
           ADD 1 TO WRK-TENTATIVAS.

       6360-GRAVA-ITEM.
           MOVE SPACES TO PEDITENS-REG.
           MOVE PED-ID TO PIT-PED-ID.
           MOVE WRK-IDX TO PIT-ITEM.
           MOVE WRK-TI-FILME-ID (WRK-IDX) TO PIT-FILME-ID.
           MOVE WRK-TI-QTD (WRK-IDX) TO PIT-QTD.
           MOVE WRK-TI-CUSTO (WRK-IDX) TO PIT-CUSTO-UNIT.
           MOVE ZEROS TO PIT-QTD-RECEBIDA PIT-DATA-RECEB.
           WRITE PEDITENS-REG
             INVALID KEY
                 CONTINUE
           END-WRITE.

      *============ CONSULTA DE PEDIDO ===========
       6500-CONSULTAR-PEDIDO.
           MOVE '  MODULO - CONSULTA PEDIDO ' TO WRK-MODULO.
           PERFORM 6505-LE-PEDIDO.
           IF PEDIDO-STATUS EQUAL 0
               MOVE 'FIM DO PEDIDO' TO WRK-MSGERRO
           END-IF.
           DISPLAY MOSTRA-ERRO.
           ACCEPT MSG-ERRO.

      *== Pede o numero do pedido e, se existir, mostra cabecalho
      *== e itens; PEDIDO-STATUS diferente de zero indica pedido
      *== nao encontrado, com a mensagem ja montada.
       6505-LE-PEDIDO.
           DISPLAY TELA.
           MOVE ZEROS TO PED-ID.
           DISPLAY 'NUMERO DO PEDIDO: ' AT 0405.
           ACCEPT PED-ID AT 0423.
           READ PEDIDOS
             INVALID KEY
                 MOVE 'PEDIDO NAO CADASTRADO' TO WRK-MSGERRO
             NOT INVALID KEY
                 PERFORM 6510-MOSTRA-PEDIDO
           END-READ.

       6510-MOSTRA-PEDIDO.
           MOVE PED-FORN-ID TO FORN-ID.
           READ FORNECEDORES
             INVALID KEY
                 MOVE '*** FORNECEDOR NAO CADASTRADO ***' TO FORN-NOME
           END-READ.
           PERFORM 6520-TEXTO-SITUACAO.
           DISPLAY 'FORNECEDOR:' AT 0430.
           DISPLAY PED-FORN-ID AT 0442.
           DISPLAY FORN-NOME (1:30) AT 0448.
           DISPLAY 'DATA:' AT 0505.
           DISPLAY PED-DATA AT 0511.
           DISPLAY 'SITUACAO:' AT 0521.
           DISPLAY WRK-SITUACAO-TXT AT 0531.
           DISPLAY 'VALOR:' AT 0549.
           MOVE PED-VALOR-TOTAL TO WRK-VALOR-ED.
           DISPLAY WRK-VALOR-ED AT 0556.
           DISPLAY 'DIGITADO POR:' AT 0605.
           DISPLAY PED-OPERADOR AT 0619.
           DISPLAY 'APROVADO POR:' AT 0630.
           DISPLAY PED-APROVADO-POR AT 0644.
           DISPLAY WRK-CAB-ITEM AT 0705.
           MOVE 8 TO LINE-CONTADOR.
           MOVE PED-ID TO WRK-SALVA-PED-ID.
           MOVE PED-ID TO PIT-PED-ID.
           MOVE ZEROS TO PIT-ITEM.
           START PEDITENS KEY IS NOT LESS THAN PEDITENS-CHAVE
             INVALID KEY
                 MOVE 10 TO PEDITEM-STATUS
             NOT INVALID KEY
                 READ PEDITENS NEXT
           END-START.
           PERFORM UNTIL PEDITEM-STATUS EQUAL 10
                   OR PIT-PED-ID NOT EQUAL WRK-SALVA-PED-ID
               PERFORM 6530-MOSTRA-ITEM
               READ PEDITENS NEXT
           END-PERFORM.

       6520-TEXTO-SITUACAO.
           EVALUATE TRUE
              WHEN PED-DIGITACAO
                MOVE 'EM APROVACAO' TO WRK-SITUACAO-TXT
              WHEN PED-APROVADO
                MOVE 'APROVADO' TO WRK-SITUACAO-TXT
              WHEN PED-RECEB-PARCIAL
                MOVE 'RECEBIDO PARCIAL' TO WRK-SITUACAO-TXT
              WHEN PED-RECEBIDO
                MOVE 'RECEBIDO' TO WRK-SITUACAO-TXT
              WHEN OTHER
                MOVE 'CANCELADO' TO WRK-SITUACAO-TXT
           END-EVALUATE.

       6530-MOSTRA-ITEM.
           MOVE PIT-FILME-ID TO FILME-ID.
           READ FILMES KEY IS FILMES-CHAVE
             INVALID KEY
                 MOVE '*** FILME NAO CADASTRADO ***' TO FILME-TITULO
           END-READ.
           MOVE PIT-ITEM TO WRK-LI-ITEM.
           MOVE PIT-FILME-ID TO WRK-LI-FILME.
           MOVE FILME-TITULO TO WRK-LI-TITULO.
           MOVE PIT-QTD TO WRK-LI-QTD.
           MOVE PIT-QTD-RECEBIDA TO WRK-LI-RECEB.
           MOVE PIT-CUSTO-UNIT TO WRK-LI-CUSTO.
           COMPUTE WRK-LI-TOTAL = PIT-QTD * PIT-CUSTO-UNIT.
           DISPLAY WRK-LIN-ITEM AT LINE LINE-CONTADOR COLUMN 5.
           ADD 1 TO LINE-CONTADOR.

      *============ APROVACAO DE PEDIDO ===========
      *== Somente pedido em digitacao; o supervisor e a data da
      *== aprovacao ficam no cabecalho e liberam o recebimento.
       7000-APROVAR-PEDIDO.
           MOVE '  MODULO - APROVAR PEDIDO ' TO WRK-MODULO.
           PERFORM 6505-LE-PEDIDO.
           IF PEDIDO-STATUS EQUAL 0
               IF NOT PED-DIGITACAO
                   MOVE 'PEDIDO NAO ESTA EM APROVACAO' TO WRK-MSGERRO
               ELSE
                   DISPLAY 'CONFIRMA APROVACAO? (S/N): ' AT 1605
                   ACCEPT WRK-TECLA AT 1632
                   IF WRK-TECLA EQUAL 'S' OR 's'
                       MOVE WRK-SALVA-PED-ID TO PED-ID
                       READ PEDIDOS
                       MOVE 'A' TO PED-STATUS-REG
                       MOVE WRK-OPER-CODIGO TO PED-APROVADO-POR
                       ACCEPT PED-DATA-APROV FROM DATE YYYYMMDD
                       REWRITE PEDIDOS-REG
                         INVALID KEY
                             MOVE 'PEDIDO NAO APROVADO' TO WRK-MSGERRO
                         NOT INVALID KEY
                             MOVE 'PEDIDO APROVADO' TO WRK-MSGERRO
                       END-REWRITE
                   ELSE
                       MOVE 'APROVACAO CANCELADA' TO WRK-MSGERRO
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WRK-TECLA.
           DISPLAY MOSTRA-ERRO.
           ACCEPT MSG-ERRO.

      *============ RECEBIMENTO DE PEDIDO ===========
      *== Pedido aprovado ou recebido em parte. Para cada item com
      *== saldo o operador informa quanto chegou (zero pula o
      *== item); as copias sao criadas na hora e o item guarda o
      *== acumulado recebido. No fim o pedido fica recebido, se
      *== nao sobrou saldo, ou recebido parcial.
       7500-RECEBER-PEDIDO.
           MOVE '  MODULO - RECEBER PEDIDO ' TO WRK-MODULO.
           PERFORM 6505-LE-PEDIDO.
           IF PEDIDO-STATUS EQUAL 0
               IF NOT PED-A-RECEBER
                   MOVE 'PEDIDO NAO LIBERADO PARA RECEBIMENTO'
                       TO WRK-MSGERRO
               ELSE
                   MOVE ZEROS TO WRK-RC-PENDENCIAS WRK-RC-RECEBIDAS
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE WRK-SALVA-PED-ID TO PIT-PED-ID
                   MOVE ZEROS TO PIT-ITEM
                   START PEDITENS KEY IS NOT LESS THAN PEDITENS-CHAVE
                     INVALID KEY
                         MOVE 10 TO PEDITEM-STATUS
                     NOT INVALID KEY
                         READ PEDITENS NEXT
                   END-START
                   PERFORM UNTIL PEDITEM-STATUS EQUAL 10
                           OR PIT-PED-ID NOT EQUAL WRK-SALVA-PED-ID
                       IF PIT-QTD-RECEBIDA < PIT-QTD
                           PERFORM 7510-RECEBE-ITEM
                       END-IF
                       READ PEDITENS NEXT
                   END-PERFORM
                   PERFORM 7550-ATUALIZA-PEDIDO
               END-IF
           END-IF.
           MOVE SPACES TO WRK-TECLA.
           DISPLAY MOSTRA-ERRO.
           ACCEPT MSG-ERRO.

       7510-RECEBE-ITEM.
           COMPUTE WRK-RC-PENDENTE = PIT-QTD - PIT-QTD-RECEBIDA.
           MOVE WRK-RC-PENDENTE TO WRK-RC-QTD.
           DISPLAY 'ITEM' AT 1605.
           DISPLAY PIT-ITEM AT 1610.
           DISPLAY 'FILME' AT 1613.
           DISPLAY PIT-FILME-ID AT 1619.
           DISPLAY 'SALDO A RECEBER:' AT 1626.
           DISPLAY WRK-RC-PENDENTE AT 1643.
           ACCEPT TELA-RECEBE.
           IF WRK-RC-QTD > WRK-RC-PENDENTE
               MOVE 'QUANTIDADE ACIMA DO SALDO, ITEM NAO RECEBIDO'
                   TO WRK-MSGERRO
               DISPLAY MOSTRA-ERRO
               ACCEPT MSG-ERRO
               MOVE ZEROS TO WRK-RC-QTD
           END-IF.
           IF WRK-RC-QTD > 0
               PERFORM 7520-CRIA-COPIAS
           END-IF.
           IF PIT-QTD-RECEBIDA < PIT-QTD
               ADD 1 TO WRK-RC-PENDENCIAS
           END-IF.

      *== Cria WRK-RC-QTD copias do filme do item a partir da maior
      *== copia cadastrada e acerta FILME-QTD-COPIAS; o numero da
      *== copia tem tres posicoes, por isso um recebimento que
      *== passaria de 999 copias do titulo e recusado.
       7520-CRIA-COPIAS.
           MOVE PIT-FILME-ID TO FILME-ID.
           READ FILMES KEY IS FILMES-CHAVE
             INVALID KEY
                 MOVE 'FILME DO ITEM NAO CADASTRADO' TO WRK-MSGERRO
                 DISPLAY MOSTRA-ERRO
                 ACCEPT MSG-ERRO
                 MOVE ZEROS TO WRK-RC-QTD
           END-READ.
           IF WRK-RC-QTD > 0
               PERFORM 7530-ACHA-MAIOR-COPIA
               COMPUTE WRK-COPIA-LIMITE = WRK-COPIA-MAX + WRK-RC-QTD
               IF WRK-COPIA-LIMITE > 999
                   MOVE 'LIMITE DE 999 COPIAS DO FILME' TO WRK-MSGERRO
                   DISPLAY MOSTRA-ERRO
                   ACCEPT MSG-ERRO
                   MOVE ZEROS TO WRK-RC-QTD
               END-IF
           END-IF.
           IF WRK-RC-QTD > 0
               PERFORM 7540-GRAVA-COPIA WRK-RC-QTD TIMES
               REWRITE FILMES-REG
                 INVALID KEY
                     CONTINUE
               END-REWRITE
               ADD WRK-RC-QTD TO PIT-QTD-RECEBIDA
               MOVE WRK-DATA-HOJE TO PIT-DATA-RECEB
               MOVE WRK-OPER-CODIGO TO PIT-RECEBIDO-POR
               REWRITE PEDITENS-REG
                 INVALID KEY
                     CONTINUE
               END-REWRITE
           END-IF.

       7530-ACHA-MAIOR-COPIA.
           MOVE ZEROS TO WRK-COPIA-MAX.
           MOVE FILME-ID TO WRK-SALVA-COP-FILME.
           MOVE FILME-ID TO COPIA-FILME-ID.
           MOVE ZEROS TO COPIA-NR.
           START COPIAS KEY IS NOT LESS THAN COPIA-CHAVE
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 READ COPIAS NEXT
                 PERFORM UNTIL COPIA-STATUS EQUAL 10
                         OR COPIA-FILME-ID NOT EQUAL
                            WRK-SALVA-COP-FILME
                     IF COPIA-NR > WRK-COPIA-MAX
                         MOVE COPIA-NR TO WRK-COPIA-MAX
                     END-IF
                     READ COPIAS NEXT
                 END-PERFORM
           END-START.

       7540-GRAVA-COPIA.
           ADD 1 TO WRK-COPIA-MAX.
           MOVE FILME-ID TO COPIA-FILME-ID.
           MOVE WRK-COPIA-MAX TO COPIA-NR.
           MOVE WRK-DATA-HOJE TO COPIA-DATA-AQUIS.
           MOVE 'B' TO COPIA-CONDICAO.
           MOVE 'D' TO COPIA-STATUS-REG.
           WRITE COPIAS-REG
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 ADD 1 TO FILME-QTD-COPIAS
                 ADD 1 TO WRK-RC-RECEBIDAS
           END-WRITE.

       7550-ATUALIZA-PEDIDO.
           MOVE WRK-SALVA-PED-ID TO PED-ID.
           READ PEDIDOS.
           IF WRK-RC-PENDENCIAS EQUAL 0
               MOVE 'R' TO PED-STATUS-REG
           ELSE
               IF WRK-RC-RECEBIDAS > 0
                   MOVE 'P' TO PED-STATUS-REG
               END-IF
           END-IF.
           REWRITE PEDIDOS-REG
             INVALID KEY
                 CONTINUE
           END-REWRITE.
           MOVE 'COPIAS INCLUIDAS NO INVENTARIO:' TO WRK-MSGERRO.
           MOVE WRK-RC-RECEBIDAS TO WRK-MSGERRO(33:05).

      *============ CANCELAMENTO DE PEDIDO ===========
       8000-CANCELAR-PEDIDO.
           MOVE '  MODULO - CANCELAR PEDIDO ' TO WRK-MODULO.
           PERFORM 6505-LE-PEDIDO.
           IF PEDIDO-STATUS EQUAL 0
               IF NOT PED-DIGITACAO AND NOT PED-APROVADO
                   MOVE 'PEDIDO COM RECEBIMENTO OU JA CANCELADO'
                       TO WRK-MSGERRO
               ELSE
                   DISPLAY 'CONFIRMA CANCELAMENTO? (S/N): ' AT 1605
                   ACCEPT WRK-TECLA AT 1635
                   IF WRK-TECLA EQUAL 'S' OR 's'
                       MOVE WRK-SALVA-PED-ID TO PED-ID
                       READ PEDIDOS
                       MOVE 'C' TO PED-STATUS-REG
                       REWRITE PEDIDOS-REG
                         INVALID KEY
                             MOVE 'PEDIDO NAO CANCELADO' TO WRK-MSGERRO
                         NOT INVALID KEY
                             MOVE 'PEDIDO CANCELADO' TO WRK-MSGERRO
                       END-REWRITE
                   ELSE
                       MOVE 'PEDIDO MANTIDO' TO WRK-MSGERRO
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WRK-TECLA.
           DISPLAY MOSTRA-ERRO.
           ACCEPT MSG-ERRO.

      *============ ATRIBUICAO DO PROXIMO FORN-ID ===========
      *== Mesmo esquema do FILME-ID no FILMES, usando o registro 7
      *== de FILMESCTL.
       9710-PROXIMO-FORN-ID.
           MOVE 7 TO CTL-CHAVE.
           READ FILMES-CTL.
           IF CTL-STATUS NOT EQUAL 0
               MOVE ZEROS TO CTL-ULTIMO-ID
               WRITE FILMES-CTL-REG
           END-IF.
           ADD 1 TO CTL-ULTIMO-ID.
           REWRITE FILMES-CTL-REG.
           MOVE CTL-ULTIMO-ID TO FORN-ID.

      *============ ATRIBUICAO DO PROXIMO PED-ID ===========
      *== Mesmo esquema, usando o registro 8 de FILMESCTL.
       9720-PROXIMO-PED-ID.
           MOVE 8 TO CTL-CHAVE.
           READ FILMES-CTL.
           IF CTL-STATUS NOT EQUAL 0
               MOVE ZEROS TO CTL-ULTIMO-ID
               WRITE FILMES-CTL-REG
           END-IF.
           ADD 1 TO CTL-ULTIMO-ID.
           REWRITE FILMES-CTL-REG.
           MOVE CTL-ULTIMO-ID TO PED-ID.
