       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISBACK.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Copia de seguranca noturna de todos os arquivos
      *==           INDEXED e RELATIVE do sistema, com manifesto
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: Descarrega, na ordem da tabela BKPTAB, cada
      *==   arquivo inteiro na copia sequencial SISBACKDAT (layout
      *==   BKPREG, um registro por registro copiado) e grava no
      *==   manifesto SISBACKMAN (layout BKPMREG) a data e a hora da
      *==   copia e, por arquivo, a quantidade de registros e o
      *==   total de controle. Arquivo ainda nao criado entra no
      *==   manifesto com zero registros. Um erro de leitura ou de
      *==   gravacao para o programa antes do manifesto, com codigo
      *==   de retorno 16, e uma copia sem manifesto e recusada pelo
      *==   SISREST.
      *==   O resumo por arquivo sai em SISBACKOUT.
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

           SELECT RELATORIO ASSIGN TO 'SISBACKOUT'
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

      *======ESTRUTURA DO RESUMO DA COPIA======
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

      *============ TABELA DOS ARQUIVOS COPIADOS =========
        COPY BKPTAB.

      *============ AREA DOS TOTAIS POR ARQUIVO =========
      *== Mesma ordem de BKP-TABELA; WRK-IND aponta o arquivo
      *== que esta sendo copiado.
        01 WRK-TOTAIS-ARQ.
           05 WRK-ARQ OCCURS 16 TIMES.
              10 WRK-ARQ-QTD      PIC 9(09).
              10 WRK-ARQ-TOT      PIC 9(15).
              10 WRK-ARQ-AUSENTE  PIC X(01).
                 88 ARQUIVO-AUSENTE   VALUE 'S'.
        77 WRK-IND            PIC 9(02).
        77 WRK-VALOR-CTL      PIC 9(15).
        77 WRK-STATUS-LEITURA PIC 9(02).
        77 WRK-TOT-GERAL-QTD  PIC 9(09) VALUE 0.
        77 WRK-TOT-GERAL-CTL  PIC 9(15) VALUE 0.

        01 WRK-DATA-HOJE      PIC 9(08).
        01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-AAAA   PIC 9(04).
           05 WRK-HOJE-MM     PIC 9(02).
           05 WRK-HOJE-DD     PIC 9(02).
        77 WRK-HORA-AGORA     PIC 9(08).
        01 WRK-HORA-COPIA     PIC 9(06).
        01 WRK-HORA-COPIA-R REDEFINES WRK-HORA-COPIA.
           05 WRK-COPIA-HH    PIC 9(02).
           05 WRK-COPIA-MI    PIC 9(02).
           05 WRK-COPIA-SS    PIC 9(02).

      *============ LINHAS DO RESUMO DA COPIA =========
        01 WRK-CAB-BKP.
           05 FILLER          PIC X(37)
              VALUE 'COPIA DE SEGURANCA DOS ARQUIVOS EM '.
           05 WRK-CAB-DD      PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-CAB-MM      PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-CAB-AAAA    PIC 9(04).
           05 FILLER          PIC X(05) VALUE ' AS '.
           05 WRK-CAB-HH      PIC 9(02).
           05 FILLER          PIC X(01) VALUE ':'.
           05 WRK-CAB-MI      PIC 9(02).
           05 FILLER          PIC X(01) VALUE ':'.
           05 WRK-CAB-SS      PIC 9(02).

        01 WRK-CAB-COL.
           05 FILLER          PIC X(14) VALUE 'ARQUIVO'.
           05 FILLER          PIC X(13) VALUE '    REGISTROS'.
           05 FILLER          PIC X(21)
              VALUE '    TOTAL DE CONTROLE'.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'OBSERVACAO'.

        01 WRK-TRACO          PIC X(80) VALUE ALL '-'.

        01 WRK-LIN-ARQ.
           05 WRK-LIN-NOME    PIC X(12).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LIN-QTD     PIC ZZZZZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LIN-TOT     PIC ZZZZZZZZZZZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LIN-OBS     PIC X(30).

      *============ Procedimentos Principais ===========
       PROCEDURE DIVISION.
       0001-PRINCIPAL               SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-COPIA-ARQUIVOS.
            PERFORM 3000-GRAVA-MANIFESTO.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN OUTPUT BACKUP.
            IF WRK-BKP-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR BACKUP, STATUS = ' WRK-BKP-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
            END-IF.
            OPEN OUTPUT MANIFESTO.
            IF WRK-MAN-STATUS NOT = 0
              DISPLAY 'ERRO AO ABRIR MANIFESTO, STATUS = '
                  WRK-MAN-STATUS
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
            INITIALIZE WRK-TOTAIS-ARQ.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            ACCEPT WRK-HORA-AGORA FROM TIME.
            MOVE WRK-HORA-AGORA (1:6) TO WRK-HORA-COPIA.
            MOVE WRK-HOJE-DD   TO WRK-CAB-DD.
            MOVE WRK-HOJE-MM   TO WRK-CAB-MM.
            MOVE WRK-HOJE-AAAA TO WRK-CAB-AAAA.
            MOVE WRK-COPIA-HH  TO WRK-CAB-HH.
            MOVE WRK-COPIA-MI  TO WRK-CAB-MI.
            MOVE WRK-COPIA-SS  TO WRK-CAB-SS.
            MOVE WRK-CAB-BKP TO REL-REG.
            WRITE REL-REG.
            MOVE WRK-TRACO TO REL-REG.
            WRITE REL-REG.
            MOVE WRK-CAB-COL TO REL-REG.
            WRITE REL-REG.
            MOVE WRK-TRACO TO REL-REG.
            WRITE REL-REG.
            DISPLAY 'COPIA DE SEGURANCA EM ' WRK-DATA-HOJE
                    ' ' WRK-HORA-COPIA.

      *============ DESCARGA DOS ARQUIVOS ===========
      *== Um paragrafo por arquivo, na ordem de BKP-TABELA. Cada um
      *== le o arquivo inteiro pela chave primaria (pelo numero
      *== relativo nos RELATIVE) e passa a imagem do registro ao
      *== 2900-GRAVA-BACKUP. Status 35 na abertura e arquivo ainda
      *== nao criado; qualquer outro erro para o programa.
       2000-COPIA-ARQUIVOS.
            PERFORM 2010-COPIA-CLIENTES.
            PERFORM 2020-COPIA-LOCACOES.
            PERFORM 2030-COPIA-MULTAS.
            PERFORM 2040-COPIA-RESERVAS.
            PERFORM 2050-COPIA-COPIAS.
            PERFORM 2060-COPIA-OPERADORES.
            PERFORM 2070-COPIA-PARAMETROS.
            PERFORM 2080-COPIA-CONTROLE.
            PERFORM 2090-COPIA-FILMES.
            PERFORM 2100-COPIA-AVISOS.
            PERFORM 2110-COPIA-CAIXA.
            PERFORM 2120-COPIA-JORNAL.
            PERFORM 2130-COPIA-FORNECEDORES.
            PERFORM 2140-COPIA-PEDIDOS.
            PERFORM 2150-COPIA-PEDITENS.
            PERFORM 2160-COPIA-PONTOS.

       2010-COPIA-CLIENTES.
            MOVE 1 TO WRK-IND.
            OPEN INPUT CLIENTES.
            IF CLIENTE-STATUS EQUAL 35
                MOVE 'S' TO WRK-ARQ-AUSENTE (WRK-IND)
            ELSE
                MOVE CLIENTE-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2800-CONFERE-LEITURA
                READ CLIENTES NEXT
                PERFORM UNTIL CLIENTE-STATUS NOT EQUAL 0
                          AND CLIENTE-STATUS NOT EQUAL 2
                    MOVE CLIENTES-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 2900-GRAVA-BACKUP
                    READ CLIENTES NEXT
                END-PERFORM
                MOVE CLIENTE-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2810-CONFERE-FIM
                CLOSE CLIENTES
            END-IF.

       2020-COPIA-LOCACOES.
            MOVE 2 TO WRK-IND.
            OPEN INPUT LOCACOES.
            IF LOC-STATUS EQUAL 35
                MOVE 'S' TO WRK-ARQ-AUSENTE (WRK-IND)
            ELSE
                MOVE LOC-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2800-CONFERE-LEITURA
                READ LOCACOES NEXT
                PERFORM UNTIL LOC-STATUS NOT EQUAL 0
                          AND LOC-STATUS NOT EQUAL 2
                    MOVE LOCACOES-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 2900-GRAVA-BACKUP
                    READ LOCACOES NEXT
                END-PERFORM
                MOVE LOC-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2810-CONFERE-FIM
                CLOSE LOCACOES
            END-IF.

       2030-COPIA-MULTAS.
            MOVE 3 TO WRK-IND.
            OPEN INPUT MULTAS.
            IF MULTA-STATUS EQUAL 35
                MOVE 'S' TO WRK-ARQ-AUSENTE (WRK-IND)
            ELSE
                MOVE MULTA-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2800-CONFERE-LEITURA
                READ MULTAS NEXT
                PERFORM UNTIL MULTA-STATUS NOT EQUAL 0
                          AND MULTA-STATUS NOT EQUAL 2
                    MOVE MULTAS-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 2900-GRAVA-BACKUP
                    READ MULTAS NEXT
                END-PERFORM
                MOVE MULTA-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2810-CONFERE-FIM
                CLOSE MULTAS
            END-IF.

       2040-COPIA-RESERVAS.
            MOVE 4 TO WRK-IND.
            OPEN INPUT RESERVAS.
            IF RESERVA-STATUS EQUAL 35
                MOVE 'S' TO WRK-ARQ-AUSENTE (WRK-IND)
            ELSE
                MOVE RESERVA-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2800-CONFERE-LEITURA
                READ RESERVAS NEXT
                PERFORM UNTIL RESERVA-STATUS NOT EQUAL 0
                          AND RESERVA-STATUS NOT EQUAL 2
                    MOVE RESERVAS-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 2900-GRAVA-BACKUP
                    READ RESERVAS NEXT
                END-PERFORM
                MOVE RESERVA-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2810-CONFERE-FIM
                CLOSE RESERVAS
            END-IF.

       2050-COPIA-COPIAS.
            MOVE 5 TO WRK-IND.
            OPEN INPUT COPIAS.
            IF COPIA-STATUS EQUAL 35
                MOVE 'S' TO WRK-ARQ-AUSENTE (WRK-IND)
            ELSE
                MOVE COPIA-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2800-CONFERE-LEITURA
                READ COPIAS NEXT
                PERFORM UNTIL COPIA-STATUS NOT EQUAL 0
                          AND COPIA-STATUS NOT EQUAL 2
                    MOVE COPIAS-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 2900-GRAVA-BACKUP
                    READ COPIAS NEXT
                END-PERFORM
                MOVE COPIA-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2810-CONFERE-FIM
                CLOSE COPIAS
            END-IF.

       2060-COPIA-OPERADORES.
            MOVE 6 TO WRK-IND.
            OPEN INPUT OPERADORES.
            IF OPER-STATUS EQUAL 35
                MOVE 'S' TO WRK-ARQ-AUSENTE (WRK-IND)
            ELSE
                MOVE OPER-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2800-CONFERE-LEITURA
                READ OPERADORES NEXT
                PERFORM UNTIL OPER-STATUS NOT EQUAL 0
                          AND OPER-STATUS NOT EQUAL 2
                    MOVE OPERADORES-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 2900-GRAVA-BACKUP
                    READ OPERADORES NEXT
                END-PERFORM
                MOVE OPER-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2810-CONFERE-FIM
                CLOSE OPERADORES
            END-IF.

       2070-COPIA-PARAMETROS.
            MOVE 7 TO WRK-IND.
            OPEN INPUT PARAMETROS.
            IF PARAM-STATUS EQUAL 35
                MOVE 'S' TO WRK-ARQ-AUSENTE (WRK-IND)
            ELSE
                MOVE PARAM-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2800-CONFERE-LEITURA
                READ PARAMETROS NEXT
                PERFORM UNTIL PARAM-STATUS NOT EQUAL 0
                    MOVE PARAMETROS-REG TO BKP-DADOS
                    MOVE PAR-CHAVE TO BKP-CHAVE-REL
                    PERFORM 2900-GRAVA-BACKUP
                    READ PARAMETROS NEXT
                END-PERFORM
                MOVE PARAM-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2810-CONFERE-FIM
                CLOSE PARAMETROS
            END-IF.

       2080-COPIA-CONTROLE.
            MOVE 8 TO WRK-IND.
            OPEN INPUT FILMES-CTL.
            IF CTL-STATUS EQUAL 35
                MOVE 'S' TO WRK-ARQ-AUSENTE (WRK-IND)
            ELSE
                MOVE CTL-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2800-CONFERE-LEITURA
                READ FILMES-CTL NEXT
                PERFORM UNTIL CTL-STATUS NOT EQUAL 0
                    MOVE FILMES-CTL-REG TO BKP-DADOS
                    MOVE CTL-CHAVE TO BKP-CHAVE-REL
                    PERFORM 2900-GRAVA-BACKUP
                    READ FILMES-CTL NEXT
                END-PERFORM
                MOVE CTL-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2810-CONFERE-FIM
                CLOSE FILMES-CTL
            END-IF.

       2090-COPIA-FILMES.
            MOVE 9 TO WRK-IND.
            OPEN INPUT FILMES.
            IF FILME-STATUS EQUAL 35
                MOVE 'S' TO WRK-ARQ-AUSENTE (WRK-IND)
            ELSE
                MOVE FILME-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2800-CONFERE-LEITURA
                READ FILMES NEXT
                PERFORM UNTIL FILME-STATUS NOT EQUAL 0
                          AND FILME-STATUS NOT EQUAL 2
                    MOVE FILMES-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 2900-GRAVA-BACKUP
                    READ FILMES NEXT
                END-PERFORM
                MOVE FILME-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2810-CONFERE-FIM
                CLOSE FILMES
            END-IF.

       2100-COPIA-AVISOS.
            MOVE 10 TO WRK-IND.
            OPEN INPUT AVISOS.
            IF AVISO-STATUS EQUAL 35
                MOVE 'S' TO WRK-ARQ-AUSENTE (WRK-IND)
            ELSE
                MOVE AVISO-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2800-CONFERE-LEITURA
                READ AVISOS NEXT
                PERFORM UNTIL AVISO-STATUS NOT EQUAL 0
                          AND AVISO-STATUS NOT EQUAL 2
                    MOVE AVISOS-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 2900-GRAVA-BACKUP
                    READ AVISOS NEXT
                END-PERFORM
                MOVE AVISO-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2810-CONFERE-FIM
                CLOSE AVISOS
            END-IF.

       2110-COPIA-CAIXA.
            MOVE 11 TO WRK-IND.
            OPEN INPUT CAIXA.
            IF CAIXA-STATUS EQUAL 35
                MOVE 'S' TO WRK-ARQ-AUSENTE (WRK-IND)
            ELSE
                MOVE CAIXA-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2800-CONFERE-LEITURA
                READ CAIXA NEXT
                PERFORM UNTIL CAIXA-STATUS NOT EQUAL 0
                    MOVE CAIXA-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 2900-GRAVA-BACKUP
                    READ CAIXA NEXT
                END-PERFORM
                MOVE CAIXA-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2810-CONFERE-FIM
                CLOSE CAIXA
            END-IF.

       2120-COPIA-JORNAL.
            MOVE 12 TO WRK-IND.
            OPEN INPUT JORNAL.
            IF JORNAL-STATUS EQUAL 35
                MOVE 'S' TO WRK-ARQ-AUSENTE (WRK-IND)
            ELSE
                MOVE JORNAL-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2800-CONFERE-LEITURA
                READ JORNAL NEXT
                PERFORM UNTIL JORNAL-STATUS NOT EQUAL 0
                    MOVE JORNAL-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 2900-GRAVA-BACKUP
                    READ JORNAL NEXT
                END-PERFORM
                MOVE JORNAL-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2810-CONFERE-FIM
                CLOSE JORNAL
            END-IF.

       2130-COPIA-FORNECEDORES.
            MOVE 13 TO WRK-IND.
            OPEN INPUT FORNECEDORES.
            IF FORN-STATUS EQUAL 35
                MOVE 'S' TO WRK-ARQ-AUSENTE (WRK-IND)
            ELSE
                MOVE FORN-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2800-CONFERE-LEITURA
                READ FORNECEDORES NEXT
                PERFORM UNTIL FORN-STATUS NOT EQUAL 0
                          AND FORN-STATUS NOT EQUAL 2
                    MOVE FORNECEDORES-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 2900-GRAVA-BACKUP
                    READ FORNECEDORES NEXT
                END-PERFORM
                MOVE FORN-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2810-CONFERE-FIM
                CLOSE FORNECEDORES
            END-IF.

       2140-COPIA-PEDIDOS.
            MOVE 14 TO WRK-IND.
            OPEN INPUT PEDIDOS.
            IF PEDIDO-STATUS EQUAL 35
                MOVE 'S' TO WRK-ARQ-AUSENTE (WRK-IND)
            ELSE
                MOVE PEDIDO-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2800-CONFERE-LEITURA
                READ PEDIDOS NEXT
                PERFORM UNTIL PEDIDO-STATUS NOT EQUAL 0
                          AND PEDIDO-STATUS NOT EQUAL 2
                    MOVE PEDIDOS-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 2900-GRAVA-BACKUP
                    READ PEDIDOS NEXT
                END-PERFORM
                MOVE PEDIDO-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2810-CONFERE-FIM
                CLOSE PEDIDOS
            END-IF.

       2150-COPIA-PEDITENS.
            MOVE 15 TO WRK-IND.
            OPEN INPUT PEDITENS.
            IF PEDITEM-STATUS EQUAL 35
                MOVE 'S' TO WRK-ARQ-AUSENTE (WRK-IND)
            ELSE
                MOVE PEDITEM-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2800-CONFERE-LEITURA
                READ PEDITENS NEXT
                PERFORM UNTIL PEDITEM-STATUS NOT EQUAL 0
                          AND PEDITEM-STATUS NOT EQUAL 2
                    MOVE PEDITENS-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 2900-GRAVA-BACKUP
                    READ PEDITENS NEXT
                END-PERFORM
                MOVE PEDITEM-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2810-CONFERE-FIM
                CLOSE PEDITENS
            END-IF.

       2160-COPIA-PONTOS.
            MOVE 16 TO WRK-IND.
            OPEN INPUT PONTOS.
            IF PONTO-STATUS EQUAL 35
                MOVE 'S' TO WRK-ARQ-AUSENTE (WRK-IND)
            ELSE
                MOVE PONTO-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2800-CONFERE-LEITURA
                READ PONTOS NEXT
                PERFORM UNTIL PONTO-STATUS NOT EQUAL 0
                          AND PONTO-STATUS NOT EQUAL 2
                    MOVE PONTOS-REG TO BKP-DADOS
                    MOVE ZEROS TO BKP-CHAVE-REL
                    PERFORM 2900-GRAVA-BACKUP
                    READ PONTOS NEXT
                END-PERFORM
                MOVE PONTO-STATUS TO WRK-STATUS-LEITURA
                PERFORM 2810-CONFERE-FIM
                CLOSE PONTOS
            END-IF.

      *============ CONFERENCIA DA ABERTURA E DO FIM DA LEITURA ====
       2800-CONFERE-LEITURA.
            IF WRK-STATUS-LEITURA NOT EQUAL 0
                DISPLAY 'ERRO AO ABRIR ' BKP-TAB-NOME (WRK-IND)
                        ', STATUS = ' WRK-STATUS-LEITURA
                DISPLAY 'COPIA INTERROMPIDA SEM MANIFESTO'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       2810-CONFERE-FIM.
            IF WRK-STATUS-LEITURA NOT EQUAL 10
                DISPLAY 'ERRO NA LEITURA DE ' BKP-TAB-NOME (WRK-IND)
                        ', STATUS = ' WRK-STATUS-LEITURA
                DISPLAY 'COPIA INTERROMPIDA SEM MANIFESTO'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      *============ GRAVACAO DO REGISTRO NA COPIA ===========
       2900-GRAVA-BACKUP.
            MOVE BKP-TAB-NOME (WRK-IND) TO BKP-ARQUIVO.
            MOVE WRK-DATA-HOJE TO BKP-DATA.
            MOVE WRK-HORA-COPIA TO BKP-HORA.
            WRITE BACKUP-REG.
            IF WRK-BKP-STATUS NOT = 0
                DISPLAY 'ERRO AO GRAVAR BACKUP, STATUS = '
                        WRK-BKP-STATUS
                DISPLAY 'COPIA INTERROMPIDA SEM MANIFESTO'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 2950-SOMA-CONTROLE.

      *============ TOTAL DE CONTROLE DO ARQUIVO ===========
      *== Soma o campo numerico indicado em BKP-TABELA, tirado da
      *== imagem do registro; posicao zero soma o numero relativo.
      *== Campo nao numerico nao soma (o SISREST faz a mesma conta).
       2950-SOMA-CONTROLE.
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
            ADD 1 TO WRK-ARQ-QTD (WRK-IND).
            ADD WRK-VALOR-CTL TO WRK-ARQ-TOT (WRK-IND).

      *============ GRAVACAO DO MANIFESTO ===========
      *== Registro H, um D por arquivo na ordem da tabela e o T
      *== com a soma das quantidades e dos totais de controle.
       3000-GRAVA-MANIFESTO.
            MOVE SPACES TO MANIFESTO-REG.
            MOVE 'H' TO MAN-TIPO.
            MOVE WRK-DATA-HOJE TO MAN-DATA.
            MOVE WRK-HORA-COPIA TO MAN-HORA.
            MOVE 16 TO MAN-QTD-REG.
            MOVE ZEROS TO MAN-TOTAL-CTL.
            PERFORM 3100-GRAVA-REG-MANIFESTO.
            PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 16
                MOVE 'D' TO MAN-TIPO
                MOVE BKP-TAB-NOME (WRK-IND) TO MAN-ARQUIVO
                MOVE WRK-ARQ-QTD (WRK-IND) TO MAN-QTD-REG
                MOVE WRK-ARQ-TOT (WRK-IND) TO MAN-TOTAL-CTL
                PERFORM 3100-GRAVA-REG-MANIFESTO
                ADD WRK-ARQ-QTD (WRK-IND) TO WRK-TOT-GERAL-QTD
                ADD WRK-ARQ-TOT (WRK-IND) TO WRK-TOT-GERAL-CTL
                MOVE BKP-TAB-NOME (WRK-IND) TO WRK-LIN-NOME
                MOVE WRK-ARQ-QTD (WRK-IND) TO WRK-LIN-QTD
                MOVE WRK-ARQ-TOT (WRK-IND) TO WRK-LIN-TOT
                IF ARQUIVO-AUSENTE (WRK-IND)
                    MOVE 'ARQUIVO AINDA NAO CRIADO' TO WRK-LIN-OBS
                ELSE
                    MOVE SPACES TO WRK-LIN-OBS
                END-IF
                MOVE WRK-LIN-ARQ TO REL-REG
                WRITE REL-REG
            END-PERFORM.
            MOVE 'T' TO MAN-TIPO.
            MOVE SPACES TO MAN-ARQUIVO.
            MOVE WRK-TOT-GERAL-QTD TO MAN-QTD-REG.
            MOVE WRK-TOT-GERAL-CTL TO MAN-TOTAL-CTL.
            PERFORM 3100-GRAVA-REG-MANIFESTO.
            MOVE WRK-TRACO TO REL-REG.
            WRITE REL-REG.
            MOVE 'TOTAL' TO WRK-LIN-NOME.
            MOVE WRK-TOT-GERAL-QTD TO WRK-LIN-QTD.
            MOVE WRK-TOT-GERAL-CTL TO WRK-LIN-TOT.
            MOVE SPACES TO WRK-LIN-OBS.
            MOVE WRK-LIN-ARQ TO REL-REG.
            WRITE REL-REG.

       3100-GRAVA-REG-MANIFESTO.
            WRITE MANIFESTO-REG.
            IF WRK-MAN-STATUS NOT = 0
                DISPLAY 'ERRO AO GRAVAR MANIFESTO, STATUS = '
                        WRK-MAN-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       9000-FINALIZAR.
            DISPLAY 'ARQUIVOS COPIADOS.....: 16'.
            DISPLAY 'REGISTROS COPIADOS....: ' WRK-TOT-GERAL-QTD.
            DISPLAY 'TOTAL DE CONTROLE.....: ' WRK-TOT-GERAL-CTL.
            CLOSE BACKUP.
            CLOSE MANIFESTO.
            CLOSE RELATORIO.
