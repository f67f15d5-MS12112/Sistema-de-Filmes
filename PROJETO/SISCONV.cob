       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISCONV.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Conversao unica de FILMES.DAT, CLIENTES.DAT,
      *==           LOCACOES.DAT e do historico FILMHIST para os
      *==           registros com a classificacao indicativa
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: A classificacao indicativa acrescentou campos
      *==   ao final de tres registros: FILME-CLASSIF (FILMES.DAT e
      *==   FILMHIST, de 135 para 137 bytes), CLIENTE-DATA-NASC
      *==   (CLIENTES.DAT, de 111 para 119) e LOC-AUTORIZ-IDADE
      *==   (LOCACOES.DAT, de 74 para 82). Os arquivos antigos,
      *==   renomeados com o sufixo ANT antes da execucao, sao lidos
      *==   no layout antigo (FILMESANT, CLIENTESANT, LOCACOESANT e
      *==   FILMHISTANT) e regravados no layout novo (FILMESDAT,
      *==   CLIENTESDAT, LOCACOESDAT e FILMHIST), com FILME-CLASSIF
      *==   em branco (livre), CLIENTE-DATA-NASC zerada (nao
      *==   informada) e LOC-AUTORIZ-IDADE em branco. O resto do
      *==   registro e copiado como esta.
      *==   Arquivo antigo ausente e pulado (ja convertido ou nunca
      *==   criado). Arquivo novo que ja exista nao e tocado: o
      *==   programa para com codigo 16, para nunca gravar por cima
      *==   de um arquivo ja convertido ou em uso; numa reexecucao
      *==   depois de uma falha, apague antes o arquivo novo
      *==   incompleto. Qualquer erro de leitura ou gravacao tambem
      *==   para com codigo 16. As quantidades lidas e gravadas de
      *==   cada arquivo saem no SYSOUT e tem de ser iguais.
      *======================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILMES-ANT ASSIGN TO 'FILMESANT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WRK-FANT-STATUS
             RECORD KEY IS FANT-CHAVE
             ALTERNATE RECORD KEY IS FANT-GENERO WITH DUPLICATES
             ALTERNATE RECORD KEY IS FANT-TITULO WITH DUPLICATES.

           SELECT FILMES ASSIGN TO 'FILMESDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FILME-STATUS
             RECORD KEY IS FILMES-CHAVE
             ALTERNATE RECORD KEY IS FILME-GENERO WITH DUPLICATES
             ALTERNATE RECORD KEY IS FILME-TITULO WITH DUPLICATES.

           SELECT CLIENTES-ANT ASSIGN TO 'CLIENTESANT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WRK-CANT-STATUS
             RECORD KEY IS CANT-CHAVE
             ALTERNATE RECORD KEY IS CANT-NOME WITH DUPLICATES.

           SELECT CLIENTES ASSIGN TO 'CLIENTESDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIENTE-STATUS
             RECORD KEY IS CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTE-NOME WITH DUPLICATES.

           SELECT LOCACOES-ANT ASSIGN TO 'LOCACOESANT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WRK-LANT-STATUS
             RECORD KEY IS LANT-CHAVE
             ALTERNATE RECORD KEY IS LANT-FILME-ID WITH DUPLICATES
             ALTERNATE RECORD KEY IS LANT-CLIENTE-ID WITH DUPLICATES.

           SELECT LOCACOES ASSIGN TO 'LOCACOESDAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS LOC-STATUS
             RECORD KEY IS LOC-CHAVE
             ALTERNATE RECORD KEY IS LOC-FILME-ID WITH DUPLICATES
             ALTERNATE RECORD KEY IS LOC-CLIENTE-ID WITH DUPLICATES.

           SELECT HISTORICO-ANT ASSIGN TO 'FILMHISTANT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-HANT-STATUS.

           SELECT HISTORICO ASSIGN TO 'FILMHIST'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-HIS-STATUS.

       DATA DIVISION.
       FILE                         SECTION.
      *======ESTRUTURA ANTIGA DE FILMES.DAT (135 BYTES)======
      *== Layout anterior a FILME-CLASSIF; so as chaves tem nome.
        FD FILMES-ANT.
        01 FANT-REG.
           05 FANT-CHAVE.
              10 FANT-ID        PIC 9(05).
           05 FANT-TITULO       PIC X(50).
           05 FANT-GENERO       PIC X(30).
           05 FILLER            PIC X(50).

      *======ESTRUTURA NOVA DE FILMES.DAT======
        FD FILMES.
        COPY FILMEREG.

      *======ESTRUTURA ANTIGA DE CLIENTES.DAT (111 BYTES)======
      *== Layout anterior a CLIENTE-DATA-NASC.
        FD CLIENTES-ANT.
        01 CANT-REG.
           05 CANT-CHAVE.
              10 CANT-ID        PIC 9(05).
           05 CANT-NOME         PIC X(40).
           05 FILLER            PIC X(66).

      *======ESTRUTURA NOVA DE CLIENTES.DAT======
        FD CLIENTES.
        COPY CLIENREG.

      *======ESTRUTURA ANTIGA DE LOCACOES.DAT (74 BYTES)======
      *== Layout anterior a LOC-AUTORIZ-IDADE.
        FD LOCACOES-ANT.
        01 LANT-REG.
           05 LANT-CHAVE.
              10 LANT-ID        PIC 9(05).
           05 LANT-CLIENTE-ID   PIC 9(05).
           05 FILLER            PIC X(35).
           05 LANT-FILME-ID     PIC 9(05).
           05 FILLER            PIC X(24).

      *======ESTRUTURA NOVA DE LOCACOES.DAT======
        FD LOCACOES.
        COPY LOCACREG.

      *======ESTRUTURA ANTIGA DO HISTORICO (135 BYTES)======
        FD HISTORICO-ANT.
        01 HANT-REG             PIC X(135).

      *======ESTRUTURA NOVA DO HISTORICO (LAYOUT DO FILMARCH)======
        FD HISTORICO.
        01 HISTORICO-REG.
           05 HIS-DADOS         PIC X(135).
           05 HIS-CLASSIF       PIC X(02).

      *============ VÁRIAVEIS ===============
       WORKING-STORAGE              SECTION.

        77 WRK-FANT-STATUS    PIC 9(02).
        77 WRK-CANT-STATUS    PIC 9(02).
        77 WRK-LANT-STATUS    PIC 9(02).
        77 WRK-HANT-STATUS    PIC 9(02).
        77 FILME-STATUS       PIC 9(02).
        77 CLIENTE-STATUS     PIC 9(02).
        77 LOC-STATUS         PIC 9(02).
        77 WRK-HIS-STATUS     PIC 9(02).

      *============ AREA DOS CONTADORES ===============
        77 WRK-CONT-LIDOS     PIC 9(07) VALUE 0.
        77 WRK-CONT-GRAVADOS  PIC 9(07) VALUE 0.
        77 WRK-CONT-ARQUIVOS  PIC 9(02) VALUE 0.

      *============ Procedimentos Principais ===========
       PROCEDURE DIVISION.
       0001-PRINCIPAL               SECTION.
            PERFORM 2000-CONVERTE-FILMES.
            PERFORM 3000-CONVERTE-CLIENTES.
            PERFORM 4000-CONVERTE-LOCACOES.
            PERFORM 5000-CONVERTE-HISTORICO.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

      *============ FILMES.DAT ===========
       2000-CONVERTE-FILMES.
            OPEN INPUT FILMES-ANT.
            IF WRK-FANT-STATUS EQUAL 35
                DISPLAY 'FILMESANT NAO ENCONTRADO, FILMES.DAT NAO '
                    'CONVERTIDO'
            ELSE
                IF WRK-FANT-STATUS NOT = 0
                    DISPLAY 'ERRO AO ABRIR FILMESANT, STATUS = '
                        WRK-FANT-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                OPEN INPUT FILMES
                IF FILME-STATUS NOT EQUAL 35
                    DISPLAY 'FILMESDAT JA EXISTE, STATUS = '
                        FILME-STATUS ', CONVERSAO INTERROMPIDA'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                OPEN OUTPUT FILMES
                IF FILME-STATUS NOT = 0
                    DISPLAY 'ERRO AO CRIAR FILMESDAT, STATUS = '
                        FILME-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE ZEROS TO WRK-CONT-LIDOS WRK-CONT-GRAVADOS
                READ FILMES-ANT
                PERFORM 2100-GRAVA-FILME
                    UNTIL WRK-FANT-STATUS EQUAL 10
                CLOSE FILMES-ANT
                CLOSE FILMES
                DISPLAY 'FILMES.DAT   LIDOS: ' WRK-CONT-LIDOS
                    '  GRAVADOS: ' WRK-CONT-GRAVADOS
                ADD 1 TO WRK-CONT-ARQUIVOS
            END-IF.

       2100-GRAVA-FILME.
            IF WRK-FANT-STATUS NOT = 0
                DISPLAY 'ERRO NA LEITURA DE FILMESANT, STATUS = '
                    WRK-FANT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WRK-CONT-LIDOS.
            MOVE FANT-REG TO FILMES-REG.
            MOVE SPACES TO FILME-CLASSIF.
            WRITE FILMES-REG.
            IF FILME-STATUS NOT = 0 AND FILME-STATUS NOT = 2
                DISPLAY 'ERRO AO GRAVAR FILMESDAT, ID = ' FILME-ID
                    ', STATUS = ' FILME-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WRK-CONT-GRAVADOS.
            READ FILMES-ANT.

      *============ CLIENTES.DAT ===========
       3000-CONVERTE-CLIENTES.
            OPEN INPUT CLIENTES-ANT.
            IF WRK-CANT-STATUS EQUAL 35
                DISPLAY 'CLIENTESANT NAO ENCONTRADO, CLIENTES.DAT NAO '
                    'CONVERTIDO'
            ELSE
                IF WRK-CANT-STATUS NOT = 0
                    DISPLAY 'ERRO AO ABRIR CLIENTESANT, STATUS = '
                        WRK-CANT-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                OPEN INPUT CLIENTES
                IF CLIENTE-STATUS NOT EQUAL 35
                    DISPLAY 'CLIENTESDAT JA EXISTE, STATUS = '
                        CLIENTE-STATUS ', CONVERSAO INTERROMPIDA'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                OPEN OUTPUT CLIENTES
                IF CLIENTE-STATUS NOT = 0
                    DISPLAY 'ERRO AO CRIAR CLIENTESDAT, STATUS = '
                        CLIENTE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE ZEROS TO WRK-CONT-LIDOS WRK-CONT-GRAVADOS
                READ CLIENTES-ANT
                PERFORM 3100-GRAVA-CLIENTE
                    UNTIL WRK-CANT-STATUS EQUAL 10
                CLOSE CLIENTES-ANT
                CLOSE CLIENTES
                DISPLAY 'CLIENTES.DAT LIDOS: ' WRK-CONT-LIDOS
                    '  GRAVADOS: ' WRK-CONT-GRAVADOS
                ADD 1 TO WRK-CONT-ARQUIVOS
            END-IF.

       3100-GRAVA-CLIENTE.
            IF WRK-CANT-STATUS NOT = 0
                DISPLAY 'ERRO NA LEITURA DE CLIENTESANT, STATUS = '
                    WRK-CANT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WRK-CONT-LIDOS.
            MOVE CANT-REG TO CLIENTES-REG.
            MOVE ZEROS TO CLIENTE-DATA-NASC.
            WRITE CLIENTES-REG.
            IF CLIENTE-STATUS NOT = 0 AND CLIENTE-STATUS NOT = 2
                DISPLAY 'ERRO AO GRAVAR CLIENTESDAT, ID = ' CLIENTE-ID
                    ', STATUS = ' CLIENTE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WRK-CONT-GRAVADOS.
            READ CLIENTES-ANT.

      *============ LOCACOES.DAT ===========
       4000-CONVERTE-LOCACOES.
            OPEN INPUT LOCACOES-ANT.
            IF WRK-LANT-STATUS EQUAL 35
                DISPLAY 'LOCACOESANT NAO ENCONTRADO, LOCACOES.DAT NAO '
                    'CONVERTIDO'
            ELSE
                IF WRK-LANT-STATUS NOT = 0
                    DISPLAY 'ERRO AO ABRIR LOCACOESANT, STATUS = '
                        WRK-LANT-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                OPEN INPUT LOCACOES
                IF LOC-STATUS NOT EQUAL 35
                    DISPLAY 'LOCACOESDAT JA EXISTE, STATUS = '
                        LOC-STATUS ', CONVERSAO INTERROMPIDA'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                OPEN OUTPUT LOCACOES
                IF LOC-STATUS NOT = 0
                    DISPLAY 'ERRO AO CRIAR LOCACOESDAT, STATUS = '
                        LOC-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE ZEROS TO WRK-CONT-LIDOS WRK-CONT-GRAVADOS
                READ LOCACOES-ANT
                PERFORM 4100-GRAVA-LOCACAO
                    UNTIL WRK-LANT-STATUS EQUAL 10
                CLOSE LOCACOES-ANT
                CLOSE LOCACOES
                DISPLAY 'LOCACOES.DAT LIDOS: ' WRK-CONT-LIDOS
                    '  GRAVADOS: ' WRK-CONT-GRAVADOS
                ADD 1 TO WRK-CONT-ARQUIVOS
            END-IF.

       4100-GRAVA-LOCACAO.
            IF WRK-LANT-STATUS NOT = 0
                DISPLAY 'ERRO NA LEITURA DE LOCACOESANT, STATUS = '
                    WRK-LANT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WRK-CONT-LIDOS.
            MOVE LANT-REG TO LOCACOES-REG.
            MOVE SPACES TO LOC-AUTORIZ-IDADE.
            WRITE LOCACOES-REG.
            IF LOC-STATUS NOT = 0 AND LOC-STATUS NOT = 2
                DISPLAY 'ERRO AO GRAVAR LOCACOESDAT, ID = ' LOC-ID
                    ', STATUS = ' LOC-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WRK-CONT-GRAVADOS.
            READ LOCACOES-ANT.

      *============ HISTORICO FILMHIST ===========
      *== O historico novo e criado a partir do antigo; o FILMARCH
      *== continua acrescentando no novo.
       5000-CONVERTE-HISTORICO.
            OPEN INPUT HISTORICO-ANT.
            IF WRK-HANT-STATUS EQUAL 35
                DISPLAY 'FILMHISTANT NAO ENCONTRADO, HISTORICO NAO '
                    'CONVERTIDO'
            ELSE
                IF WRK-HANT-STATUS NOT = 0
                    DISPLAY 'ERRO AO ABRIR FILMHISTANT, STATUS = '
                        WRK-HANT-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                OPEN OUTPUT HISTORICO
                IF WRK-HIS-STATUS NOT = 0
                    DISPLAY 'ERRO AO CRIAR FILMHIST, STATUS = '
                        WRK-HIS-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE ZEROS TO WRK-CONT-LIDOS WRK-CONT-GRAVADOS
                READ HISTORICO-ANT
                PERFORM 5100-GRAVA-HISTORICO
                    UNTIL WRK-HANT-STATUS EQUAL 10
                CLOSE HISTORICO-ANT
                CLOSE HISTORICO
                DISPLAY 'FILMHIST     LIDOS: ' WRK-CONT-LIDOS
                    '  GRAVADOS: ' WRK-CONT-GRAVADOS
                ADD 1 TO WRK-CONT-ARQUIVOS
            END-IF.

       5100-GRAVA-HISTORICO.
            IF WRK-HANT-STATUS NOT = 0
                DISPLAY 'ERRO NA LEITURA DE FILMHISTANT, STATUS = '
                    WRK-HANT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WRK-CONT-LIDOS.
            MOVE HANT-REG TO HIS-DADOS.
            MOVE SPACES TO HIS-CLASSIF.
            WRITE HISTORICO-REG.
            IF WRK-HIS-STATUS NOT = 0
                DISPLAY 'ERRO AO GRAVAR FILMHIST, STATUS = '
                    WRK-HIS-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WRK-CONT-GRAVADOS.
            READ HISTORICO-ANT.

       9000-FINALIZAR.
            DISPLAY 'ARQUIVOS CONVERTIDOS.: ' WRK-CONT-ARQUIVOS.
