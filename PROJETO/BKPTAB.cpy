      *================================================================
      *== COPYBOOK: BKPTAB
      *== OBJETIVO: Tabela dos arquivos copiados pelo SISBACK e
      *==           restaurados pelo SISREST, na ordem da copia. Para
      *==           cada arquivo: o nome gravado em BKP-ARQUIVO e em
      *==           MAN-ARQUIVO, a posicao e o tamanho, dentro do
      *==           registro, do campo numerico somado no total de
      *==           controle (a chave numerica na maioria; a
      *==           sequencia em CAIXA, o nivel em OPERADORES, cuja
      *==           chave e alfanumerica, e os contadores em
      *==           FILMESCTL) e a organizacao. Posicao zero soma o
      *==           numero relativo do registro.
      *==           Arquivo novo entra no fim da tabela, com o OCCURS
      *==           e os dois programas ajustados.
      *== DATA = 15/10/2026
      *================================================================
       01 BKP-TABELA.
          05 FILLER PIC X(18) VALUE 'CLIENTES    00105I'.
          05 FILLER PIC X(18) VALUE 'LOCACOES    00105I'.
          05 FILLER PIC X(18) VALUE 'MULTAS      00105I'.
          05 FILLER PIC X(18) VALUE 'RESERVAS    00105I'.
          05 FILLER PIC X(18) VALUE 'COPIAS      00108I'.
          05 FILLER PIC X(18) VALUE 'OPERADORES  04701I'.
          05 FILLER PIC X(18) VALUE 'PARAMSDAT   00000R'.
          05 FILLER PIC X(18) VALUE 'FILMESCTL   00107R'.
          05 FILLER PIC X(18) VALUE 'FILMES      00105I'.
          05 FILLER PIC X(18) VALUE 'AVISOS      00106I'.
          05 FILLER PIC X(18) VALUE 'CAIXA       01707I'.
          05 FILLER PIC X(18) VALUE 'JORNAL      00108I'.
          05 FILLER PIC X(18) VALUE 'FORNECEDORES00105I'.
          05 FILLER PIC X(18) VALUE 'PEDIDOS     00105I'.
          05 FILLER PIC X(18) VALUE 'PEDITENS    00107I'.
          05 FILLER PIC X(18) VALUE 'PONTOS      00107I'.
       01 BKP-TABELA-R REDEFINES BKP-TABELA.
          05 BKP-TAB-ARQ OCCURS 16 TIMES.
            10 BKP-TAB-NOME        PIC X(12).
            10 BKP-TAB-POS         PIC 9(03).
            10 BKP-TAB-TAM         PIC 9(02).
            10 BKP-TAB-ORG         PIC X(01).
               88 BKP-TAB-RELATIVO     VALUE 'R'.
