      *================================================================
      *== COPYBOOK: BKPREG
      *== OBJETIVO: Layout do registro da copia de seguranca dos
      *==           arquivos do sistema (SISBACK grava, SISREST le).
      *==           Cada registro traz o nome do arquivo de origem,
      *==           a data e a hora da copia (iguais as do
      *==           manifesto da mesma execucao), o numero relativo
      *==           do registro nos arquivos RELATIVE e a imagem do
      *==           registro, completada com espacos.
      *== DATA = 15/10/2026
      *================================================================
       01 BACKUP-REG.
          05 BKP-ARQUIVO           PIC X(12).
          05 BKP-DATA              PIC 9(08).
          05 BKP-HORA              PIC 9(06).
      *== Zero nos arquivos INDEXED.
          05 BKP-CHAVE-REL         PIC 9(04).
          05 BKP-DADOS             PIC X(201).
