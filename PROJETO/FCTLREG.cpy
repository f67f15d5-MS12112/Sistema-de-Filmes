      *== COPYBOOK: FCTLREG
      *== OBJETIVO: Layout do registro de FILMESCTL (arquivo relativo
      *==           de dados de controle), compartilhado entre os
      *==           programas FILMES, FILMLOAD, LOCACOES e COMPRAS.
      *==           Conteudo por numero de registro (CTL-CHAVE):
      *==             1 - CTL-QTD-ATIVOS, total de filmes ativos
      *==             2 - CTL-ULTIMO-ID, ultimo FILME-ID atribuido
      *==             3 - CTL-ULTIMO-ID, ultimo LOC-ID atribuido
      *==             4 - CTL-ULTIMO-ID, ultimo MULTA-ID atribuido
      *==             5 - CTL-ULTIMO-ID, ultimo RES-ID atribuido
      *==             6 - CTL-ULTIMO-ID, ultima sequencia de CAIXA.DAT
      *==             7 - CTL-ULTIMO-ID, ultimo FORN-ID atribuido
      *==             8 - CTL-ULTIMO-ID, ultimo PED-ID atribuido
      *==             9 - CTL-ULTIMO-ID, ultimo PTO-ID atribuido
      *== DATA = 22/08/2026
      *================================================================
       01 FILMES-CTL-REG.
