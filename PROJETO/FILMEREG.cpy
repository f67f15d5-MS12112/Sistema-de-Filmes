             88 CAT-LANCAMENTO     VALUE 'L'.
             88 CAT-CATALOGO       VALUE 'C'.
             88 CAT-PROMO          VALUE 'P'.
      *== Classificacao indicativa: L (livre) ou a idade minima
      *== 10, 12, 14, 16 ou 18. Titulos antigos sem classificacao
      *== valem livre.
          05 FILME-CLASSIF    PIC X(02).
             88 CLASSIF-VALIDA     VALUE 'L ' '10' '12' '14' '16'
                                         '18'.
             88 CLASSIF-LIVRE      VALUE 'L ' SPACES.
