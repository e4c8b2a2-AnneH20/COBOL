      * Sales tax reference files, both kept by Fruit-23: which
      * catalog fruits are taxable (prepared items), and the tax
      * rate with the date each rate took effect.
           select optional taxableFile assign to
           "Fruit-taxable.txt"
           organization is line sequential.

           select optional taxRateFile assign to
           "Fruit-taxrate.txt"
           organization is line sequential.
