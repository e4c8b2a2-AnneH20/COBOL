      * 'Y' taxable; a fruit not listed is not taxable.
       fd  taxableFile.
       01  xTaxableRecord.
           05 xTaxableFruitIn          pic x(14).
           05 xTaxableFlagIn           pic x.

      * Rate as a percentage, 07250 for 7.25%.
       fd  taxRateFile.
       01  xTaxRateRecord.
           05 nTaxRateDateIn           pic 9(8).
           05 filler                   pic x.
           05 nTaxRateIn               pic 99v999.
