      * Loaded by 9300-load-sales-tax (salestax-procedure.cbl).
      * The caller sets xSalesTaxFruit, xSalesTaxDate,
      * nSalesTaxBase (price times quantity) and xSalesTaxExempt
      * ('y' for a customer with an exemption certificate) and
      * performs 9310-compute-sales-tax for nSalesTaxAmount.
       77  xSalesTaxFruit              pic x(14)       value spaces.
       77  xSalesTaxDate               pic 9(8)        value 0.
       77  nSalesTaxBase               pic 9(7)v99     value 0.
       77  xSalesTaxExempt             pic x           value 'n'.
       77  nSalesTaxAmount             pic 9(5)v99     value 0.
       77  nSalesTaxRate               pic 99v999      value 0.
       77  nSalesTaxRateDate           pic 9(8)        value 0.
       77  xSalesTaxEof                pic x           value 'n'.
       77  nSalesTaxSub                pic 99          value 0.
       77  nTaxableCount               pic 99          value 0.
       77  nTaxRateCount               pic 99          value 0.

       01  xTaxableTable.
           05 xTaxableElement occurs 50 times.
               10 xTaxableFruitT       pic x(14).
               10 xTaxableFlagT        pic x.

       01  xTaxRateTable.
           05 xTaxRateElement occurs 50 times.
               10 nTaxRateDateT        pic 9(8).
               10 nTaxRateT            pic 99v999.
