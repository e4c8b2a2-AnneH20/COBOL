      * Load the taxable-fruit flags and the rate history once per
      * run. Missing files leave nothing taxable and a zero rate.
       9300-load-sales-tax.
           move 0 to nTaxableCount.
           move 0 to nTaxRateCount.
           move "n" to xSalesTaxEof.
           open input taxableFile.
           perform until xSalesTaxEof = "y"
               read taxableFile
                   at end
                       move "y" to xSalesTaxEof
                   not at end
                       if nTaxableCount < 50
                           add 1 to nTaxableCount
                           move xTaxableFruitIn to
                           xTaxableFruitT(nTaxableCount)
                           move xTaxableFlagIn to
                           xTaxableFlagT(nTaxableCount)
                       end-if
               end-read
           end-perform.
           close taxableFile.
           move "n" to xSalesTaxEof.
           open input taxRateFile.
           perform until xSalesTaxEof = "y"
               read taxRateFile
                   at end
                       move "y" to xSalesTaxEof
                   not at end
                       if nTaxRateDateIn numeric
                           and nTaxRateIn numeric
                           and nTaxRateCount < 50
                           add 1 to nTaxRateCount
                           move nTaxRateDateIn to
                           nTaxRateDateT(nTaxRateCount)
                           move nTaxRateIn to nTaxRateT(nTaxRateCount)
                       end-if
               end-read
           end-perform.
           close taxRateFile.

      * Tax on one line: a taxable fruit sold to a customer without
      * an exemption certificate, at the rate in effect on the
      * line's date (the latest effective date not after it).
       9310-compute-sales-tax.
           move 0 to nSalesTaxAmount.
           move 0 to nSalesTaxRate.
           move 0 to nSalesTaxRateDate.
           if xSalesTaxExempt = "y"
               exit paragraph
           end-if.
           perform varying nSalesTaxSub from 1 by 1
               until nSalesTaxSub > nTaxableCount
               if xTaxableFruitT(nSalesTaxSub) = xSalesTaxFruit
                   and xTaxableFlagT(nSalesTaxSub) = "Y"
                   perform 9320-find-tax-rate
                   move nTaxableCount to nSalesTaxSub
               end-if
           end-perform.
           compute nSalesTaxAmount rounded =
               nSalesTaxBase * nSalesTaxRate / 100.

       9320-find-tax-rate.
           perform varying nSalesTaxSub from 1 by 1
               until nSalesTaxSub > nTaxRateCount
               if nTaxRateDateT(nSalesTaxSub) <= xSalesTaxDate
                   and nTaxRateDateT(nSalesTaxSub) >= nSalesTaxRateDate
                   move nTaxRateDateT(nSalesTaxSub) to
                   nSalesTaxRateDate
                   move nTaxRateT(nSalesTaxSub) to nSalesTaxRate
               end-if
           end-perform.
