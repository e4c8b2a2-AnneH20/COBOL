      * Load the pricing rules once per run. A line that does not
      * parse is counted in nPricingRejects and left out, so a bad
      * edit costs a discount rather than a wrong price; a missing
      * file leaves everything at list price.
       9400-load-pricing.
           move 0 to nPricingCount.
           move 0 to nPricingRejects.
           move "n" to xPricingEof.
           open input pricingFile.
           perform until xPricingEof = "y"
               read pricingFile
                   at end
                       move "y" to xPricingEof
                   not at end
                       perform 9405-load-pricing-rule
               end-read
           end-perform.
           close pricingFile.

       9405-load-pricing-rule.
           if xPrTypeIn not = "Q" and xPrTypeIn not = "P"
               or xPrMethodIn not = "P" and xPrMethodIn not = "F"
               or xPrValueIn not numeric
               or xPrMinQtyIn not numeric and xPrMinQtyIn not = spaces
               or xPrStartIn not numeric and xPrStartIn not = spaces
               or xPrEndIn not numeric and xPrEndIn not = spaces
               or nPricingCount >= nPricingMax
               add 1 to nPricingRejects
               exit paragraph
           end-if.
           add 1 to nPricingCount.
           move xPrTypeIn to xPrTypeT(nPricingCount).
           move xPrFruitIn to xPrFruitT(nPricingCount).
           move xPrCodeIn to xPrCodeT(nPricingCount).
           if xPrCodeIn = spaces
               if xPrTypeIn = "Q"
                   move "QTY BREAK" to xPrCodeT(nPricingCount)
               else
                   move "PROMOTION" to xPrCodeT(nPricingCount)
               end-if
           end-if.
           move 0 to nPrMinQtyT(nPricingCount).
           if xPrMinQtyIn numeric
               move xPrMinQtyIn to nPrMinQtyT(nPricingCount)
           end-if.
           move xPrMethodIn to xPrMethodT(nPricingCount).
           compute nPrValueT(nPricingCount) =
               function numval(xPrValueIn) / 100.
           move 0 to nPrStartT(nPricingCount).
           if xPrStartIn numeric
               move xPrStartIn to nPrStartT(nPricingCount)
           end-if.
           move 99999999 to nPrEndT(nPricingCount).
           if xPrEndIn numeric
               move xPrEndIn to nPrEndT(nPricingCount)
           end-if.

      * The best eligible price wins outright -- a promotion and a
      * quantity break never stack. A rule that would charge more
      * than list is ignored.
       9410-best-price.
           move nPricingList to nPricingUnit.
           move spaces to xPricingCode.
           perform varying nPricingSub from 1 by 1
               until nPricingSub > nPricingCount
               if xPrFruitT(nPricingSub) = xPricingFruit
                   and nPricingQty >= nPrMinQtyT(nPricingSub)
                   and xPricingDate >= nPrStartT(nPricingSub)
                   and xPricingDate <= nPrEndT(nPricingSub)
                   if xPrMethodT(nPricingSub) = "F"
                       move nPrValueT(nPricingSub) to
                       nPricingCandidate
                   else
                       compute nPricingCandidate rounded =
                           nPricingList *
                           (100 - nPrValueT(nPricingSub)) / 100
                   end-if
                   if nPricingCandidate < nPricingUnit
                       move nPricingCandidate to nPricingUnit
                       move xPrCodeT(nPricingSub) to xPricingCode
                   end-if
               end-if
           end-perform.
           compute nPricingDiscount =
               nPricingQty * (nPricingList - nPricingUnit).
