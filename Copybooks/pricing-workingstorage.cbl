      * Loaded by 9400-load-pricing (pricing-procedure.cbl). The
      * caller sets xPricingFruit, xPricingDate, nPricingQty and
      * nPricingList (the catalog unit price) and performs
      * 9410-best-price for nPricingUnit, the lowest unit price any
      * eligible rule gives, xPricingCode, the rule that gave it
      * (spaces at list price), and nPricingDiscount, what the
      * line saves against list.
       77  xPricingFruit               pic x(14)       value spaces.
       77  xPricingDate                pic 9(8)        value 0.
       77  nPricingQty                 pic 9(5)        value 0.
       77  nPricingList                pic 99v99       value 0.
       77  nPricingUnit                pic 99v99       value 0.
       77  nPricingCandidate           pic 99v99       value 0.
       77  nPricingDiscount            pic 9(5)v99     value 0.
       77  xPricingCode                pic x(10)       value spaces.
       77  xPricingEof                 pic x           value 'n'.
       77  nPricingSub                 pic 999         value 0.
       77  nPricingCount               pic 999         value 0.
       77  nPricingMax                 pic 999         value 200.
       77  nPricingRejects             pic 999         value 0.

       01  xPricingTable.
           05 xPricingElement occurs 200 times.
               10 xPrTypeT             pic x.
               10 xPrFruitT            pic x(14).
               10 xPrCodeT             pic x(10).
               10 nPrMinQtyT           pic 999.
               10 xPrMethodT           pic x.
               10 nPrValueT            pic 99v99.
               10 nPrStartT            pic 9(8).
               10 nPrEndT              pic 9(8).
