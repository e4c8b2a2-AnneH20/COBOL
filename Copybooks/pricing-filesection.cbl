      * Type 'Q' quantity break or 'P' promotion; the code names
      * the rule on the order line and in the Fruit-05 report
      * (blank defaults to QTY BREAK / PROMOTION). The rule applies
      * from the minimum quantity (blank for any) between the start
      * and end dates (blank for open-ended). Method 'P' takes the
      * value as a percentage off the catalog price (2000 for 20%),
      * 'F' as a fixed unit price (0325 for $3.25).
       fd  pricingFile.
       01  xPricingRecord.
           05 xPrTypeIn                pic x.
           05 filler                   pic x.
           05 xPrFruitIn               pic x(14).
           05 filler                   pic x.
           05 xPrCodeIn                pic x(10).
           05 filler                   pic x.
           05 xPrMinQtyIn              pic x(3).
           05 filler                   pic x.
           05 xPrMethodIn              pic x.
           05 filler                   pic x.
           05 xPrValueIn               pic x(4).
           05 filler                   pic x.
           05 xPrStartIn               pic x(8).
           05 filler                   pic x.
           05 xPrEndIn                 pic x(8).
