           05 xfruitNameInput      pic x(14).
           05 nfruitQuantityInput  pic 999.
           05 nfruitPriceInput     pic 99v99.
      * 'T' while the fruit is on hold after a cooler temperature
      * excursion (Fruit-28), blank when it may be sold.
           05 xfruitHoldInput      pic x.

       fd  sheetFile.
       01  xSheetLine              pic x(50).
               10 xFruitNameT      pic x(14).
               10 nFruitQtyT       pic 999.
               10 nFruitPriceT     pic 99v99.
               10 xFruitHoldT      pic x.

       01  xSheetHeading.
           05 filler           pic x(16)       value 'FRUIT'.
                       move nfruitQuantityInput to
                       nFruitQtyT(nFruitCount),
                       move nfruitPriceInput to
                       nFruitPriceT(nFruitCount),
                       move xfruitHoldInput to xFruitHoldT(nFruitCount)
                   end-if,
           end-read.

               move xFruitNameT(nOutSub) to xfruitNameInput
               move nFruitQtyT(nOutSub) to nfruitQuantityInput
               move nFruitPriceT(nOutSub) to nfruitPriceInput
               move xFruitHoldT(nOutSub) to xfruitHoldInput
               write xInput
           end-perform.
           close fruitFile.
