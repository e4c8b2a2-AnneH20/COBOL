      * applied change to the per-fruit price history. It then
      * writes the margin report -- selling price against the
      * newest unit cost captured on Fruit-03 receiving lines --
      * flagging anything selling below cost. The margin is judged
      * on the lowest price a quantity break or promotion on
      * Fruit-pricing.txt can charge on the business date, since
      * that is what the stand actually takes on a discounted sale.

       identification division.
       program-id. Fruit-10.

           copy "busdate-filecontrol.cbl".

           copy "pricing-filecontrol.cbl".

       data division.
       file section.
       fd  changeFile.
           05 xfruitNameInput      pic x(14).
           05 nfruitQuantityInput  pic 999.
           05 nfruitPriceInput     pic 99v99.
      * 'T' while the fruit is on hold after a cooler temperature
      * excursion (Fruit-28), blank when it may be sold.
           05 xfruitHoldInput      pic x.

       fd  historyFile.
       01  xPriceHistRecord.

           copy "busdate-filesection.cbl".

           copy "pricing-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xTodayDate          pic 9(8)            value 0.
               10 xFruitNameT      pic x(14).
               10 nFruitQtyT       pic 999.
               10 nFruitPriceT     pic 99v99.
               10 xFruitHoldT      pic x.
               10 nFruitCostT      pic 99v99      value 0.
               10 nFruitCostDateT  pic 9(8)       value 0.

       01  xMarginHeading.
           05 filler           pic x(16)       value 'FRUIT'.
           05 filler           pic x(8)        value 'PRICE'.
           05 filler           pic x(8)        value 'DEAL'.
           05 filler           pic x(8)        value 'COST'.
           05 filler           pic x(9)        value 'MARGIN'.
           05 filler           pic x(20)       value 'FLAG'.
           05 filler           pic x(2)        value spaces.
           05 neMgPrice        pic z9.99.
           05 filler           pic x(3)        value spaces.
           05 neMgDeal         pic z9.99.
           05 filler           pic x(3)        value spaces.
           05 neMgCost         pic z9.99.
           05 filler           pic x(2)        value spaces.
           05 neMgMargin       pic -z9.99.

           copy "busdate-workingstorage.cbl".

           copy "pricing-workingstorage.cbl".

       procedure division.
       000-main.
           move "Fruit-10" to xRunLogProgram.
           perform 130-next-receiving until xEofFlag = "y".
           close receivingFile.
           move "n" to xEofFlag.
           perform 9400-load-pricing.

       110-load-fruits.
           read fruitFile
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
               move xFruitNameT(nSearchSub) to xMgFruit
               move nFruitPriceT(nSearchSub) to neMgPrice
               move nFruitCostT(nSearchSub) to neMgCost
               perform 255-deal-price
               move nPricingUnit to neMgDeal
               compute nMarginWork = nPricingUnit
                   - nFruitCostT(nSearchSub)
               move nMarginWork to neMgMargin
               move spaces to xMgFlag
           write xReportLine from xMarginFooter.
           close reportFile.

      * The largest quantity a line can carry qualifies for every
      * quantity break, so this is the floor price on the day.
       255-deal-price.
           move xFruitNameT(nSearchSub) to xPricingFruit.
           move xTodayDate to xPricingDate.
           move 999 to nPricingQty.
           move nFruitPriceT(nSearchSub) to nPricingList.
           perform 9410-best-price.

       300-termination.
           display " ".
           display nAppliedCount, " price changes applied (",

           copy "busdate-procedure.cbl".

           copy "pricing-procedure.cbl".

      * Add a blank line at the end
