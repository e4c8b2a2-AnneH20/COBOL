      * validated line by line, accepted lines increment the catalog
      * quantities in FixedFruits.txt, and a receiving register
      * shows what came in -- no more hand-editing the catalog to
      * put stock back. Each accepted receipt also opens a lot on
      * Fruit-lots.txt with its received date, unit cost, and a
      * sell-by date from the per-fruit shelf life in
      * Fruit-shelflife.txt, so old stock can be told from new.

       identification division.
       program-id. Fruit-03.
           select optional poFile assign to "Fruit-pos.txt"
           organization is line sequential.

           select optional shelfLifeFile assign to
           "Fruit-shelflife.txt"
           organization is line sequential.

      * Stock lots; Fruit-08 depletes them oldest first and Fruit-18
      * writes off the ones past sell-by.
           select optional lotFile assign to "Fruit-lots.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

       data division.
           05 xfruitNameInput      pic x(14).
           05 nfruitQuantityInput  pic 999.
           05 nfruitPriceInput     pic 99v99.
      * 'T' while the fruit is on hold after a cooler temperature
      * excursion (Fruit-28), blank when it may be sold.
           05 xfruitHoldInput      pic x.

       fd  registerFile.
       01  xRegisterLine           pic x(80).
           05 xPoStatus            pic x.
           05 filler               pic x.
           05 nPoDate              pic 9(8).
           05 filler               pic x.
           05 nPoUnitCost          pic 99v99.

       fd  shelfLifeFile.
       01  xShelfLifeRecord.
           05 xSlFruitIn           pic x(14).
           05 nSlDaysIn            pic 999.

      * Status 'O' open, 'D' depleted by sales, 'W' written off as
      * spoilage.
       fd  lotFile.
       01  xLotRecord.
           05 nLotNumber           pic 9(6).
           05 filler               pic x           value spaces.
           05 xLotFruit            pic x(14).
           05 filler               pic x           value spaces.
           05 nLotRcvDate          pic 9(8).
           05 filler               pic x           value spaces.
           05 nLotSellBy           pic 9(8).
           05 filler               pic x           value spaces.
           05 nLotRcvQty           pic 9(5).
           05 filler               pic x           value spaces.
           05 nLotQtyLeft          pic 9(5).
           05 filler               pic x           value spaces.
           05 nLotUnitCost         pic 999v99.
           05 filler               pic x           value spaces.
           05 xLotStatus           pic x.
           05 filler               pic x           value spaces.
           05 nLotClosedDate       pic 9(8).

           copy "runlog-filesection.cbl".

       77  nPoRoom             pic 9(5)            value 0.
       77  xPoChangedFlag      pic x               value 'n'.

       77  nShelfCount         pic 99              value 0.
       77  nShelfSub           pic 99              value 0.
       77  nShelfDaysWork      pic 999             value 0.
      * Shelf life used for a fruit missing from Fruit-shelflife.txt.
       77  nDefaultShelfDays   pic 999             value 7.
       77  nNextLotNumber      pic 9(6)            value 1.
       77  nLotQtyWork         pic 9(5)            value 0.
       77  nNewLotCount        pic 999             value 0.
       77  nNewLotSub          pic 999             value 0.

       01  xShelfLifeTable.
           05 xShelfLifeElement occurs 50 times.
               10 xSlFruitT        pic x(14).
               10 nSlDaysT         pic 999.

       01  xNewLotTable.
           05 xNewLotElement occurs 500 times.
               10 xNlRecord        pic x(68).

       01  xPoTable.
           05 xPoElement occurs 200 times.
               10 nPtNumber        pic 9(6).
               10 nPtReceived      pic 9(5).
               10 xPtStatus        pic x.
               10 nPtDate          pic 9(8).
               10 nPtUnitCost      pic 99v99.

       01  xPoMatchLine.
           05 filler           pic x(6)        value '   PO '.
               10 xFruitNameT      pic x(14).
               10 nFruitQtyT       pic 999.
               10 nFruitPriceT     pic 99v99.
               10 xFruitHoldT      pic x.

       01  xRegisterHeading.
           05 filler           pic x(16)       value 'FRUIT'.
           perform 115-load-pos until xEofFlag = "y".
           close poFile.
           move "n" to xEofFlag.
           open input shelfLifeFile.
           perform 116-load-shelf-life until xEofFlag = "y".
           close shelfLifeFile.
           move "n" to xEofFlag.
           open input lotFile.
           perform 117-next-lot-number until xEofFlag = "y".
           close lotFile.
           move "n" to xEofFlag.
           open input receivingFile.
           open output registerFile.
           write xRegisterLine from xRegisterHeading.
                       move nfruitQuantityInput to
                       nFruitQtyT(nFruitCount),
                       move nfruitPriceInput to
                       nFruitPriceT(nFruitCount),
                       move xfruitHoldInput to xFruitHoldT(nFruitCount)
                   end-if,
           end-read.

                       move nPoOrderedQty to nPtOrdered(nPoCount),
                       move nPoReceivedQty to nPtReceived(nPoCount),
                       move xPoStatus to xPtStatus(nPoCount),
                       move nPoDate to nPtDate(nPoCount),
                       move nPoUnitCost to nPtUnitCost(nPoCount)
                   end-if,
           end-read.

       116-load-shelf-life.
           read shelfLifeFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nShelfCount < 50 and nSlDaysIn numeric
                       add 1 to nShelfCount,
                       move xSlFruitIn to xSlFruitT(nShelfCount),
                       move nSlDaysIn to nSlDaysT(nShelfCount)
                   end-if,
           end-read.

      * Lot numbers carry on from the highest already issued.
       117-next-lot-number.
           read lotFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nLotNumber >= nNextLotNumber
                       compute nNextLotNumber = nLotNumber + 1
                   end-if,
           end-read.

           compute nNewQty = nFruitQtyT(nFoundSub) +
               function numval(xRcvQtyRaw).
           if nNewQty > 999
               compute nLotQtyWork = 999 - nFruitQtyT(nFoundSub)
               move 999 to nFruitQtyT(nFoundSub)
               move "RECEIVED - STOCK CAPPED AT 999" to xRegResult
           else
               compute nLotQtyWork = function numval(xRcvQtyRaw)
               move nNewQty to nFruitQtyT(nFoundSub)
               move "RECEIVED" to xRegResult
           end-if.
           add 1 to nAcceptedCount.
           perform 235-open-lot.
           perform 240-match-po.

      * The lot holds what actually went onto the catalog, so lots
      * and stock agree even when a receipt was capped.
       235-open-lot.
           if nLotQtyWork = 0 or nNewLotCount >= 500
               exit paragraph
           end-if.
           move nDefaultShelfDays to nShelfDaysWork.
           perform varying nShelfSub from 1 by 1
               until nShelfSub > nShelfCount
               if xSlFruitT(nShelfSub) = xRcvFruit
                   move nSlDaysT(nShelfSub) to nShelfDaysWork
                   move nShelfCount to nShelfSub
               end-if
           end-perform.
           move spaces to xLotRecord.
           move nNextLotNumber to nLotNumber.
           add 1 to nNextLotNumber.
           move xRcvFruit to xLotFruit.
           move nDateWork to nLotRcvDate.
           compute nLotSellBy = function date-of-integer(
               nDateIntWork + nShelfDaysWork).
           move nLotQtyWork to nLotRcvQty.
           move nLotQtyWork to nLotQtyLeft.
           compute nLotUnitCost = function numval(xRcvCostRaw) / 100.
           move "O" to xLotStatus.
           move 0 to nLotClosedDate.
           add 1 to nNewLotCount.
           move xLotRecord to xNlRecord(nNewLotCount).

      * Allocate the accepted receipt across the fruit's open PO
      * lines, oldest first: a filled line closes, a partial one
      * stays open, and whatever exceeds every open PO -- or
           if xPoChangedFlag = "y"
               perform 320-rewrite-pos
           end-if.
           if nNewLotCount > 0
               perform 330-append-lots
           end-if.
           perform 340-write-runlog.
           display " ".
           display "Receiving lines accepted: ", nAcceptedCount,
               move xFruitNameT(nOutSub) to xfruitNameInput
               move nFruitQtyT(nOutSub) to nfruitQuantityInput
               move nFruitPriceT(nOutSub) to nfruitPriceInput
               move xFruitHoldT(nOutSub) to xfruitHoldInput
               write xInput
           end-perform.
           close fruitFile.
               move nPtReceived(nPoSub) to nPoReceivedQty
               move xPtStatus(nPoSub) to xPoStatus
               move nPtDate(nPoSub) to nPoDate
               move nPtUnitCost(nPoSub) to nPoUnitCost
               write xPoRecord
           end-perform.
           close poFile.

       330-append-lots.
           open extend lotFile.
           perform varying nNewLotSub from 1 by 1
               until nNewLotSub > nNewLotCount
               move xNlRecord(nNewLotSub) to xLotRecord
               write xLotRecord
           end-perform.
           close lotFile.

       340-write-runlog.
           move "Fruit-03" to xRunLogProgram.
           move nAcceptedCount to nRunLogRecCount.
