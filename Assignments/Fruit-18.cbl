      * Program: Fruit Lot Sell-By and Spoilage Write-Off
      *
      * The daily look at the stock lots on Fruit-lots.txt: every
      * open lot reaching its sell-by date within the markdown
      * window is listed as a markdown candidate, and every lot
      * already past sell-by is listed for write-off. Run W to
      * write the expired lots off as spoilage -- the catalog
      * quantity in FixedFruits.txt comes down through the same
      * controlled path Fruit-13 uses (a FileBackup call and a
      * validated rewrite, never a hand edit), each lot is closed,
      * and the lost cost posts to the spoilage expense account in
      * Fruit-18-gl.txt for GlConsolidate. Run R for the report
      * alone.

       identification division.
       program-id. Fruit-18.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional lotFile assign to "Fruit-lots.txt"
           organization is line sequential.

           select fruitFile assign to "FixedFruits.txt"
           organization is line sequential.

           select reportFile assign to "Fruit-18-report.txt"
           organization is line sequential.

      * Appended between nights; GlConsolidate consumes it.
           select optional glFile assign to "Fruit-18-gl.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
      * Status 'O' open, 'D' depleted by sales, 'W' written off as
      * spoilage.
       fd  lotFile.
       01  xLotRecord.
           05 nLotNumber           pic 9(6).
           05 filler               pic x.
           05 xLotFruit            pic x(14).
           05 filler               pic x.
           05 nLotRcvDate          pic 9(8).
           05 filler               pic x.
           05 nLotSellBy           pic 9(8).
           05 filler               pic x.
           05 nLotRcvQty           pic 9(5).
           05 filler               pic x.
           05 nLotQtyLeft          pic 9(5).
           05 filler               pic x.
           05 nLotUnitCost         pic 999v99.
           05 filler               pic x.
           05 xLotStatus           pic x.
           05 filler               pic x.
           05 nLotClosedDate       pic 9(8).

       fd  fruitFile.
       01  xInput.
           05 xfruitNameInput      pic x(14).
           05 nfruitQuantityInput  pic 999.
           05 nfruitPriceInput     pic 99v99.
      * 'T' while the fruit is on hold after a cooler temperature
      * excursion (Fruit-28), blank when it may be sold.
           05 xfruitHoldInput      pic x.

       fd  reportFile.
       01  xReportLine             pic x(100).

       fd  glFile.
       01  xGlRecord.
           05 xGlDeptNum        pic 99.
           05 xGlDebitAcct      pic 9(5).
           05 xGlDebitAmount    pic 9(7)v99.
           05 xGlCreditAcct     pic 9(5).
           05 xGlCreditAmount   pic 9(7)v99.
           05 xGlPeriod         pic 9(8).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xRunMode            pic x               value ' '.
       77  xTodayDate          pic 9(8)            value 0.
       77  nTodayInt           pic 9(7)            value 0.
       77  nDaysLeft           pic s9(5)           value 0.
       77  xBackupName         pic x(40)           value spaces.
       77  nFruitCount         pic 99              value 0.
       77  nSearchSub          pic 99              value 0.
       77  nFoundSub           pic 99              value 0.
       77  nOutSub             pic 99              value 0.
       77  nLotCount           pic 9(4)            value 0.
       77  nLotMax             pic 9(4)            value 1000.
       77  xLotTableFull       pic x               value 'n'.
       77  nLotSub             pic 9(4)            value 0.
       77  nLotValue           pic 9(7)v99         value 0.
       77  nMarkdownCount      pic 999             value 0.
       77  nExpiredCount       pic 999             value 0.
       77  nWrittenOffCount    pic 999             value 0.
       77  nWrittenOffUnits    pic 9(6)            value 0.
       77  nWrittenOffCost     pic 9(7)v99         value 0.

      * A lot whose sell-by falls within this many days of the
      * business date is a markdown candidate.
       77  nMarkdownDays       pic 99              value 2.

       77  nGlSpoilageAcct     pic 9(5)            value 58000.
       77  nGlInventoryAcct    pic 9(5)            value 13000.

       01  xFruitTable.
           05 xFruitElement occurs 50 times.
               10 xFruitNameT      pic x(14).
               10 nFruitQtyT       pic 999.
               10 nFruitPriceT     pic 99v99.
               10 xFruitHoldT      pic x.

       01  xLotTable.
           05 xLotElement occurs 1 to 1000 times
               depending on nLotCount
               ascending key is nLtSellBy nLtNumber.
               10 nLtSellBy        pic 9(8).
               10 nLtNumber        pic 9(6).
               10 xLtFruit         pic x(14).
               10 nLtRcvDate       pic 9(8).
               10 nLtRcvQty        pic 9(5).
               10 nLtQtyLeft       pic 9(5).
               10 nLtUnitCost      pic 999v99.
               10 xLtStatus        pic x.
               10 nLtClosedDate    pic 9(8).

       01  xReportHeading-1.
           05 filler           pic x(25)
               value 'LOT SELL-BY REVIEW AS OF'.
           05 neHeadDate       pic 9(8).
           05 filler           pic x(18)
               value ', MARKDOWN WINDOW '.
           05 neHeadWindow     pic z9.
           05 filler           pic x(5)            value ' DAYS'.

       01  xReportHeading-2.
           05 filler           pic x(8)            value 'LOT'.
           05 filler           pic x(16)           value 'FRUIT'.
           05 filler           pic x(10)           value 'RECEIVED'.
           05 filler           pic x(10)           value 'SELL-BY'.
           05 filler           pic x(7)            value ' LEFT'.
           05 filler           pic x(9)            value '    COST'.
           05 filler           pic x(12)           value '      VALUE'.
           05 filler           pic x(2)            value spaces.
           05 filler           pic x(26)           value 'ACTION'.

       01  xReportDetail.
           05 neDetLot         pic 9(6).
           05 filler           pic x(2)            value spaces.
           05 xDetFruit        pic x(14).
           05 filler           pic x(2)            value spaces.
           05 neDetReceived    pic 9(8).
           05 filler           pic x(2)            value spaces.
           05 neDetSellBy      pic 9(8).
           05 filler           pic x(2)            value spaces.
           05 neDetLeft        pic zzzz9.
           05 filler           pic x(2)            value spaces.
           05 neDetCost        pic zz9.99.
           05 filler           pic x(2)            value spaces.
           05 neDetValue       pic $$$,$$9.99.
           05 filler           pic x(3)            value spaces.
           05 xDetAction       pic x(28).

       01  xReportFooter-1.
           05 neFootMarkdown   pic zz9.
           05 filler           pic x(24)
               value ' lots to mark down,  '.
           05 neFootExpired    pic zz9.
           05 filler           pic x(20)
               value ' lots past sell-by'.

       01  xReportFooter-2.
           05 neFootWrittenOff pic zz9.
           05 filler           pic x(21)
               value ' lots written off,  '.
           05 neFootUnits      pic zz,zz9.
           05 filler           pic x(11)           value ' units,  '.
           05 neFootCost       pic $$$,$$9.99.
           05 filler           pic x(26)
               value ' at cost to spoilage'.

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

       procedure division.
       000-main.
           move "Fruit-18" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           display " ".
           display "Report only, or Write off expired lots "
           "(R/W)? " with no advancing.
           accept xRunMode.
           if xRunMode = "w"
               move "W" to xRunMode
           end-if.
           perform 200-review-lots.
           if nWrittenOffCount > 0
               perform 310-rewrite-fruits
               perform 320-rewrite-lots
           end-if.
           perform 400-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           move xBusinessDate to xTodayDate.
           compute nTodayInt = function integer-of-date(xTodayDate).
           open input fruitFile.
           perform 110-next-fruit until xEofFlag = "y".
           close fruitFile.
           move "n" to xEofFlag.
           open input lotFile.
           perform 120-next-lot until xEofFlag = "y".
           close lotFile.
           move "n" to xEofFlag.
           if nLotCount > 0
               sort xLotElement on ascending key nLtSellBy nLtNumber
           end-if.

       110-next-fruit.
           read fruitFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nFruitCount < 50
                       add 1 to nFruitCount,
                       move xfruitNameInput to
                       xFruitNameT(nFruitCount),
                       move nfruitQuantityInput to
                       nFruitQtyT(nFruitCount),
                       move nfruitPriceInput to
                       nFruitPriceT(nFruitCount),
                       move xfruitHoldInput to xFruitHoldT(nFruitCount)
                   end-if,
           end-read.

       120-next-lot.
           read lotFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nLotCount >= nLotMax
                       if xLotTableFull = "n"
                           display "WARNING: lot table full at "
                           nLotMax
                           " lots -- remaining rows in "
                           "Fruit-lots.txt were not loaded."
                           move "y" to xLotTableFull
                       end-if
                   else
                       add 1 to nLotCount,
                       move nLotNumber to nLtNumber(nLotCount),
                       move xLotFruit to xLtFruit(nLotCount),
                       move nLotRcvDate to nLtRcvDate(nLotCount),
                       move nLotSellBy to nLtSellBy(nLotCount),
                       move nLotRcvQty to nLtRcvQty(nLotCount),
                       move nLotQtyLeft to nLtQtyLeft(nLotCount),
                       move nLotUnitCost to nLtUnitCost(nLotCount),
                       move xLotStatus to xLtStatus(nLotCount),
                       move nLotClosedDate to
                       nLtClosedDate(nLotCount)
                   end-if,
           end-read.

      * Earliest sell-by first. Only open lots with stock left are
      * looked at; the rest are history.
       200-review-lots.
           open output reportFile.
           move xTodayDate to neHeadDate.
           move nMarkdownDays to neHeadWindow.
           write xReportLine from xReportHeading-1.
           write xReportLine from xReportHeading-2.
           perform varying nLotSub from 1 by 1
               until nLotSub > nLotCount
               if xLtStatus(nLotSub) = "O"
                   and nLtQtyLeft(nLotSub) > 0
                   perform 210-review-lot
               end-if
           end-perform.
           if nMarkdownCount = 0 and nExpiredCount = 0
               move "  (no lots at or past sell-by)" to xReportLine
               write xReportLine
           end-if.
           move nMarkdownCount to neFootMarkdown.
           move nExpiredCount to neFootExpired.
           write xReportLine from xReportFooter-1.
           move nWrittenOffCount to neFootWrittenOff.
           move nWrittenOffUnits to neFootUnits.
           move nWrittenOffCost to neFootCost.
           write xReportLine from xReportFooter-2.
           close reportFile.

       210-review-lot.
           compute nDaysLeft =
               function integer-of-date(nLtSellBy(nLotSub))
               - nTodayInt.
           if nDaysLeft > nMarkdownDays
               exit paragraph
           end-if.
           move nLtNumber(nLotSub) to neDetLot.
           move xLtFruit(nLotSub) to xDetFruit.
           move nLtRcvDate(nLotSub) to neDetReceived.
           move nLtSellBy(nLotSub) to neDetSellBy.
           move nLtQtyLeft(nLotSub) to neDetLeft.
           move nLtUnitCost(nLotSub) to neDetCost.
           compute nLotValue rounded =
               nLtQtyLeft(nLotSub) * nLtUnitCost(nLotSub).
           move nLotValue to neDetValue.
           if nDaysLeft >= 0
               move "MARKDOWN - NEAR SELL-BY" to xDetAction
               if nDaysLeft = 0
                   move "MARKDOWN - SELL BY TODAY" to xDetAction
               end-if
               add 1 to nMarkdownCount
           else
               add 1 to nExpiredCount
               if xRunMode = "W"
                   perform 220-write-off-lot
               else
                   move "PAST SELL-BY - WRITE OFF" to xDetAction
               end-if
           end-if.
           write xReportLine from xReportDetail.

      * The catalog cannot go below zero: stock already counted
      * away (Fruit-13) or sold without a lot is not taken twice.
       220-write-off-lot.
           move 0 to nFoundSub.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nFruitCount
               if xFruitNameT(nSearchSub) = xLtFruit(nLotSub)
                   move nSearchSub to nFoundSub
                   move nFruitCount to nSearchSub
               end-if
           end-perform.
           if nFoundSub = 0
               move "NOT IN CATALOG - NOT WRITTEN" to xDetAction
               exit paragraph
           end-if.
           if nLtQtyLeft(nLotSub) > nFruitQtyT(nFoundSub)
               move 0 to nFruitQtyT(nFoundSub)
           else
               subtract nLtQtyLeft(nLotSub) from
                   nFruitQtyT(nFoundSub)
           end-if.
           add nLtQtyLeft(nLotSub) to nWrittenOffUnits.
           add nLotValue to nWrittenOffCost.
           if nLotValue > 0
               perform 230-post-gl
           end-if.
           move 0 to nLtQtyLeft(nLotSub).
           move "W" to xLtStatus(nLotSub).
           move xTodayDate to nLtClosedDate(nLotSub).
           add 1 to nWrittenOffCount.
           move "WRITTEN OFF AS SPOILAGE" to xDetAction.

      * Spoilage expense debited, inventory credited, in the
      * stand's department (0, as Fruit-12 posts).
       230-post-gl.
           open extend glFile.
           move 0 to xGlDeptNum.
           move nGlSpoilageAcct to xGlDebitAcct.
           move nLotValue to xGlDebitAmount.
           move nGlInventoryAcct to xGlCreditAcct.
           move nLotValue to xGlCreditAmount.
           move xTodayDate to xGlPeriod.
           write xGlRecord.
           close glFile.

       310-rewrite-fruits.
           move "FixedFruits.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output fruitFile.
           perform varying nOutSub from 1 by 1
               until nOutSub > nFruitCount
               move xFruitNameT(nOutSub) to xfruitNameInput
               move nFruitQtyT(nOutSub) to nfruitQuantityInput
               move nFruitPriceT(nOutSub) to nfruitPriceInput
               move xFruitHoldT(nOutSub) to xfruitHoldInput
               write xInput
           end-perform.
           close fruitFile.

       320-rewrite-lots.
           move "Fruit-lots.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output lotFile.
           perform varying nLotSub from 1 by 1
               until nLotSub > nLotCount
               move spaces to xLotRecord
               move nLtNumber(nLotSub) to nLotNumber
               move xLtFruit(nLotSub) to xLotFruit
               move nLtRcvDate(nLotSub) to nLotRcvDate
               move nLtSellBy(nLotSub) to nLotSellBy
               move nLtRcvQty(nLotSub) to nLotRcvQty
               move nLtQtyLeft(nLotSub) to nLotQtyLeft
               move nLtUnitCost(nLotSub) to nLotUnitCost
               move xLtStatus(nLotSub) to xLotStatus
               move nLtClosedDate(nLotSub) to nLotClosedDate
               write xLotRecord
           end-perform.
           close lotFile.

       400-termination.
           display " ".
           display nMarkdownCount, " lots to mark down, ",
           nExpiredCount, " past sell-by, ", nWrittenOffCount,
           " written off -- see Fruit-18-report.txt".
           display " ".
           move "Fruit-18" to xRunLogProgram.
           move nLotCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
