      * Program: Fruit Customer Returns and Credit Memos
      *
      * A bruised case sent back used to leave the order, the stock
      * and the receivable all wrong. Each line on Fruit-returns.txt
      * returns a quantity from one line of a fulfilled order (the
      * line number counts the order's lines as Fruit-14 lists them)
      * and says whether the fruit goes back to stock (R) or is
      * thrown out (W). A named customer gets a numbered credit memo
      * that Fruit-11 applies against their balance; a walk-up order
      * gets a cash refund under the same numbering. Every accepted
      * return lands on the append-only Fruit-returnlog.txt ledger
      * that Fruit-07, Fruit-11 and Fruit-14 read, restocked fruit
      * goes back into FixedFruits.txt and its newest stock lot, and
      * the revenue reversal posts to Fruit-22-gl.txt for
      * GlConsolidate through the Fruit-12 account mapping. The
      * sales tax charged on the returned quantity is given back
      * with it and reversed out of sales tax payable. The
      * transaction file is consumed (backed up, then cleared) so a
      * rerun can never credit the same return twice.

       identification division.
       program-id. Fruit-22.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional returnFile assign to "Fruit-returns.txt"
           organization is line sequential.

           select optional orderFile assign to "Fruit-orders.txt"
           organization is line sequential.

      * Every credit memo and cash refund issued; append-only.
           select optional returnLogFile assign to
           "Fruit-returnlog.txt"
           organization is line sequential.

      * Next memo number to hand out, carried forward run to run
      * like Fruit-ordernum.txt.
           select optional memoNumFile assign to "Fruit-memonum.txt"
           organization is line sequential.

           select fruitFile assign to "FixedFruits.txt"
           organization is line sequential.

           select optional lotFile assign to "Fruit-lots.txt"
           organization is line sequential.

      * The cash, receivables and revenue accounts Fruit-12 posts
      * the sales to -- a return reverses through the same ones.
           select optional acctMapFile assign to
           "Fruit-glaccounts.txt"
           organization is line sequential.

      * Appended between nights; GlConsolidate consumes it.
           select optional glFile assign to "Fruit-22-gl.txt"
           organization is line sequential.

           select reportFile assign to "Fruit-22-report.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
       fd  returnFile.
       01  xReturnTransaction.
           05 xRetOrderRaw         pic x(6).
           05 xRetLineRaw          pic x(2).
           05 xRetQtyRaw           pic x(3).
           05 xRetDisposition      pic x.
           05 xRetReason           pic x(20).

       fd  orderFile.
       01  xOrderRecord.
           05 xOrderFruitIn        pic x(14).
           05 filler               pic x.
           05 nOrderQtyIn          pic 999.
           05 filler               pic x.
           05 nOrderPriceIn        pic 99v99.
           05 filler               pic x.
           05 nOrderTotalIn        pic 9(5)v99.
           05 filler               pic x.
           05 xOrderDateIn         pic 9(8).
           05 filler               pic x.
           05 nOrderNumIn          pic 9(6).
           05 filler               pic x.
           05 xOrderStatusIn       pic x.
           05 filler               pic x.
           05 xOrderCustIn         pic x(20).
           05 filler               pic x(11).
           05 filler               pic x.
           05 nOrderTaxIn          pic 9(5)v99.
      * Discount, pricing rule and delivery date, not needed here.
           05 filler               pic x(28).
      * Department charged for an internal order, blank for a sale.
           05 filler               pic x.
           05 xOrderDeptIn         pic xx.

      * Type 'M' credit memo (named customer) or 'C' cash refund
      * (walk-up); disposition 'R' restocked or 'W' written off.
       fd  returnLogFile.
       01  xReturnLogRecord.
           05 nRnMemoNum           pic 9(6).
           05 filler               pic x.
           05 xRnType              pic x.
           05 filler               pic x.
           05 nRnOrderNum          pic 9(6).
           05 filler               pic x.
           05 nRnLine              pic 99.
           05 filler               pic x.
           05 xRnFruit             pic x(14).
           05 filler               pic x.
           05 nRnQty               pic 999.
           05 filler               pic x.
           05 nRnAmount            pic 9(5)v99.
           05 filler               pic x.
           05 xRnDisposition       pic x.
           05 filler               pic x.
           05 nRnDate              pic 9(8).
           05 filler               pic x.
           05 xRnCust              pic x(20).
           05 filler               pic x.
           05 xRnReason            pic x(20).
      * The sales tax included in the amount.
           05 filler               pic x.
           05 nRnTax               pic 9(5)v99.

       fd  memoNumFile.
       01  xMemoNumRecord          pic 9(6).

       fd  fruitFile.
       01  xInput.
           05 xfruitNameInput      pic x(14).
           05 nfruitQuantityInput  pic 999.
           05 nfruitPriceInput     pic 99v99.
      * 'T' while the fruit is on hold after a cooler temperature
      * excursion (Fruit-28), blank when it may be sold.
           05 xfruitHoldInput      pic x.

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

       fd  acctMapFile.
       01  xAcctMapRecord.
           05 nMapCashAcct         pic 9(5).
           05 nMapArAcct           pic 9(5).
           05 nMapRevenueAcct      pic 9(5).
           05 nMapSalesTaxAcct     pic 9(5).

       fd  glFile.
       01  xGlRecord.
           05 xGlDeptNum        pic 99.
           05 xGlDebitAcct      pic 9(5).
           05 xGlDebitAmount    pic 9(7)v99.
           05 xGlCreditAcct     pic 9(5).
           05 xGlCreditAmount   pic 9(7)v99.
           05 xGlPeriod         pic 9(8).

       fd  reportFile.
       01  xReportLine             pic x(100).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xTodayDate          pic 9(8)            value 0.
       77  xBackupName         pic x(40)           value spaces.
       77  xRejectReason       pic x(40)           value spaces.
       77  nReturnCount        pic 999             value 0.
       77  nMemoCount          pic 999             value 0.
       77  nRefundCount        pic 999             value 0.
       77  nRejectedCount      pic 999             value 0.
       77  nMemoTotal          pic 9(7)v99         value 0.
       77  nRefundTotal        pic 9(7)v99         value 0.
       77  nReturnAmount       pic 9(5)v99         value 0.
       77  nReturnGoods        pic 9(5)v99         value 0.
       77  nReturnTax          pic 9(5)v99         value 0.
       77  nNextMemoNum        pic 9(6)            value 1.
       77  neMemoNum           pic 9(6).
       77  nOrderWork          pic 9(6)            value 0.
       77  nLineWork           pic 99              value 0.
       77  nQtyWork            pic 999             value 0.
       77  nQtyLeftToReturn    pic 999             value 0.
       77  nNewQty             pic 9(4)            value 0.
       77  xFruitChangedFlag   pic x               value 'n'.
       77  xLotChangedFlag     pic x               value 'n'.

      * Account defaults match Fruit-12's for a missing mapping file.
       77  nCashAcct           pic 9(5)            value 10100.
       77  nArAcct             pic 9(5)            value 11000.
       77  nRevenueAcct        pic 9(5)            value 40100.
       77  nSalesTaxAcct       pic 9(5)            value 20300.

       77  nFruitCount         pic 99              value 0.
       77  nSearchSub          pic 99              value 0.
       77  nFoundSub           pic 99              value 0.
       77  nOutSub             pic 99              value 0.

       77  nLotCount           pic 9(4)            value 0.
       77  nLotMax             pic 9(4)            value 1000.
       77  xLotTableFull       pic x               value 'n'.
       77  nLotSub             pic 9(4)            value 0.
       77  nLotNewestSub       pic 9(4)            value 0.

       77  nOrdCount           pic 9(4)            value 0.
       77  nOrdMax             pic 9(4)            value 1000.
       77  xOrdTableFull       pic x               value 'n'.
       77  nOrdSub             pic 9(4)            value 0.
       77  nOrdFoundSub        pic 9(4)            value 0.
       77  nLastOrderNum       pic 9(6)            value 0.
       77  nLineInOrder        pic 99              value 0.

      * One row per order line, numbered within its order, with the
      * quantity already returned against it.
       01  xOrdTable.
           05 xOrdElement occurs 1000 times.
               10 nOtOrderNum      pic 9(6).
               10 nOtLine          pic 99.
               10 xOtFruit         pic x(14).
               10 nOtQty           pic 999.
               10 nOtPrice         pic 99v99.
               10 xOtStatus        pic x.
               10 xOtCust          pic x(20).
               10 xOtDept          pic xx.
               10 nOtReturned      pic 9(4)       value 0.
               10 nOtTax           pic 9(5)v99    value 0.
               10 nOtTaxReturned   pic 9(5)v99    value 0.

       01  xFruitTable.
           05 xFruitElement occurs 50 times.
               10 xFruitNameT      pic x(14).
               10 nFruitQtyT       pic 999.
               10 nFruitPriceT     pic 99v99.
               10 xFruitHoldT      pic x.

       01  xLotTable.
           05 xLotElement occurs 1000 times.
               10 nLtNumber        pic 9(6).
               10 xLtFruit         pic x(14).
               10 nLtRcvDate       pic 9(8).
               10 nLtSellBy        pic 9(8).
               10 nLtRcvQty        pic 9(5).
               10 nLtQtyLeft       pic 9(5).
               10 nLtUnitCost      pic 999v99.
               10 xLtStatus        pic x.
               10 nLtClosedDate    pic 9(8).

       01  xReportHeading-1.
           05 filler           pic x(25)
               value 'CUSTOMER RETURNS AS OF'.
           05 neHeadDate       pic 9(8).

       01  xReportHeading-2.
           05 filler           pic x(8)            value 'ORDER'.
           05 filler           pic x(4)            value 'LN'.
           05 filler           pic x(16)           value 'FRUIT'.
           05 filler           pic x(5)            value 'QTY'.
           05 filler           pic x(4)            value 'R/W'.
           05 filler           pic x(12)           value '    AMOUNT'.
           05 filler           pic x(40)           value 'RESULT'.

       01  xReportDetail.
           05 xDetOrder        pic x(6).
           05 filler           pic x(2)            value spaces.
           05 xDetLine         pic x(2).
           05 filler           pic x(2)            value spaces.
           05 xDetFruit        pic x(14).
           05 filler           pic x(2)            value spaces.
           05 xDetQty          pic x(3).
           05 filler           pic x(2)            value spaces.
           05 xDetDisposition  pic x.
           05 filler           pic x(3)            value spaces.
           05 neDetAmount      pic $$$,$$9.99.
           05 filler           pic x(2)            value spaces.
           05 xDetResult       pic x(40).

       01  xReportFooter-1.
           05 neFootMemos      pic zz9.
           05 filler           pic x(16)
                                value ' credit memos  '.
           05 neFootMemoTotal  pic $$$,$$$,$$9.99.

       01  xReportFooter-2.
           05 neFootRefunds    pic zz9.
           05 filler           pic x(16)
                                value ' cash refunds  '.
           05 neFootRefundTotal pic $$$,$$$,$$9.99.

       01  xReportFooter-3.
           05 neFootRejected   pic zz9.
           05 filler           pic x(18)
                                value ' returns rejected'.

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

       procedure division.
       000-main.
           move "Fruit-22" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-loop until xEofFlag = 'y'.
           perform 300-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           move xBusinessDate to xTodayDate.
           open input acctMapFile.
           read acctMapFile
               at end
                   continue
               not at end
                   move nMapCashAcct to nCashAcct,
                   move nMapArAcct to nArAcct,
                   move nMapRevenueAcct to nRevenueAcct,
                   if nMapSalesTaxAcct numeric
                       move nMapSalesTaxAcct to nSalesTaxAcct
                   end-if,
           end-read.
           close acctMapFile.
           open input memoNumFile.
           read memoNumFile
               at end
                   continue
               not at end
                   move xMemoNumRecord to nNextMemoNum
           end-read.
           close memoNumFile.
           open input fruitFile.
           perform 110-next-fruit until xEofFlag = "y".
           close fruitFile.
           move "n" to xEofFlag.
           open input lotFile.
           perform 120-next-lot until xEofFlag = "y".
           close lotFile.
           move "n" to xEofFlag.
           open input orderFile.
           perform 130-next-order until xEofFlag = "y".
           close orderFile.
           move "n" to xEofFlag.
           open input returnLogFile.
           perform 140-next-logged-return until xEofFlag = "y".
           close returnLogFile.
           move "n" to xEofFlag.
           open output reportFile.
           move xTodayDate to neHeadDate.
           write xReportLine from xReportHeading-1.
           write xReportLine from xReportHeading-2.
           open input returnFile.

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

      * A cart's lines sit together on the queue, so a change of
      * order number starts the line count again.
       130-next-order.
           read orderFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nOrdCount >= nOrdMax
                       if xOrdTableFull = "n"
                           display "WARNING: order table full at "
                           nOrdMax
                           " lines -- remaining rows in "
                           "Fruit-orders.txt were not loaded."
                           move "y" to xOrdTableFull
                       end-if
                   else
                       if nOrderNumIn not = nLastOrderNum
                           move 0 to nLineInOrder,
                           move nOrderNumIn to nLastOrderNum
                       end-if,
                       add 1 to nLineInOrder,
                       add 1 to nOrdCount,
                       move nOrderNumIn to nOtOrderNum(nOrdCount),
                       move nLineInOrder to nOtLine(nOrdCount),
                       move xOrderFruitIn to xOtFruit(nOrdCount),
                       move nOrderQtyIn to nOtQty(nOrdCount),
                       move nOrderPriceIn to nOtPrice(nOrdCount),
                       move xOrderStatusIn to xOtStatus(nOrdCount),
                       move xOrderCustIn to xOtCust(nOrdCount),
                       move xOrderDeptIn to xOtDept(nOrdCount),
                       move 0 to nOtTax(nOrdCount),
                       if nOrderTaxIn numeric
                           move nOrderTaxIn to nOtTax(nOrdCount)
                       end-if
                   end-if,
           end-read.

       140-next-logged-return.
           read returnLogFile
               at end
                   move "y" to xEofFlag,
               not at end
                   move nRnOrderNum to nOrderWork,
                   move nRnLine to nLineWork,
                   perform 230-find-order-line,
                   if nOrdFoundSub > 0
                       add nRnQty to nOtReturned(nOrdFoundSub),
                       if nRnTax numeric
                           add nRnTax to nOtTaxReturned(nOrdFoundSub)
                       end-if
                   end-if,
           end-read.

       200-loop.
           read returnFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nReturnCount,
                   perform 210-process-return,
           end-read.

       210-process-return.
           move spaces to xRejectReason.
           move xRetOrderRaw to xDetOrder.
           move xRetLineRaw to xDetLine.
           move spaces to xDetFruit.
           move xRetQtyRaw to xDetQty.
           move xRetDisposition to xDetDisposition.
           move 0 to neDetAmount.
           perform 220-edit-return.
           if xRejectReason not = spaces
               move xRejectReason to xDetResult
               add 1 to nRejectedCount
               write xReportLine from xReportDetail
               exit paragraph
           end-if.
           compute nReturnGoods =
               nQtyWork * nOtPrice(nOrdFoundSub).
           perform 235-return-tax.
           compute nReturnAmount = nReturnGoods + nReturnTax.
           move nReturnAmount to neDetAmount.
           add nQtyWork to nOtReturned(nOrdFoundSub).
           add nReturnTax to nOtTaxReturned(nOrdFoundSub).
           perform 240-write-memo.
           if xRetDisposition = "R"
               perform 250-restock
           end-if.
           perform 260-post-gl.
           write xReportLine from xReportDetail.

       220-edit-return.
           if xRetOrderRaw not numeric
               move "REJECTED - ORDER NUMBER NOT NUMERIC" to
               xRejectReason
               exit paragraph
           end-if.
           if xRetLineRaw not numeric
               move "REJECTED - LINE NUMBER NOT NUMERIC" to
               xRejectReason
               exit paragraph
           end-if.
           move xRetOrderRaw to nOrderWork.
           move xRetLineRaw to nLineWork.
           perform 230-find-order-line.
           if nOrdFoundSub = 0
               move "REJECTED - ORDER LINE NOT ON FILE" to
               xRejectReason
               exit paragraph
           end-if.
           move xOtFruit(nOrdFoundSub) to xDetFruit.
           if xOtStatus(nOrdFoundSub) not = "F"
               move "REJECTED - ORDER LINE NOT FULFILLED" to
               xRejectReason
               exit paragraph
           end-if.
      * A department's internal order was charged back, not sold;
      * there is no refund or memo to give.
           if xOtDept(nOrdFoundSub) not = space
               move "REJECTED - INTERNAL ORDER, NOT A SALE" to
               xRejectReason
               exit paragraph
           end-if.
           if xRetQtyRaw not numeric or xRetQtyRaw = "000"
               move "REJECTED - QUANTITY MUST BE 1-999" to
               xRejectReason
               exit paragraph
           end-if.
           move xRetQtyRaw to nQtyWork.
           if nOtReturned(nOrdFoundSub) >= nOtQty(nOrdFoundSub)
               move "REJECTED - LINE ALREADY FULLY RETURNED" to
               xRejectReason
               exit paragraph
           end-if.
           compute nQtyLeftToReturn =
               nOtQty(nOrdFoundSub) - nOtReturned(nOrdFoundSub).
           if nQtyWork > nQtyLeftToReturn
               move "REJECTED - MORE THAN WAS DELIVERED" to
               xRejectReason
               exit paragraph
           end-if.
           if xRetDisposition not = "R" and xRetDisposition not = "W"
               move "REJECTED - DISPOSITION MUST BE R OR W" to
               xRejectReason
           end-if.

      * Caller sets nOrderWork and nLineWork.
       230-find-order-line.
           move 0 to nOrdFoundSub.
           perform varying nOrdSub from 1 by 1
               until nOrdSub > nOrdCount
               if nOtOrderNum(nOrdSub) = nOrderWork
                   and nOtLine(nOrdSub) = nLineWork
                   move nOrdSub to nOrdFoundSub
                   move nOrdCount to nOrdSub
               end-if
           end-perform.

      * The returned quantity's share of the line's tax; the last
      * of a line to come back takes whatever tax is left, so the
      * pieces add back to what was charged.
       235-return-tax.
           move 0 to nReturnTax.
           if nOtTax(nOrdFoundSub) = 0
               exit paragraph
           end-if.
           if nQtyWork = nQtyLeftToReturn
               compute nReturnTax = nOtTax(nOrdFoundSub)
                   - nOtTaxReturned(nOrdFoundSub)
           else
               compute nReturnTax rounded = nOtTax(nOrdFoundSub)
                   * nQtyWork / nOtQty(nOrdFoundSub)
           end-if.

       240-write-memo.
           move spaces to xReturnLogRecord.
           move nNextMemoNum to nRnMemoNum.
           move nNextMemoNum to neMemoNum.
           add 1 to nNextMemoNum.
           if xOtCust(nOrdFoundSub) = spaces
               move "C" to xRnType
               add 1 to nRefundCount
               add nReturnAmount to nRefundTotal
               move function concatenate("CASH REFUND ", neMemoNum)
                   to xDetResult
           else
               move "M" to xRnType
               add 1 to nMemoCount
               add nReturnAmount to nMemoTotal
               move function concatenate("CREDIT MEMO ", neMemoNum)
                   to xDetResult
           end-if.
           if xRetDisposition = "R"
               move function concatenate(function trim(xDetResult),
                   " - RESTOCKED") to xDetResult
           else
               move function concatenate(function trim(xDetResult),
                   " - WRITTEN OFF") to xDetResult
           end-if.
           move nOtOrderNum(nOrdFoundSub) to nRnOrderNum.
           move nOtLine(nOrdFoundSub) to nRnLine.
           move xOtFruit(nOrdFoundSub) to xRnFruit.
           move nQtyWork to nRnQty.
           move nReturnAmount to nRnAmount.
           move xRetDisposition to xRnDisposition.
           move xTodayDate to nRnDate.
           move xOtCust(nOrdFoundSub) to xRnCust.
           move xRetReason to xRnReason.
           move nReturnTax to nRnTax.
           open extend returnLogFile.
           write xReturnLogRecord.
           close returnLogFile.

      * Back into the catalog (which cannot pass 999) and into the
      * fruit's newest lot that was not written off, reopened if
      * sales had depleted it.
       250-restock.
           move 0 to nFoundSub.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nFruitCount
               if xFruitNameT(nSearchSub) = xOtFruit(nOrdFoundSub)
                   move nSearchSub to nFoundSub
                   move nFruitCount to nSearchSub
               end-if
           end-perform.
           if nFoundSub > 0
               compute nNewQty = nFruitQtyT(nFoundSub) + nQtyWork
               if nNewQty > 999
                   move 999 to nNewQty
               end-if
               move nNewQty to nFruitQtyT(nFoundSub)
               move "y" to xFruitChangedFlag
           end-if.
           move 0 to nLotNewestSub.
           perform varying nLotSub from 1 by 1
               until nLotSub > nLotCount
               if xLtFruit(nLotSub) = xOtFruit(nOrdFoundSub)
                   and xLtStatus(nLotSub) not = "W"
                   move nLotSub to nLotNewestSub
               end-if
           end-perform.
           if nLotNewestSub > 0
               add nQtyWork to nLtQtyLeft(nLotNewestSub)
               if xLtStatus(nLotNewestSub) = "D"
                   move "O" to xLtStatus(nLotNewestSub)
                   move 0 to nLtClosedDate(nLotNewestSub)
               end-if
               move "y" to xLotChangedFlag
           end-if.

      * Revenue debited; receivables credited for a credit memo,
      * cash for a refund -- the reverse of Fruit-12's posting, in
      * the stand's department (0). Tax given back is debited to
      * sales tax payable the same way.
       260-post-gl.
           open extend glFile.
           move 0 to xGlDeptNum.
           move nRevenueAcct to xGlDebitAcct.
           move nReturnGoods to xGlDebitAmount.
           if xRnType = "C"
               move nCashAcct to xGlCreditAcct
           else
               move nArAcct to xGlCreditAcct
           end-if.
           move nReturnGoods to xGlCreditAmount.
           move xTodayDate to xGlPeriod.
           write xGlRecord.
           if nReturnTax > 0
               move nSalesTaxAcct to xGlDebitAcct
               move nReturnTax to xGlDebitAmount
               move nReturnTax to xGlCreditAmount
               write xGlRecord
           end-if.
           close glFile.

       300-termination.
           close returnFile.
           move nMemoCount to neFootMemos.
           move nMemoTotal to neFootMemoTotal.
           write xReportLine from xReportFooter-1.
           move nRefundCount to neFootRefunds.
           move nRefundTotal to neFootRefundTotal.
           write xReportLine from xReportFooter-2.
           move nRejectedCount to neFootRejected.
           write xReportLine from xReportFooter-3.
           close reportFile.
           if nMemoCount > 0 or nRefundCount > 0
               perform 310-rewrite-memo-number
           end-if.
           if xFruitChangedFlag = "y"
               perform 320-rewrite-fruits
           end-if.
           if xLotChangedFlag = "y"
               perform 330-rewrite-lots
           end-if.
           if nReturnCount > 0
               move "Fruit-returns.txt" to xBackupName
               call "FileBackup" using xBackupName
               open output returnFile
               close returnFile
           end-if.
           display " ".
           display nMemoCount, " credit memos, ", nRefundCount,
           " cash refunds, ", nRejectedCount, " rejected -- see "
           "Fruit-22-report.txt".
           display " ".
           move "Fruit-22" to xRunLogProgram.
           move nReturnCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

       310-rewrite-memo-number.
           open output memoNumFile.
           move nNextMemoNum to xMemoNumRecord.
           write xMemoNumRecord.
           close memoNumFile.

       320-rewrite-fruits.
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

       330-rewrite-lots.
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

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
