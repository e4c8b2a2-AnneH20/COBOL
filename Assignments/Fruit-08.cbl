      * decrements FixedFruits.txt for it, and marks the line
      * applied -- so concurrent web checkouts can only ever append
      * to the queue and can no longer race each other's catalog
      * rewrites into losing stock updates. Each applied line
      * also draws down the fruit's stock lots on Fruit-lots.txt,
      * oldest received first, so what is left on the table is the
      * newest stock. An admin's release of a credit-held order,
      * logged by FruitRelease, reopens the order here so the
      * order file keeps its one writer.

       identification division.
       program-id. Fruit-08.
           "Fruit-customers.txt"
           organization is line sequential.

           select optional lotFile assign to "Fruit-lots.txt"
           organization is line sequential.

      * Append-only log of credit-hold releases (see FruitRelease).
      * Replaying an 'R' is harmless -- it only reopens lines still
      * on hold -- so the log is never cleared.
           select optional releaseFile assign to
           "Fruit-orderrel.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

       data division.
           05 xOrderAppliedIn      pic x.
           05 filler               pic x.
           05 nOrderFulfillIn      pic 9(8).
      * Sales tax checkout charged on the line (see Fruit-23).
           05 filler               pic x.
           05 nOrderTaxIn          pic 9(5)v99.
      * Quantity-break or promotion discount and the rule that gave
      * it (see Fruit-02).
           05 filler               pic x.
           05 nOrderDiscIn         pic 9(5)v99.
           05 filler               pic x.
           05 xOrderPromoIn        pic x(10).
      * Date the customer signed for a route delivery (Fruit-26).
           05 filler               pic x.
           05 nOrderDeliveredIn    pic 9(8).
      * Department charged for an internal order, blank for a sale.
           05 filler               pic x.
           05 xOrderDeptIn         pic xx.

       fd  fruitFile.
       01  xInput.
           05 xfruitNameInput      pic x(14).
           05 nfruitQuantityInput  pic 999.
           05 nfruitPriceInput     pic 99v99.
      * 'T' while the fruit is on hold after a cooler temperature
      * excursion (Fruit-28), blank when it may be sold.
           05 xfruitHoldInput      pic x.

       fd  reportFile.
       01  xReportLine             pic x(80).
           05 xCustNameIn          pic x(20).
           05 nCustFirstDateIn     pic 9(8).
           05 nCustOrderCountIn    pic 9(5).
      * Sales employee number the account is assigned to for
      * commission (see Fruit-16); blank is a house account.
           05 xCustRepIn           pic x(4).
      * Credit limit and payment terms, kept by Fruit-20.
           05 xCustCreditIn        pic x(10).
      * Sales tax exemption certificate, blank for a taxable
      * customer; kept by Fruit-23.
           05 xCustTaxCertIn       pic x(15).
      * Delivery address, route and stop, kept by Fruit-25.
           05 xCustDeliveryIn      pic x(67).

      * Stock lots opened by Fruit-03. Status 'O' open, 'D'
      * depleted by sales, 'W' written off as spoilage.
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

       fd  releaseFile.
       01  xReleaseRecord.
           05 xRlApprover          pic x(12).
           05 nRlOrderNum          pic 9(6).
           05 nRlDate              pic 9(8).
           05 nRlTime              pic 9(6).
           05 xRlResult            pic x.

           copy "runlog-filesection.cbl".

       77  xCustChangedFlag    pic x               value 'n'.
       77  xCustTableFull      pic x               value 'n'.

       77  nLotCount           pic 9(4)            value 0.
       77  nLotMax             pic 9(4)            value 1000.
       77  xLotTableFull       pic x               value 'n'.
       77  nLotSub             pic 9(4)            value 0.
       77  nLotOldestSub       pic 9(4)            value 0.
       77  nDepleteLeft        pic 9(5)            value 0.
       77  xLotChangedFlag     pic x               value 'n'.
       77  nReleasedCount      pic 9(4)            value 0.

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

       01  xCustomerTable.
           05 xCustomerElement occurs 200 times.
               10 xCustNameT       pic x(20).
               10 nCustFirstDateT  pic 9(8).
               10 nCustOrderCountT pic 9(5).
               10 xCustRepT        pic x(4).
               10 xCustCreditT     pic x(10).
               10 xCustTaxCertT    pic x(15).
               10 xCustDeliveryT   pic x(67).

       01  xFruitTable.
           05 xFruitElement occurs 50 times.
               10 xFruitNameT      pic x(14).
               10 nFruitQtyT       pic 999.
               10 nFruitPriceT     pic 99v99.
               10 xFruitHoldT      pic x.

       01  xOrderTable.
           05 xOrderElement occurs 1000 times.
               10 xQtCust          pic x(20).
               10 xQtApplied       pic x.
               10 nQtFulfillDate   pic 9(8)       value 0.
               10 nQtTax           pic 9(5)v99    value 0.
               10 nQtDisc          pic 9(5)v99    value 0.
               10 xQtPromo         pic x(10)      value spaces.
               10 nQtDelivered     pic 9(8)       value 0.
               10 xQtDept          pic xx         value spaces.

       01  xApplyDetail.
           05 neAppOrderNum    pic 9(6).
           05 filler           pic x(20)
                                value ' came up short'.

       01  xReleaseFooter.
           05 neFootReleased   pic zzz9.
           05 filler           pic x(36)
                                value ' held lines released from hold'.

           copy "runlog-workingstorage.cbl".

       procedure division.
           perform 115-next-customer until xEofFlag = "y".
           close customerFile.
           move "n" to xEofFlag.
           open input lotFile.
           perform 117-next-lot until xEofFlag = "y".
           close lotFile.
           move "n" to xEofFlag.
           open input orderFile.
           perform 120-next-order until xEofFlag = "y".
           close orderFile.
           move "n" to xEofFlag.
           open input releaseFile.
           perform 130-next-release until xEofFlag = "y".
           close releaseFile.

       115-next-customer.
           read customerFile
                       move nCustFirstDateIn to
                       nCustFirstDateT(nCustCount),
                       move nCustOrderCountIn to
                       nCustOrderCountT(nCustCount),
                       move xCustRepIn to xCustRepT(nCustCount),
                       move xCustCreditIn to xCustCreditT(nCustCount),
                       move xCustTaxCertIn to
                       xCustTaxCertT(nCustCount),
                       move xCustDeliveryIn to
                       xCustDeliveryT(nCustCount)
                   end-if,
           end-read.

       117-next-lot.
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

                       move nfruitQuantityInput to
                       nFruitQtyT(nFruitCount),
                       move nfruitPriceInput to
                       nFruitPriceT(nFruitCount),
                       move xfruitHoldInput to xFruitHoldT(nFruitCount)
                   end-if,
           end-read.

                       move xOrderCustIn to xQtCust(nOrderCount),
                       move xOrderAppliedIn to xQtApplied(nOrderCount),
                       move nOrderFulfillIn to
                       nQtFulfillDate(nOrderCount),
                       move 0 to nQtTax(nOrderCount),
                       if nOrderTaxIn numeric
                           move nOrderTaxIn to nQtTax(nOrderCount)
                       end-if,
                       move 0 to nQtDisc(nOrderCount),
                       if nOrderDiscIn numeric
                           move nOrderDiscIn to nQtDisc(nOrderCount)
                       end-if,
                       move xOrderPromoIn to xQtPromo(nOrderCount),
                       move 0 to nQtDelivered(nOrderCount),
                       if nOrderDeliveredIn numeric
                           move nOrderDeliveredIn to
                           nQtDelivered(nOrderCount)
                       end-if,
                       move xOrderDeptIn to xQtDept(nOrderCount)
                   end-if,
           end-read.

       130-next-release.
           read releaseFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xRlResult = "R"
                       perform 135-release-order
                   end-if,
           end-read.

       135-release-order.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nOrderCount
               if nQtOrderNum(nWorkSub) = nRlOrderNum
                   and xQtStatus(nWorkSub) = "H"
                   move "O" to xQtStatus(nWorkSub)
                   add 1 to nReleasedCount
               end-if
           end-perform.

      * Queue order IS application order. A line that asks for more
      * than is left (two carts raced the same snapshot) takes the
      * stock to zero and is reported short instead of going
           move nAppliedCount to neFootApplied.
           move nShortCount to neFootShort.
           write xReportLine from xApplyFooter.
           move nReleasedCount to neFootReleased.
           write xReportLine from xReleaseFooter.
           close reportFile.
           if nAppliedCount > 0
               perform 220-rewrite-fruits
           end-if.
           if nAppliedCount > 0 or nReleasedCount > 0
               perform 230-rewrite-orders
           end-if.
           if xCustChangedFlag = "y"
               perform 240-rewrite-customers
           end-if.
           if xLotChangedFlag = "y"
               perform 250-rewrite-lots
           end-if.

       210-apply-line.
           move nQtOrderNum(nWorkSub) to neAppOrderNum.
           else
               compute nNewQty = nFruitQtyT(nFoundSub)
                   - nQtQty(nWorkSub)
               if nNewQty < 0
                   move nFruitQtyT(nFoundSub) to nDepleteLeft
               else
                   move nQtQty(nWorkSub) to nDepleteLeft
               end-if
               perform 217-deplete-lots
               if nNewQty < 0
                   move 0 to nFruitQtyT(nFoundSub)
                   move "APPLIED -- STOCK RAN SHORT" to xAppResult
               move xQtCust(nWorkSub) to xCustNameT(nCustFoundSub)
               move nQtDate(nWorkSub) to nCustFirstDateT(nCustFoundSub)
               move 0 to nCustOrderCountT(nCustFoundSub)
               move spaces to xCustRepT(nCustFoundSub)
               move spaces to xCustCreditT(nCustFoundSub)
               move spaces to xCustTaxCertT(nCustFoundSub)
               move spaces to xCustDeliveryT(nCustFoundSub)
           end-if.
           add 1 to nCustOrderCountT(nCustFoundSub).
           move "y" to xCustChangedFlag.

      * Draw what was actually taken from stock out of the fruit's
      * open lots, oldest received first (lowest lot number on a
      * tie). Stock older than lot tracking has no lot, so whatever
      * the lots cannot cover is simply left.
       217-deplete-lots.
           perform until nDepleteLeft = 0
               move 0 to nLotOldestSub
               perform varying nLotSub from 1 by 1
                   until nLotSub > nLotCount
                   if xLtFruit(nLotSub) = xQtFruit(nWorkSub)
                       and xLtStatus(nLotSub) = "O"
                       and nLtQtyLeft(nLotSub) > 0
                       perform 218-note-oldest-lot
                   end-if
               end-perform
               if nLotOldestSub = 0
                   exit paragraph
               end-if
               if nLtQtyLeft(nLotOldestSub) > nDepleteLeft
                   subtract nDepleteLeft from
                       nLtQtyLeft(nLotOldestSub)
                   move 0 to nDepleteLeft
               else
                   subtract nLtQtyLeft(nLotOldestSub) from
                       nDepleteLeft
                   move 0 to nLtQtyLeft(nLotOldestSub)
                   move "D" to xLtStatus(nLotOldestSub)
                   move nQtDate(nWorkSub) to
                       nLtClosedDate(nLotOldestSub)
               end-if
               move "y" to xLotChangedFlag
           end-perform.

       218-note-oldest-lot.
           if nLotOldestSub = 0
               move nLotSub to nLotOldestSub
               exit paragraph
           end-if.
           if nLtRcvDate(nLotSub) < nLtRcvDate(nLotOldestSub)
               or (nLtRcvDate(nLotSub) = nLtRcvDate(nLotOldestSub)
                   and nLtNumber(nLotSub) < nLtNumber(nLotOldestSub))
               move nLotSub to nLotOldestSub
           end-if.

       220-rewrite-fruits.
           move "FixedFruits.txt" to xBackupName.
           call "FileBackup" using xBackupName.
               move xFruitNameT(nOutSub) to xfruitNameInput
               move nFruitQtyT(nOutSub) to nfruitQuantityInput
               move nFruitPriceT(nOutSub) to nfruitPriceInput
               move xFruitHoldT(nOutSub) to xfruitHoldInput
               write xInput
           end-perform.
           close fruitFile.
               move xQtCust(nWorkSub) to xOrderCustIn
               move xQtApplied(nWorkSub) to xOrderAppliedIn
               move nQtFulfillDate(nWorkSub) to nOrderFulfillIn
               move nQtTax(nWorkSub) to nOrderTaxIn
               move nQtDisc(nWorkSub) to nOrderDiscIn
               move xQtPromo(nWorkSub) to xOrderPromoIn
               move nQtDelivered(nWorkSub) to nOrderDeliveredIn
               move xQtDept(nWorkSub) to xOrderDeptIn
               write xOrderRecord
           end-perform.
           close orderFile.
               move xCustNameT(nCustSub) to xCustNameIn
               move nCustFirstDateT(nCustSub) to nCustFirstDateIn
               move nCustOrderCountT(nCustSub) to nCustOrderCountIn
               move xCustRepT(nCustSub) to xCustRepIn
               move xCustCreditT(nCustSub) to xCustCreditIn
               move xCustTaxCertT(nCustSub) to xCustTaxCertIn
               move xCustDeliveryT(nCustSub) to xCustDeliveryIn
               write xCustomerRecord
           end-perform.
           close customerFile.

       250-rewrite-lots.
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

       300-termination.
           display " ".
           display nAppliedCount, " queued order lines applied to "
           "the catalog (", nShortCount, " short).".
           display nReleasedCount, " held order lines released.".
           display " ".
           perform 340-write-runlog.

