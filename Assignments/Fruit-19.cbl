      * Program: Fruit Standing Order Generation
      *
      * The restaurants on weekly standing orders stop being re-keyed
      * through Fruit-02 every week. Their standing lines live on
      * Fruit-standing.txt -- customer (a name on
      * Fruit-customers.txt), fruit, quantity, delivery weekday,
      * start and stop dates, and up to four skip dates -- and this
      * batch step generates the coming week's deliveries (the
      * business date and the six days after it) into
      * Fruit-orders.txt with real order numbers from
      * Fruit-ordernum.txt, one order number per customer per
      * delivery day, dated the delivery day. From there they flow
      * through Fruit-08, Fruit-06 and Fruit-11 like any other
      * order, with sales tax charged the way checkout charges it
      * and the same quantity breaks and promotions applied.
      * Stock is checked first: a delivery the catalog cannot
      * cover after the unapplied queue is reported short on
      * Fruit-19-report.txt before its order is written, so the stand
      * restocks before the delivery instead of a restaurant going
      * without. The last date generated is kept in
      * Fruit-standing-thru.txt so a rerun never doubles a week.

       identification division.
       program-id. Fruit-19.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional standingFile assign to
           "Fruit-standing.txt"
           organization is line sequential.

           select fruitFile assign to "FixedFruits.txt"
           organization is line sequential.

           select optional customerFile assign to
           "Fruit-customers.txt"
           organization is line sequential.

           select optional orderFile assign to "Fruit-orders.txt"
           organization is line sequential.

           select optional orderNumFile assign to
           "Fruit-ordernum.txt"
           organization is line sequential.

           select optional thruFile assign to
           "Fruit-standing-thru.txt"
           organization is line sequential.

           select reportFile assign to "Fruit-19-report.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

           copy "salestax-filecontrol.cbl".

           copy "pricing-filecontrol.cbl".

       data division.
       file section.
      * Read raw so a mis-keyed standing line is rejected on the
      * report instead of generating a wrong order every week.
      * Weekday 1 Monday through 7 Sunday; a blank or zero stop
      * date runs until further notice.
       fd  standingFile.
       01  xStandingRecord.
           05 xSoCustomer          pic x(20).
           05 xSoFruit             pic x(14).
           05 xSoQtyRaw            pic x(3).
           05 xSoWeekdayRaw        pic x.
           05 xSoStartRaw          pic x(8).
           05 xSoStopRaw           pic x(8).
           05 xSoSkipRaw           pic x(8)    occurs 4 times.

       fd  fruitFile.
       01  xInput.
           05 xfruitNameInput      pic x(14).
           05 nfruitQuantityInput  pic 999.
           05 nfruitPriceInput     pic 99v99.
      * 'T' while the fruit is on hold after a cooler temperature
      * excursion (Fruit-28), blank when it may be sold.
           05 xfruitHoldInput      pic x.

       fd  customerFile.
       01  xCustomerRecord.
           05 xCustNameIn          pic x(20).
           05 filler               pic x(27).
      * Sales tax exemption certificate, kept by Fruit-23.
           05 xCustTaxCertIn       pic x(15).
      * Delivery address, route and stop, not needed here.
           05 filler               pic x(67).

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
           05 filler               pic x.
           05 xOrderAppliedIn      pic x.
           05 filler               pic x.
           05 nOrderFulfillIn      pic 9(8).
           05 filler               pic x.
           05 nOrderTaxIn          pic 9(5)v99.
           05 filler               pic x.
           05 nOrderDiscIn         pic 9(5)v99.
           05 filler               pic x.
           05 xOrderPromoIn        pic x(10).
           05 filler               pic x.
           05 nOrderDeliveredIn    pic 9(8).
      * Department charged for an internal order, blank for a sale.
           05 filler               pic x.
           05 xOrderDeptIn         pic xx.

       fd  orderNumFile.
       01  xOrderNumRecord         pic 9(6).

       fd  thruFile.
       01  xThruRecord             pic 9(8).

       fd  reportFile.
       01  xReportLine             pic x(100).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

           copy "salestax-filesection.cbl".

           copy "pricing-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xTodayDate          pic 9(8)            value 0.
       77  nTodayInt           pic 9(7)            value 0.
       77  nThruDate           pic 9(8)            value 0.
       77  nFirstInt           pic 9(7)            value 0.
       77  nLastInt            pic 9(7)            value 0.
       77  nDayInt             pic 9(7)            value 0.
       77  nDayDate            pic 9(8)            value 0.
       77  nDayWeekday         pic 9               value 0.
       77  nDateWork           pic 9(8)            value 0.
       77  nDateIntWork        pic 9(7)            value 0.
       77  nNextOrderNum       pic 9(6)            value 100001.
       77  nFruitCount         pic 99              value 0.
       77  nSearchSub          pic 99              value 0.
       77  nFoundSub           pic 99              value 0.
       77  nCustCount          pic 999             value 0.
       77  nCustSub            pic 999             value 0.
       77  xCustFound          pic x               value 'n'.
       77  nSkipSub            pic 9               value 0.
       77  xSkipFlag           pic x               value 'n'.
       77  nSoCount            pic 999             value 0.
       77  nSoSub              pic 999             value 0.
       77  nSoRejectedCount    pic 999             value 0.
       77  nGenCount           pic 9(4)            value 0.
       77  nGenSub             pic 9(4)            value 0.
       77  nGenFoundSub        pic 9(4)            value 0.
       77  nShortCount         pic 9(4)            value 0.
       77  nOrdersMade         pic 9(4)            value 0.
       77  nLinesMade          pic 9(4)            value 0.
       77  xRejectReason       pic x(40)           value spaces.

      * Days generated ahead of the business date, counting it.
       77  nWindowDays         pic 9               value 7.

       01  xFruitTable.
           05 xFruitElement occurs 50 times.
               10 xFruitNameT      pic x(14).
               10 nFruitQtyT       pic 999.
               10 nFruitPriceT     pic 99v99.
               10 xFruitHoldT      pic x.
      * On hand less the queue not yet applied and what this run
      * has already generated.
               10 nFruitFreeT      pic s9(5).

       01  xCustomerTable.
           05 xCustomerElement occurs 200 times.
               10 xCustNameT       pic x(20).
               10 xCustTaxCertT    pic x(15).

       01  xStandingTable.
           05 xStandingElement occurs 200 times.
               10 xStCustomer      pic x(20).
               10 nStFruitSub      pic 99.
               10 nStQty           pic 999.
               10 nStWeekday       pic 9.
               10 nStStart         pic 9(8).
               10 nStStop          pic 9(8).
               10 nStSkip          pic 9(8)    occurs 4 times.
               10 xStTaxExempt     pic x.

      * The deliveries this run generates, one order number per
      * customer and delivery date.
       01  xGenTable.
           05 xGenElement occurs 1000 times.
               10 xGtCustomer      pic x(20).
               10 nGtDate          pic 9(8).
               10 nGtOrderNum      pic 9(6).

       01  xReportHeading-1.
           05 filler           pic x(30)
               value 'STANDING ORDERS GENERATED FOR'.
           05 neHeadFrom       pic 9(8).
           05 filler           pic x(4)            value ' TO '.
           05 neHeadTo         pic 9(8).

       01  xReportHeading-2.
           05 filler           pic x(10)           value 'DELIVERY'.
           05 filler           pic x(22)           value 'CUSTOMER'.
           05 filler           pic x(16)           value 'FRUIT'.
           05 filler           pic x(5)            value 'QTY'.
           05 filler           pic x(8)            value 'ORDER'.
           05 filler           pic x(36)           value 'NOTE'.

       01  xReportDetail.
           05 xDetDate         pic x(8).
           05 filler           pic x(2)            value spaces.
           05 xDetCustomer     pic x(20).
           05 filler           pic x(2)            value spaces.
           05 xDetFruit        pic x(14).
           05 filler           pic x(2)            value spaces.
           05 xDetQty          pic x(3).
           05 filler           pic x(2)            value spaces.
           05 xDetOrder        pic x(6).
           05 filler           pic x(2)            value spaces.
           05 xDetNote         pic x(38).

       01  xReportFooter.
           05 neFootOrders     pic zzz9.
           05 filler           pic x(10)           value ' orders, '.
           05 neFootLines      pic zzz9.
           05 filler           pic x(9)            value ' lines, '.
           05 neFootShort      pic zzz9.
           05 filler           pic x(9)            value ' short, '.
           05 neFootRejected   pic zz9.
           05 filler           pic x(30)
               value ' standing lines rejected'.

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

           copy "salestax-workingstorage.cbl".

           copy "pricing-workingstorage.cbl".

       procedure division.
       000-main.
           move "Fruit-19" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-generate.
           perform 300-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           move xBusinessDate to xTodayDate.
           compute nTodayInt = function integer-of-date(xTodayDate).
           open input fruitFile.
           perform 110-next-fruit until xEofFlag = "y".
           close fruitFile.
           move "n" to xEofFlag.
           perform 9300-load-sales-tax.
           perform 9400-load-pricing.
           open input customerFile.
           perform 115-next-customer until xEofFlag = "y".
           close customerFile.
           move "n" to xEofFlag.
           open input orderFile.
           perform 120-next-order until xEofFlag = "y".
           close orderFile.
           move "n" to xEofFlag.
           open input orderNumFile.
           read orderNumFile
               at end
                   continue
               not at end
                   move xOrderNumRecord to nNextOrderNum
           end-read.
           close orderNumFile.
           open input thruFile.
           read thruFile
               at end
                   continue
               not at end
                   move xThruRecord to nThruDate
           end-read.
           close thruFile.
           move nTodayInt to nFirstInt.
           if nThruDate >= xTodayDate
               compute nFirstInt =
                   function integer-of-date(nThruDate) + 1
           end-if.
           compute nLastInt = nTodayInt + nWindowDays - 1.
           open output reportFile.
           compute neHeadFrom = function date-of-integer(nFirstInt).
           compute neHeadTo = function date-of-integer(nLastInt).
           write xReportLine from xReportHeading-1.
           write xReportLine from xReportHeading-2.
           open input standingFile.
           perform 130-next-standing until xEofFlag = "y".
           close standingFile.
           move "n" to xEofFlag.

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
                       move xfruitHoldInput to xFruitHoldT(nFruitCount),
                       move nfruitQuantityInput to
                       nFruitFreeT(nFruitCount)
                   end-if,
           end-read.

       115-next-customer.
           read customerFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nCustCount < 200
                       add 1 to nCustCount,
                       move xCustNameIn to xCustNameT(nCustCount),
                       move xCustTaxCertIn to xCustTaxCertT(nCustCount)
                   end-if,
           end-read.

      * Orders still waiting for Fruit-08 have not come off the
      * catalog yet, but the stock is spoken for.
       120-next-order.
           read orderFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xOrderAppliedIn not = "Y"
                       perform varying nSearchSub from 1 by 1
                           until nSearchSub > nFruitCount
                           if xFruitNameT(nSearchSub) = xOrderFruitIn
                               subtract nOrderQtyIn from
                                   nFruitFreeT(nSearchSub)
                               move nFruitCount to nSearchSub
                           end-if
                       end-perform
                   end-if,
           end-read.

       130-next-standing.
           read standingFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform 140-edit-standing,
           end-read.

       140-edit-standing.
           move spaces to xRejectReason.
           perform 145-edit-standing-fields.
           if xRejectReason not = spaces
               move spaces to xDetDate
               move xSoCustomer to xDetCustomer
               move xSoFruit to xDetFruit
               move xSoQtyRaw to xDetQty
               move spaces to xDetOrder
               move xRejectReason to xDetNote
               write xReportLine from xReportDetail
               add 1 to nSoRejectedCount
           end-if.

       145-edit-standing-fields.
           move "n" to xCustFound.
           move "n" to xSalesTaxExempt.
           perform varying nCustSub from 1 by 1
               until nCustSub > nCustCount
               if xCustNameT(nCustSub) = xSoCustomer
                   move "y" to xCustFound
                   if xCustTaxCertT(nCustSub) not = spaces
                       move "y" to xSalesTaxExempt
                   end-if
               end-if
           end-perform.
           if xCustFound = "n" or xSoCustomer = spaces
               move "REJECTED - CUSTOMER NOT ON FILE" to
               xRejectReason
               exit paragraph
           end-if.
           move 0 to nFoundSub.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nFruitCount
               if xFruitNameT(nSearchSub) = xSoFruit
                   move nSearchSub to nFoundSub
                   move nFruitCount to nSearchSub
               end-if
           end-perform.
           if nFoundSub = 0
               move "REJECTED - NOT IN CATALOG" to xRejectReason
               exit paragraph
           end-if.
           if xSoQtyRaw not numeric or xSoQtyRaw = "000"
               move "REJECTED - QUANTITY NOT NUMERIC" to
               xRejectReason
               exit paragraph
           end-if.
           if xSoWeekdayRaw not numeric
               or xSoWeekdayRaw < "1" or xSoWeekdayRaw > "7"
               move "REJECTED - WEEKDAY MUST BE 1-7" to
               xRejectReason
               exit paragraph
           end-if.
           move 0 to nDateIntWork.
           if xSoStartRaw numeric
               move xSoStartRaw to nDateWork
               compute nDateIntWork =
                   function integer-of-date(nDateWork)
           end-if.
           if nDateIntWork = 0
               move "REJECTED - INVALID START DATE" to xRejectReason
               exit paragraph
           end-if.
           if xSoStopRaw not = spaces and xSoStopRaw not = "00000000"
               move 0 to nDateIntWork
               if xSoStopRaw numeric
                   move xSoStopRaw to nDateWork
                   compute nDateIntWork =
                       function integer-of-date(nDateWork)
               end-if
               if nDateIntWork = 0 or xSoStopRaw < xSoStartRaw
                   move "REJECTED - INVALID STOP DATE" to
                   xRejectReason
                   exit paragraph
               end-if
           end-if.
           perform varying nSkipSub from 1 by 1 until nSkipSub > 4
               if xSoSkipRaw(nSkipSub) not = spaces
                   and xSoSkipRaw(nSkipSub) not numeric
                   move "REJECTED - INVALID SKIP DATE" to
                   xRejectReason
               end-if
           end-perform.
           if xRejectReason not = spaces
               exit paragraph
           end-if.
           if nSoCount >= 200
               move "REJECTED - STANDING TABLE FULL" to
               xRejectReason
               exit paragraph
           end-if.
           add 1 to nSoCount.
           move xSoCustomer to xStCustomer(nSoCount).
           move nFoundSub to nStFruitSub(nSoCount).
           move xSoQtyRaw to nStQty(nSoCount).
           move xSoWeekdayRaw to nStWeekday(nSoCount).
           move xSalesTaxExempt to xStTaxExempt(nSoCount).
           move xSoStartRaw to nStStart(nSoCount).
           move 0 to nStStop(nSoCount).
           if xSoStopRaw numeric
               move xSoStopRaw to nStStop(nSoCount)
           end-if.
           perform varying nSkipSub from 1 by 1 until nSkipSub > 4
               move 0 to nStSkip(nSoCount, nSkipSub)
               if xSoSkipRaw(nSkipSub) numeric
                   move xSoSkipRaw(nSkipSub) to
                   nStSkip(nSoCount, nSkipSub)
               end-if
           end-perform.

      * Day by day through the window, in standing-file order within
      * a day, so an earlier delivery gets first call on the stock.
       200-generate.
           open extend orderFile.
           perform varying nDayInt from nFirstInt by 1
               until nDayInt > nLastInt
               compute nDayDate = function date-of-integer(nDayInt)
               compute nDayWeekday =
                   function mod(nDayInt - 1, 7) + 1
               perform varying nSoSub from 1 by 1
                   until nSoSub > nSoCount
                   perform 210-check-standing-day
               end-perform
           end-perform.
           close orderFile.

       210-check-standing-day.
           if nStWeekday(nSoSub) not = nDayWeekday
               or nDayDate < nStStart(nSoSub)
               exit paragraph
           end-if.
           if nStStop(nSoSub) > 0 and nDayDate > nStStop(nSoSub)
               exit paragraph
           end-if.
           move "n" to xSkipFlag.
           perform varying nSkipSub from 1 by 1 until nSkipSub > 4
               if nStSkip(nSoSub, nSkipSub) = nDayDate
                   move "y" to xSkipFlag
               end-if
           end-perform.
           move nDayDate to xDetDate.
           move xStCustomer(nSoSub) to xDetCustomer.
           move nStFruitSub(nSoSub) to nFoundSub.
           move xFruitNameT(nFoundSub) to xDetFruit.
           move nStQty(nSoSub) to xDetQty.
           move spaces to xDetOrder.
           if xSkipFlag = "y"
               move "SKIPPED - SKIP DATE" to xDetNote
               write xReportLine from xReportDetail
               exit paragraph
           end-if.
           move spaces to xDetNote.
           subtract nStQty(nSoSub) from nFruitFreeT(nFoundSub).
           if nFruitFreeT(nFoundSub) < 0
               move "STOCK SHORT - RESTOCK BEFORE DELIVERY" to
               xDetNote
               add 1 to nShortCount
               write xReportLine from xReportDetail
           end-if.
      * Like a short line, a held fruit is still generated -- the
      * hold may be cleared before the delivery day -- but flagged.
           if xFruitHoldT(nFoundSub) not = space
               move "ON TEMPERATURE HOLD - CLEAR FIRST" to xDetNote
               write xReportLine from xReportDetail
           end-if.
           perform 220-order-number.
           move nGtOrderNum(nGenFoundSub) to xDetOrder.
           move "GENERATED" to xDetNote.
           perform 230-write-order.
           write xReportLine from xReportDetail.

      * One order number per customer per delivery date, drawn from
      * the same counter Fruit-02 hands out at checkout.
       220-order-number.
           move 0 to nGenFoundSub.
           perform varying nGenSub from 1 by 1
               until nGenSub > nGenCount
               if xGtCustomer(nGenSub) = xStCustomer(nSoSub)
                   and nGtDate(nGenSub) = nDayDate
                   move nGenSub to nGenFoundSub
               end-if
           end-perform.
           if nGenFoundSub > 0
               exit paragraph
           end-if.
           add 1 to nGenCount.
           move nGenCount to nGenFoundSub.
           move xStCustomer(nSoSub) to xGtCustomer(nGenFoundSub).
           move nDayDate to nGtDate(nGenFoundSub).
           move nNextOrderNum to nGtOrderNum(nGenFoundSub).
           add 1 to nNextOrderNum.
           add 1 to nOrdersMade.

       230-write-order.
           move spaces to xOrderRecord.
           move xFruitNameT(nFoundSub) to xOrderFruitIn.
           move nStQty(nSoSub) to nOrderQtyIn.
           move xFruitNameT(nFoundSub) to xPricingFruit.
           move nDayDate to xPricingDate.
           move nStQty(nSoSub) to nPricingQty.
           move nFruitPriceT(nFoundSub) to nPricingList.
           perform 9410-best-price.
           move nPricingUnit to nOrderPriceIn.
           compute nOrderTotalIn = nStQty(nSoSub) * nPricingUnit.
           move nPricingDiscount to nOrderDiscIn.
           move xPricingCode to xOrderPromoIn.
           move nDayDate to xOrderDateIn.
           move nGtOrderNum(nGenFoundSub) to nOrderNumIn.
           move "O" to xOrderStatusIn.
           move xStCustomer(nSoSub) to xOrderCustIn.
           move "N" to xOrderAppliedIn.
           move 0 to nOrderFulfillIn.
           move 0 to nOrderDeliveredIn.
           move space to xOrderDeptIn.
           move xFruitNameT(nFoundSub) to xSalesTaxFruit.
           move nDayDate to xSalesTaxDate.
           move nOrderTotalIn to nSalesTaxBase.
           move xStTaxExempt(nSoSub) to xSalesTaxExempt.
           perform 9310-compute-sales-tax.
           move nSalesTaxAmount to nOrderTaxIn.
           write xOrderRecord.
           add 1 to nLinesMade.

       300-termination.
           move nOrdersMade to neFootOrders.
           move nLinesMade to neFootLines.
           move nShortCount to neFootShort.
           move nSoRejectedCount to neFootRejected.
           write xReportLine from xReportFooter.
           close reportFile.
           if nOrdersMade > 0
               open output orderNumFile
               move nNextOrderNum to xOrderNumRecord
               write xOrderNumRecord
               close orderNumFile
           end-if.
           if nLastInt >= nFirstInt
               open output thruFile
               compute xThruRecord = function date-of-integer(nLastInt)
               write xThruRecord
               close thruFile
           end-if.
           display " ".
           display nOrdersMade, " standing orders generated, ",
           nShortCount, " lines short of stock, ", nSoRejectedCount,
           " standing lines rejected -- see Fruit-19-report.txt".
           display " ".
           move "Fruit-19" to xRunLogProgram.
           move nOrdersMade to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

           copy "salestax-procedure.cbl".

           copy "pricing-procedure.cbl".

      * Add a blank line at the end
