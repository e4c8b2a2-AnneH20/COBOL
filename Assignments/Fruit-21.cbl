      * Program: Fruit Held Orders Report
      *
      * The daily list of what checkout (Fruit-02) has put on credit
      * hold and is waiting on the office: every held order with its
      * customer, how long it has been held, the customer's credit
      * limit (Fruit-20) and what they owe across all their orders
      * after payments and credit memos, whether anything of
      * theirs is unpaid past terms, and whether a release has
      * already been logged by FruitRelease -- pending until the
      * next Fruit-08 run -- or an attempt by a non-admin refused.

       identification division.
       program-id. Fruit-21.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional orderFile assign to "Fruit-orders.txt"
           organization is line sequential.

           select optional customerFile assign to
           "Fruit-customers.txt"
           organization is line sequential.

           select optional paymentFile assign to
           "Fruit-payments.txt"
           organization is line sequential.

           select optional releaseFile assign to
           "Fruit-orderrel.txt"
           organization is line sequential.

      * Credit memos (type 'M') Fruit-22 issued for returns reduce
      * what the customer owes the same way a payment does.
           select optional returnLogFile assign to
           "Fruit-returnlog.txt"
           organization is line sequential.

           select reportFile assign to "Fruit-21-held.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
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
      * Sales tax checkout charged on the line (see Fruit-23).
           05 filler               pic x.
           05 nOrderTaxIn          pic 9(5)v99.
      * Discount, pricing rule, delivery date and charge department,
      * not needed here.
           05 filler               pic x(31).

       fd  customerFile.
       01  xCustomerRecord.
           05 xCustNameIn          pic x(20).
           05 filler               pic x(17).
      * Credit limit and payment terms, kept by Fruit-20.
           05 nCustLimitIn         pic 9(5)v99.
           05 nCustTermsIn         pic 999.
      * Sales tax exemption certificate, kept by Fruit-23.
           05 filler               pic x(15).
      * Delivery address, route and stop, not needed here.
           05 filler               pic x(67).

       fd  paymentFile.
       01  xPaymentRecord.
           05 nPayOrderNum         pic 9(6).
           05 filler               pic x.
           05 nPayAmount           pic 9(5)v99.
           05 filler               pic x.
           05 nPayDate             pic 9(8).

      * 'R' release logged by an admin, 'N' refused (not an admin).
       fd  releaseFile.
       01  xReleaseRecord.
           05 xRlApprover          pic x(12).
           05 nRlOrderNum          pic 9(6).
           05 nRlDate              pic 9(8).
           05 nRlTime              pic 9(6).
           05 xRlResult            pic x.

      * Only the parts of the Fruit-22 return ledger needed here.
       fd  returnLogFile.
       01  xReturnLogRecord.
           05 filler               pic x(7).
           05 xRnType              pic x.
           05 filler               pic x.
           05 nRnOrderNum          pic 9(6).
           05 filler               pic x(23).
           05 nRnAmount            pic 9(5)v99.
           05 filler               pic x(61).

       fd  reportFile.
       01  xReportLine             pic x(100).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xTodayDate          pic 9(8)            value 0.
       77  nTodayInt           pic 9(7)            value 0.
       77  nDueInt             pic 9(7)            value 0.
       77  nDaysHeld           pic s9(5)           value 0.
       77  nWorkSub            pic 9(4)            value 0.
       77  nSearchSub          pic 9(4)            value 0.
       77  nFoundSub           pic 9(4)            value 0.
       77  nHeldCount          pic 9(4)            value 0.
       77  nHeldTotal          pic 9(9)v99         value 0.
       77  nCustBalance        pic 9(7)v99         value 0.
       77  xPastDueFlag        pic x               value 'n'.
       77  nLimitWork          pic 9(5)v99         value 0.
       77  nTermsWork          pic 999             value 0.
       77  nDefaultTerms       pic 999             value 30.

       77  nOrdCount           pic 9(4)            value 0.
       77  nOrdMax             pic 9(4)            value 1000.
       77  xOrdTableFull       pic x               value 'n'.

       77  nCustCount          pic 999             value 0.
       77  nCustSub            pic 999             value 0.

      * One row per order number, the order's lines summed. A held
      * order has every line held, as checkout writes them.
       01  xOrdTable.
           05 xOrdElement occurs 1000 times.
               10 nOtOrderNum      pic 9(6).
               10 nOtDate          pic 9(8).
               10 xOtCust          pic x(20).
               10 nOtTotal         pic 9(7)v99    value 0.
               10 nOtPaid          pic 9(7)v99    value 0.
               10 xOtHeld          pic x          value 'n'.
               10 xOtRelease       pic x          value space.

       01  xCustomerTable.
           05 xCustomerElement occurs 200 times.
               10 xCustNameT       pic x(20).
               10 nCustLimitT      pic 9(5)v99.
               10 nCustTermsT      pic 999.

       01  xHeldHeading-1.
           05 filler           pic x(27)
               value 'ORDERS ON CREDIT HOLD AS OF'.
           05 filler           pic x               value space.
           05 neHeadDate       pic 9(8).

       01  xHeldHeading-2.
           05 filler           pic x(8)        value 'ORDER'.
           05 filler           pic x(22)       value 'CUSTOMER'.
           05 filler           pic x(10)       value 'DATE'.
           05 filler           pic x(12)       value '     TOTAL'.
           05 filler           pic x(6)        value 'DAYS'.
           05 filler           pic x(12)       value '     LIMIT'.
           05 filler           pic x(15)       value '       BALANCE'.
           05 filler           pic x(5)        value 'LATE'.
           05 filler           pic x(8)        value 'RELEASE'.

       01  xHeldDetail.
           05 neHeldOrderNum   pic 9(6).
           05 filler           pic x(2)        value spaces.
           05 xHeldCust        pic x(20).
           05 filler           pic x(2)        value spaces.
           05 neHeldDate       pic 9(8).
           05 filler           pic x(2)        value spaces.
           05 neHeldTotal      pic $$$,$$9.99.
           05 filler           pic x(2)        value spaces.
           05 neHeldDays       pic zzz9.
           05 filler           pic x(2)        value spaces.
           05 neHeldLimit      pic $$$,$$9.99.
           05 filler           pic x(2)        value spaces.
           05 neHeldBalance    pic $$,$$$,$$9.99.
           05 filler           pic x(2)        value spaces.
           05 xHeldLate        pic x(3).
           05 filler           pic x(2)        value spaces.
           05 xHeldRelease     pic x(8).

       01  xHeldFooter.
           05 neFootHeld       pic zzz9.
           05 filler           pic x(20)
                                value ' orders on hold for '.
           05 neFootTotal      pic $$$,$$$,$$9.99.

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

       procedure division.
       000-main.
           move "Fruit-21" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-held-report.
           perform 300-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           move xBusinessDate to xTodayDate.
           compute nTodayInt = function integer-of-date(xTodayDate).
           open input orderFile.
           perform 110-next-order until xEofFlag = "y".
           close orderFile.
           move "n" to xEofFlag.
           open input paymentFile.
           perform 130-next-payment until xEofFlag = "y".
           close paymentFile.
           move "n" to xEofFlag.
           open input returnLogFile.
           perform 135-next-memo until xEofFlag = "y".
           close returnLogFile.
           move "n" to xEofFlag.
           open input customerFile.
           perform 140-next-customer until xEofFlag = "y".
           close customerFile.
           move "n" to xEofFlag.
           open input releaseFile.
           perform 150-next-release until xEofFlag = "y".
           close releaseFile.
           move "n" to xEofFlag.

       110-next-order.
           read orderFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform 120-accumulate-order,
           end-read.

       120-accumulate-order.
           move 0 to nFoundSub.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nOrdCount
               if nOtOrderNum(nSearchSub) = nOrderNumIn
                   move nSearchSub to nFoundSub
                   move nOrdCount to nSearchSub
               end-if
           end-perform.
           if nFoundSub = 0
               if nOrdCount >= nOrdMax
                   if xOrdTableFull = "n"
                       display "WARNING: order table full at "
                       nOrdMax
                       " orders -- remaining rows in "
                       "Fruit-orders.txt were not loaded."
                       move "y" to xOrdTableFull
                   end-if
                   exit paragraph
               end-if
               add 1 to nOrdCount
               move nOrdCount to nFoundSub
               move nOrderNumIn to nOtOrderNum(nFoundSub)
               move xOrderDateIn to nOtDate(nFoundSub)
               move xOrderCustIn to xOtCust(nFoundSub)
           end-if.
           add nOrderTotalIn to nOtTotal(nFoundSub).
           if nOrderTaxIn numeric
               add nOrderTaxIn to nOtTotal(nFoundSub)
           end-if.
           if xOrderStatusIn = "H"
               move "y" to xOtHeld(nFoundSub)
           end-if.

       130-next-payment.
           read paymentFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform varying nSearchSub from 1 by 1
                       until nSearchSub > nOrdCount
                       if nOtOrderNum(nSearchSub) = nPayOrderNum
                           add nPayAmount to nOtPaid(nSearchSub)
                           move nOrdCount to nSearchSub
                       end-if
                   end-perform,
           end-read.

       135-next-memo.
           read returnLogFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xRnType = "M"
                       perform varying nSearchSub from 1 by 1
                           until nSearchSub > nOrdCount
                           if nOtOrderNum(nSearchSub) = nRnOrderNum
                               add nRnAmount to nOtPaid(nSearchSub)
                               move nOrdCount to nSearchSub
                           end-if
                       end-perform
                   end-if,
           end-read.

       140-next-customer.
           read customerFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nCustCount < 200
                       add 1 to nCustCount,
                       move xCustNameIn to xCustNameT(nCustCount),
                       move 0 to nCustLimitT(nCustCount),
                       move nDefaultTerms to nCustTermsT(nCustCount),
                       if nCustLimitIn numeric
                           move nCustLimitIn to
                           nCustLimitT(nCustCount)
                       end-if,
                       if nCustTermsIn numeric and nCustTermsIn > 0
                           move nCustTermsIn to
                           nCustTermsT(nCustCount)
                       end-if
                   end-if,
           end-read.

      * A logged release outranks a refused attempt on the same
      * order.
       150-next-release.
           read releaseFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform varying nSearchSub from 1 by 1
                       until nSearchSub > nOrdCount
                       if nOtOrderNum(nSearchSub) = nRlOrderNum
                           if xRlResult = "R"
                               or xOtRelease(nSearchSub) = space
                               move xRlResult to
                               xOtRelease(nSearchSub)
                           end-if
                           move nOrdCount to nSearchSub
                       end-if
                   end-perform,
           end-read.

       200-held-report.
           open output reportFile.
           move xTodayDate to neHeadDate.
           write xReportLine from xHeldHeading-1.
           write xReportLine from xHeldHeading-2.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nOrdCount
               if xOtHeld(nWorkSub) = "y"
                   perform 210-held-line
               end-if
           end-perform.
           move nHeldCount to neFootHeld.
           move nHeldTotal to neFootTotal.
           write xReportLine from xHeldFooter.
           close reportFile.

       210-held-line.
           add 1 to nHeldCount.
           add nOtTotal(nWorkSub) to nHeldTotal.
           perform 220-customer-standing.
           move nOtOrderNum(nWorkSub) to neHeldOrderNum.
           move xOtCust(nWorkSub) to xHeldCust.
           move nOtDate(nWorkSub) to neHeldDate.
           move nOtTotal(nWorkSub) to neHeldTotal.
           compute nDaysHeld = nTodayInt -
               function integer-of-date(nOtDate(nWorkSub)).
           if nDaysHeld < 0
               move 0 to nDaysHeld
           end-if.
           move nDaysHeld to neHeldDays.
           move nLimitWork to neHeldLimit.
           move nCustBalance to neHeldBalance.
           move spaces to xHeldLate.
           if xPastDueFlag = "y"
               move "YES" to xHeldLate
           end-if.
           move spaces to xHeldRelease.
           if xOtRelease(nWorkSub) = "R"
               move "PENDING" to xHeldRelease
           end-if.
           if xOtRelease(nWorkSub) = "N"
               move "REFUSED" to xHeldRelease
           end-if.
           write xReportLine from xHeldDetail.

      * The held order's customer: their limit and terms, everything
      * they still owe (this order included), and whether any order
      * of theirs is unpaid past the terms.
       220-customer-standing.
           move 0 to nLimitWork.
           move nDefaultTerms to nTermsWork.
           perform varying nCustSub from 1 by 1
               until nCustSub > nCustCount
               if xCustNameT(nCustSub) = xOtCust(nWorkSub)
                   move nCustLimitT(nCustSub) to nLimitWork
                   move nCustTermsT(nCustSub) to nTermsWork
                   move nCustCount to nCustSub
               end-if
           end-perform.
           move 0 to nCustBalance.
           move "n" to xPastDueFlag.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nOrdCount
               if xOtCust(nSearchSub) = xOtCust(nWorkSub)
                   and nOtTotal(nSearchSub) > nOtPaid(nSearchSub)
                   compute nCustBalance = nCustBalance +
                       nOtTotal(nSearchSub) - nOtPaid(nSearchSub)
                   compute nDueInt =
                       function integer-of-date(nOtDate(nSearchSub))
                       + nTermsWork
                   if nDueInt < nTodayInt
                       move "y" to xPastDueFlag
                   end-if
               end-if
           end-perform.

       300-termination.
           display " ".
           display nHeldCount, " orders on credit hold.".
           display " ".
           move "Fruit-21" to xRunLogProgram.
           move nHeldCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
