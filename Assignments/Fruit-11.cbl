      * the run writes an aging report of unpaid orders by age
      * bucket plus printable per-customer statements -- so the two
      * restaurants on weekly standing orders get invoiced from a
      * file, not from memory. Credit memos Fruit-22 issues for
      * returned fruit apply against the order returned from, and
      * print on the statement under it. An order's total is what
      * the customer was charged, sales tax included; the statement
      * shows the tax in it.

       identification division.
       program-id. Fruit-11.
           "Fruit-payments.txt"
           organization is line sequential.

      * Credit memos and cash refunds from Fruit-22; only memos
      * ('M') touch a receivable.
           select optional returnLogFile assign to
           "Fruit-returnlog.txt"
           organization is line sequential.

           select agingFile assign to "Fruit-11-aging.txt"
           organization is line sequential.

           05 xOrderCustIn         pic x(20).
           05 filler               pic x.
           05 xOrderAppliedIn      pic x.
           05 filler               pic x(9).
      * Sales tax checkout charged on the line (see Fruit-23).
           05 filler               pic x.
           05 nOrderTaxIn          pic 9(5)v99.
      * Discount, pricing rule and delivery date, not needed here.
           05 filler               pic x(28).
      * Department charged for an internal order, blank for a sale.
           05 filler               pic x.
           05 xOrderDeptIn         pic xx.

       fd  paymentFile.
       01  xPaymentRecord.
           05 filler               pic x.
           05 nPayDate             pic 9(8).

      * Only the parts of the Fruit-22 ledger this report needs.
       fd  returnLogFile.
       01  xReturnLogRecord.
           05 nRnMemoNum           pic 9(6).
           05 filler               pic x.
           05 xRnType              pic x.
           05 filler               pic x.
           05 nRnOrderNum          pic 9(6).
           05 filler               pic x(23).
           05 nRnAmount            pic 9(5)v99.
           05 filler               pic x(3).
           05 nRnDate              pic 9(8).
           05 filler               pic x(50).

       fd  agingFile.
       01  xAgingLine              pic x(90).

               10 xOtCust          pic x(20).
               10 nOtTotal         pic 9(7)v99    value 0.
               10 nOtPaid          pic 9(7)v99    value 0.
               10 nOtCredit        pic 9(7)v99    value 0.
               10 nOtTax           pic 9(7)v99    value 0.

       77  nMemoCount          pic 9(4)            value 0.
       77  nMemoMax            pic 9(4)            value 500.
       77  nMemoSub            pic 9(4)            value 0.
       77  nUnmatchedMemos     pic 9(4)            value 0.

      * Credit memos, to print under their orders on a statement.
       01  xMemoTable.
           05 xMemoElement occurs 500 times.
               10 nMtMemoNum       pic 9(6).
               10 nMtOrderNum      pic 9(6).
               10 nMtDate          pic 9(8).
               10 nMtAmount        pic 9(5)v99.

       01  xAgeBuckets.
           05 nAgeBucketT occurs 4 times pic 9(9)v99 value 0.
           05 filler           pic x(22)       value 'CUSTOMER'.
           05 filler           pic x(10)       value 'DATE'.
           05 filler           pic x(12)       value 'TOTAL'.
           05 filler           pic x(12)       value 'PAID/CREDIT'.
           05 filler           pic x(12)       value 'DUE'.
           05 filler           pic x(9)        value 'DAYS'.

           05 neStmtDate       pic 9(8).
           05 filler           pic x(2)        value spaces.
           05 neStmtTotal      pic $$$,$$9.99.
           05 filler           pic x(6)        value '  tax '.
           05 neStmtTax        pic $$,$$9.99.
           05 filler           pic x(7)        value '  paid '.
           05 neStmtPaid       pic $$$,$$9.99.

       01  xStmtMemoLine.
           05 filler           pic x(14)
                                value '  CREDIT MEMO '.
           05 neStmtMemoNum    pic 9(6).
           05 filler           pic x(2)        value spaces.
           05 neStmtMemoDate   pic 9(8).
           05 filler           pic x(2)        value spaces.
           05 neStmtMemoAmt    pic $$$,$$9.99.

       01  xStmtFooter.
           05 filler           pic x(12)
                                value 'BALANCE DUE '.
           perform 130-next-payment until xEofFlag = "y".
           close paymentFile.
           move "n" to xEofFlag.
           open input returnLogFile.
           perform 140-next-memo until xEofFlag = "y".
           close returnLogFile.
           move "n" to xEofFlag.

      * Order lines fold into one row per order number. An internal
      * order is charged to a department by Fruit-12, so it is never
      * owed and never aged.
       110-next-order.
           read orderFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xOrderDeptIn = space
                       perform 120-accumulate-order
                   end-if,
           end-read.

       120-accumulate-order.
               move xOrderCustIn to xOtCust(nFoundSub)
           end-if.
           add nOrderTotalIn to nOtTotal(nFoundSub).
           if nOrderTaxIn numeric
               add nOrderTaxIn to nOtTotal(nFoundSub)
               add nOrderTaxIn to nOtTax(nFoundSub)
           end-if.

       130-next-payment.
           read paymentFile
                   end-if,
           end-read.

       140-next-memo.
           read returnLogFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xRnType = "M"
                       perform 145-apply-memo
                   end-if,
           end-read.

       145-apply-memo.
           move 0 to nFoundSub.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nOrdCount
               if nOtOrderNum(nSearchSub) = nRnOrderNum
                   move nSearchSub to nFoundSub
                   move nOrdCount to nSearchSub
               end-if
           end-perform.
           if nFoundSub = 0
               add 1 to nUnmatchedMemos
               exit paragraph
           end-if.
           add nRnAmount to nOtCredit(nFoundSub).
           if nMemoCount < nMemoMax
               add 1 to nMemoCount
               move nRnMemoNum to nMtMemoNum(nMemoCount)
               move nRnOrderNum to nMtOrderNum(nMemoCount)
               move nRnDate to nMtDate(nMemoCount)
               move nRnAmount to nMtAmount(nMemoCount)
           end-if.

      * Unpaid orders oldest money first would need a sort; the
      * queue is already broadly in date order, so the report reads
      * top to bottom with the buckets totalled beneath.
           write xAgingLine from xAgingHeading-2.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nOrdCount
               compute nBalanceWork = nOtTotal(nWorkSub)
                   - nOtPaid(nWorkSub) - nOtCredit(nWorkSub)
               if nBalanceWork > 0
                   perform 210-age-one-order
               end-if
           move xOtCust(nWorkSub) to xAgeCust.
           move nOtDate(nWorkSub) to neAgeDate.
           move nOtTotal(nWorkSub) to neAgeTotal.
           compute neAgePaid = nOtPaid(nWorkSub) + nOtCredit(nWorkSub).
           move nBalanceWork to neAgeDue.
           move nAgeDays to neAgeDays.
           write xAgingLine from xAgingDetail.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nOrdCount
               if xOtCust(nWorkSub) not = spaces
                   and nOtTotal(nWorkSub) >
                       nOtPaid(nWorkSub) + nOtCredit(nWorkSub)
                   perform 260-statement-for-customer
               end-if
           end-perform.
               until nSearchSub > nOrdCount
               if xOtCust(nSearchSub) = xOtCust(nWorkSub)
                   and nSearchSub not = nWorkSub
                   and nOtTotal(nSearchSub) >
                       nOtPaid(nSearchSub) + nOtCredit(nSearchSub)
                   perform 270-statement-line
                   move spaces to xOtCust(nSearchSub)
               end-if
           move nOtDate(nSearchSub) to neStmtDate.
           move nOtTotal(nSearchSub) to neStmtTotal.
           move nOtPaid(nSearchSub) to neStmtPaid.
           move nOtTax(nSearchSub) to neStmtTax.
           add nOtTotal(nSearchSub) to nBalanceWork.
           subtract nOtPaid(nSearchSub) from nBalanceWork.
           subtract nOtCredit(nSearchSub) from nBalanceWork.
           write xStmtLine from xStmtDetail.
           perform varying nMemoSub from 1 by 1
               until nMemoSub > nMemoCount
               if nMtOrderNum(nMemoSub) = nOtOrderNum(nSearchSub)
                   move nMtMemoNum(nMemoSub) to neStmtMemoNum
                   move nMtDate(nMemoSub) to neStmtMemoDate
                   move nMtAmount(nMemoSub) to neStmtMemoAmt
                   write xStmtLine from xStmtMemoLine
               end-if
           end-perform.

       300-termination.
           display " ".
           display nUnpaidCount, " unpaid orders, ",
           nUnmatchedPays, " payments and ", nUnmatchedMemos,
           " credit memos matched no order -- see "
           "Fruit-11-aging.txt".
           display " ".
           move "Fruit-11" to xRunLogProgram.
