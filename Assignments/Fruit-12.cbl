      * debited, revenue credited -- with the account numbers coming
      * from a small mapping file the way Departments.txt maps
      * payroll's, so the whole day's ledger feed comes from one
      * pipeline. Sales tax collected on those lines posts apart
      * from the revenue, credited to sales tax payable until the
      * monthly return (Fruit-24) pays it over. Fruit a department
      * took on an internal order is charged back to it: the
      * department's expense account on Departments.txt debited,
      * revenue credited, with no cash or receivable in it.

       identification division.
       program-id. Fruit-12.
           select optional orderFile assign to "Fruit-orders.txt"
           organization is line sequential.

      * One record: the cash, receivables, revenue, and sales tax
      * payable accounts the stand posts to.
           select optional acctMapFile assign to
           "Fruit-glaccounts.txt"
           organization is line sequential.

      * The expense account each department is charged on.
           select optional deptFile assign to "Departments.txt"
           organization is line sequential.

           select glFile assign to "Fruit-12-gl.txt"
           organization is line sequential.

           05 xOrderAppliedIn      pic x.
           05 filler               pic x.
           05 nOrderFulfillIn      pic 9(8).
      * Sales tax checkout charged on the line (see Fruit-23).
           05 filler               pic x.
           05 nOrderTaxIn          pic 9(5)v99.
      * Discount, pricing rule and delivery date, not needed here.
           05 filler               pic x(28).
      * Department charged for an internal order, blank for a sale.
           05 filler               pic x.
           05 xOrderDeptIn         pic xx.

       fd  acctMapFile.
       01  xAcctMapRecord.
           05 nMapCashAcct         pic 9(5).
           05 nMapArAcct           pic 9(5).
           05 nMapRevenueAcct      pic 9(5).
      * Blank on a mapping file written before sales tax.
           05 nMapSalesTaxAcct     pic 9(5).

       fd  deptFile.
       01  xDeptRecord.
           05 nDeptNumD         pic 99.
           05 xDeptNameD        pic x(20).
           05 xDeptMgrD         pic x(20).
           05 nDeptGlAcctD      pic 9(5).

      * Same record shape as Payroll-01-gl.txt, so Finance's one
      * loader takes both feeds. Department 00 marks the
      * stand.
       fd  glFile.
       01  xGlRecord.
           05 xGlDeptNum        pic 99.
           05 xGlDebitAcct      pic 9(5).
           05 xGlDebitAmount    pic 9(7)v99.
           05 xGlCreditAcct     pic 9(5).
       77  nLineCount          pic 9(5)            value 0.
       77  nCashTotal          pic 9(7)v99         value 0.
       77  nArTotal            pic 9(7)v99         value 0.
       77  nCashTaxTotal       pic 9(7)v99         value 0.
       77  nArTaxTotal         pic 9(7)v99         value 0.
       77  nDeptSub            pic 999             value 0.

      * Internal orders by department number (subscript number + 1),
      * with the department's expense account from Departments.txt.
       01  xChargeTable.
           05 xChargeElement occurs 100 times.
               10 nChargeAcctT     pic 9(5)        value 0.
               10 nChargeTotalT    pic 9(7)v99     value 0.

      * Account defaults cover a missing mapping file: the old
      * hand-posting's accounts, so the feed still balances.
       77  nCashAcct           pic 9(5)            value 10100.
       77  nArAcct             pic 9(5)            value 11000.
       77  nRevenueAcct        pic 9(5)            value 40100.
       77  nSalesTaxAcct       pic 9(5)            value 20300.

           copy "runlog-workingstorage.cbl".

                   move nMapCashAcct to nCashAcct,
                   move nMapArAcct to nArAcct,
                   move nMapRevenueAcct to nRevenueAcct,
                   if nMapSalesTaxAcct numeric
                       move nMapSalesTaxAcct to nSalesTaxAcct
                   end-if,
           end-read.
           close acctMapFile.
           open input deptFile.
           perform 110-next-department until xEofFlag = "y".
           close deptFile.
           move "n" to xEofFlag.
           open input orderFile.

       110-next-department.
           read deptFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nDeptNumD numeric
                       compute nDeptSub = nDeptNumD + 1,
                       move nDeptGlAcctD to nChargeAcctT(nDeptSub)
                   end-if,
           end-read.

      * Only lines fulfilled TODAY and already applied to the
      * catalog post; a named customer is a receivable (Fruit-11
      * invoices them), a blank one paid cash at the stand, and an
      * internal order is charged to its department.
       200-loop.
           read orderFile
               at end
                       and xOrderAppliedIn = "Y"
                       and nOrderFulfillIn = xTodayDate
                       add 1 to nLineCount,
                       evaluate true
                           when xOrderDeptIn numeric
                               compute nDeptSub = function numval(
                                   xOrderDeptIn) + 1,
                               add nOrderTotalIn to
                               nChargeTotalT(nDeptSub)
                           when xOrderCustIn = spaces
                               add nOrderTotalIn to nCashTotal
                               if nOrderTaxIn numeric
                                   add nOrderTaxIn to nCashTaxTotal
                               end-if
                           when other
                               add nOrderTotalIn to nArTotal
                               if nOrderTaxIn numeric
                                   add nOrderTaxIn to nArTaxTotal
                               end-if
                       end-evaluate
                   end-if,
           end-read.

               move xTodayDate to xGlPeriod
               write xGlRecord
           end-if.
           if nCashTaxTotal > 0
               move 0 to xGlDeptNum
               move nCashAcct to xGlDebitAcct
               move nCashTaxTotal to xGlDebitAmount
               move nSalesTaxAcct to xGlCreditAcct
               move nCashTaxTotal to xGlCreditAmount
               move xTodayDate to xGlPeriod
               write xGlRecord
           end-if.
           if nArTaxTotal > 0
               move 0 to xGlDeptNum
               move nArAcct to xGlDebitAcct
               move nArTaxTotal to xGlDebitAmount
               move nSalesTaxAcct to xGlCreditAcct
               move nArTaxTotal to xGlCreditAmount
               move xTodayDate to xGlPeriod
               write xGlRecord
           end-if.
           perform varying nDeptSub from 1 by 1 until nDeptSub > 100
               if nChargeTotalT(nDeptSub) > 0
                   perform 310-post-chargeback
               end-if
           end-perform.
           close glFile.
           display " ".
           display nLineCount, " fulfilled lines posted to "
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

      * A department no longer on Departments.txt has no account to
      * charge; its fruit is left off the feed for Finance to post.
       310-post-chargeback.
           compute xGlDeptNum = nDeptSub - 1.
           if nChargeAcctT(nDeptSub) = 0
               display "WARNING: no account on Departments.txt for "
               "department ", xGlDeptNum, " -- its internal orders "
               "were not posted."
               exit paragraph
           end-if.
           move nChargeAcctT(nDeptSub) to xGlDebitAcct.
           move nChargeTotalT(nDeptSub) to xGlDebitAmount.
           move nRevenueAcct to xGlCreditAcct.
           move nChargeTotalT(nDeptSub) to xGlCreditAmount.
           move xTodayDate to xGlPeriod.
           write xGlRecord.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".
