      * Program: Sales Commission Run
      *
      * Commission on the restaurant accounts stops being worked out
      * by hand from Fruit-11 statements and keyed as extra hours.
      * Each customer on Fruit-customers.txt assigned to a Sales
      * employee (see Fruit-16) earns that rep commission on every
      * order that is both fulfilled (every line picked by Fruit-06)
      * and paid in full on Fruit-payments.txt. An order earns on
      * the later of its last pick date and the payment that cleared
      * it, and counts in the pay period that date falls in -- the
      * open period on Payroll.period.txt, the nPeriodDays ending on
      * its period end.
      *
      * A rep's rate comes from Payroll.commrates.txt by the rep's
      * total earning revenue for the period (the highest tier that
      * total reaches applies to all of it); with no rate file every
      * order earns nDefaultRatePct. Payroll-30-statements.txt shows
      * each rep which orders earned what.
      *
      * Answering Y posts the run: one commission line per rep is
      * appended to Payroll.commission.txt, which the next Payroll-01
      * pays as its own taxable earnings line (and consumes), and
      * every order paid is appended to Payroll.commledger.txt, so a
      * rerun never pays an order twice. A rep no longer active on
      * the master is shown but not paid, and those orders stay
      * unpaid for when the account is reassigned.

       identification division.
       program-id. Payroll-30.
       author. Anne.

       environment division.
       input-output section.
       file-control.
      * Name resolved at run time: the live queue, then the Fruit-15
      * archives for the period-end month and the month before, so
      * an order paid up and archived since it was placed is still
      * seen.
           select optional orderFile assign to dynamic
           xOrderFileName
           organization is line sequential.

           select optional paymentFile assign to
           "Fruit-payments.txt"
           organization is line sequential.

           select optional customerFile assign to
           "Fruit-customers.txt"
           organization is line sequential.

      * Indexed employee master (see Payroll-07); sequential read
      * hands the rows over in employee-number order.
           select masterFile assign to "Payroll.master.dat"
           organization is indexed
           access is sequential
           record key is nEmpNumMstr.

           select optional periodFile assign to "Payroll.period.txt"
           organization is line sequential.

           select optional rateFile assign to "Payroll.commrates.txt"
           organization is line sequential.

      * Every order a commission has been paid on -- appended to,
      * never rewritten.
           select optional ledgerFile assign to
           "Payroll.commledger.txt"
           organization is line sequential.

      * Commission earnings waiting for Payroll-01, appended here and
      * cleared by Payroll-01 once paid.
           select optional commissionFile assign to
           "Payroll.commission.txt"
           organization is line sequential.

           select stmtFile assign to "Payroll-30-statements.txt"
           organization is line sequential.

           copy "busdate-filecontrol.cbl".

           copy "runlog-filecontrol.cbl".

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
           05 filler               pic x.
           05 xOrderAppliedIn      pic x.
           05 filler               pic x.
           05 nOrderFulfillIn      pic 9(8).
      * Sales tax, discount, delivery date and charge department on
      * the line, not needed here.
           05 filler               pic x(39).

       fd  paymentFile.
       01  xPaymentRecord.
           05 nPayOrderNum         pic 9(6).
           05 filler               pic x.
           05 nPayAmount           pic 9(5)v99.
           05 filler               pic x.
           05 nPayDate             pic 9(8).

       fd  customerFile.
       01  xCustomerRecord.
           05 xCustNameIn          pic x(20).
           05 nCustFirstDateIn     pic 9(8).
           05 nCustOrderCountIn    pic 9(5).
      * Sales employee number the account is assigned to for
      * commission (see Fruit-16); blank is a house account.
           05 xCustRepIn           pic x(4).
      * Credit limit and payment terms, kept by Fruit-20.
           05 filler               pic x(10).
      * Sales tax exemption certificate, kept by Fruit-23.
           05 filler               pic x(15).
      * Delivery address, route and stop, not needed here.
           05 filler               pic x(67).

       fd  masterFile.
       01  xInput.
           05 nDeptNum         pic 99.
           05 nEmpNumMstr      pic 9999.
           05 xLastName        pic x(20).
           05 xFirstName       pic x(20).
           05 nPayRate         pic 999v99.
           05 xStatus          pic x.
           05 xTermDate        pic 9(8).
           05 xPayType         pic x.
           05 nSalaryAmt       pic 9(5)v99.
           05 xWorkState       pic xx.
      * Mailing address for employee notices; maintained by
      * Payroll-02.
           05 xMailStreet      pic x(30).
           05 xMailCity        pic x(20).
           05 xMailState       pic xx.
           05 xMailZip         pic x(10).

       fd  periodFile.
       01  xPeriodRecord.
           05 nPeriodEndDate    pic 9(8).
           05 xPeriodStatus     pic x(4).

      * Tier floor (period revenue) and the percent paid from it.
       fd  rateFile.
       01  xRateRecord.
           05 nRateFloorIn      pic 9(7)v99.
           05 nRatePctIn        pic 99v99.

       fd  ledgerFile.
       01  xLedgerRecord.
           05 nLgOrderNum       pic 9(6).
           05 nLgEmpNum         pic 9999.
           05 nLgPeriod         pic 9(8).
           05 nLgRevenue        pic 9(7)v99.
           05 nLgCommission     pic 9(5)v99.
           05 nLgRunDate        pic 9(8).

       fd  commissionFile.
       01  xCommissionRecord.
           05 nCmEmpNum         pic 9999.
           05 nCmAmount         pic 9(5)v99.
           05 nCmPeriod         pic 9(8).

       fd  stmtFile.
       01  xStmtLine            pic x(80).

           copy "busdate-filesection.cbl".

           copy "runlog-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xPostRun            pic x               value 'N'.
       77  xOrderFileName      pic x(40)           value spaces.
       77  nArcYear            pic 9(4)            value 0.
       77  nArcMonth           pic 99              value 0.
       77  xArcMonthDisp       pic 9(6)            value 0.

      * A pay period is two weeks ending on the period-end date.
       77  nPeriodDays         pic 99              value 14.
       77  nPeriodEnd          pic 9(8)            value 0.
       77  nPeriodStart        pic 9(8)            value 0.
       77  nEndInt             pic 9(7)            value 0.

      * Paid on every earning order when there is no rate table.
       77  nDefaultRatePct     pic 99v99           value 5.00.
       77  nRepRatePct         pic 99v99           value 0.
       77  nEarnDate           pic 9(8)            value 0.

       77  nOrdCount           pic 9(4)            value 0.
       77  nOrdMax             pic 9(4)            value 1000.
       77  xOrdTableFull       pic x               value 'n'.
       77  nOrdSub             pic 9(4)            value 0.
       77  nOrdFoundSub        pic 9(4)            value 0.

       77  nCustCount          pic 999             value 0.
       77  nCustSub            pic 999             value 0.

       77  nRateCount          pic 99              value 0.
       77  nRateSub            pic 99              value 0.

       77  nPaidCount          pic 9(5)            value 0.
       77  nPaidSub            pic 9(5)            value 0.
       77  nPaidMax            pic 9(5)            value 5000.
       77  xAlreadyPaid        pic x               value 'n'.

       77  nRepCount           pic 99              value 0.
       77  nRepMax             pic 99              value 50.
       77  nRepSub             pic 99              value 0.
       77  nRepFoundSub        pic 99              value 0.
       77  nEmpNumWork         pic 9(4)            value 0.

       77  nMasterCount        pic 9(4)            value 0.
       77  nMasterTableMax     pic 9(4)            value 2000.
       77  xMasterTableFull    pic x               value 'n'.
       77  nMatchedSub         pic 9(4)            value 0.
       77  xMatchFound         pic x               value 'n'.

       77  nEarnCount          pic 9(5)            value 0.
       77  nPostedTotal        pic 9(7)v99         value 0.

       01  xMasterTable.
           05 xMasterElement occurs 1 to 2000 times
               depending on nMasterCount
               ascending key is nEmpNumM
               indexed by masterIdx.
               10 nEmpNumM         pic 9999.
               10 xNameM           pic x(30).
               10 xStatusM         pic x.

      * One row per order number, its lines summed: revenue, whether
      * every line has been picked (and the last pick date), what
      * has been paid against it (and when it cleared), and -- once
      * it earns -- the rep and commission.
       01  xOrdTable.
           05 xOrdElement occurs 1000 times.
               10 nOtOrderNum      pic 9(6).
               10 nOtDate          pic 9(8).
               10 xOtCust          pic x(20).
               10 nOtTotal         pic 9(7)v99    value 0.
               10 xOtAllPicked     pic x          value 'y'.
               10 nOtPickDate      pic 9(8)       value 0.
               10 nOtPaid          pic 9(7)v99    value 0.
               10 nOtPayDate       pic 9(8)       value 0.
               10 nOtRepSub        pic 99         value 0.
               10 nOtEarnDate      pic 9(8)       value 0.
               10 nOtCommission    pic 9(5)v99    value 0.

       01  xCustomerTable.
           05 xCustomerElement occurs 200 times.
               10 xCustNameT       pic x(20).
               10 xCustRepT        pic x(4).

       01  xRateTable.
           05 xRateElement occurs 20 times.
               10 nRateFloorT      pic 9(7)v99.
               10 nRatePctT        pic 99v99.

      * Orders already paid on, from the ledger.
       01  xPaidTable.
           05 nPaidOrderT occurs 5000 times pic 9(6).

       01  xRepTable.
           05 xRepElement occurs 50 times.
               10 nRtEmpNum        pic 9999.
               10 nRtRevenue       pic 9(7)v99    value 0.
               10 nRtOrders        pic 999        value 0.
               10 nRtRatePct       pic 99v99      value 0.
               10 nRtCommission    pic 9(7)v99    value 0.
               10 xRtActive        pic x          value 'n'.

       01  xStmtHeading-1.
           05 filler           pic x(30)
               value 'COMMISSION STATEMENT -- PERIOD'.
           05 filler           pic x               value space.
           05 neStmtStart      pic 9(8).
           05 filler           pic x(4)            value ' TO '.
           05 neStmtEnd        pic 9(8).

       01  xStmtHeading-2.
           05 filler           pic x(4)            value 'REP '.
           05 neStmtRep        pic 9999.
           05 filler           pic x(2)            value spaces.
           05 xStmtRepName     pic x(30).
           05 filler           pic x(2)            value spaces.
           05 xStmtRepNote     pic x(30).

       01  xStmtHeading-3.
           05 filler           pic x(8)            value 'ORDER'.
           05 filler           pic x(22)           value 'CUSTOMER'.
           05 filler           pic x(10)           value 'EARNED'.
           05 filler           pic x(13)
               value '      REVENUE'.
           05 filler           pic x(8)            value '    RATE'.
           05 filler           pic x(13)
               value '   COMMISSION'.

       01  xStmtDetail.
           05 neStmtOrderNum   pic 9(6).
           05 filler           pic x(2)            value spaces.
           05 xStmtCust        pic x(20).
           05 filler           pic x(2)            value spaces.
           05 neStmtEarnDate   pic 9(8).
           05 filler           pic x(2)            value spaces.
           05 neStmtRevenue    pic $$$,$$9.99.
           05 filler           pic x(2)            value spaces.
           05 neStmtRate       pic z9.99.
           05 filler           pic x               value '%'.
           05 filler           pic x(2)            value spaces.
           05 neStmtComm       pic $$$,$$9.99.

       01  xStmtFooter.
           05 neStmtOrders     pic zz9.
           05 filler           pic x(11)           value ' orders on '.
           05 neStmtTotRev     pic $$$$,$$9.99.
           05 filler           pic x(8)            value ' revenue'.
           05 filler           pic x(16)
               value ', commission '.
           05 neStmtTotComm    pic $$$$,$$9.99.

       77  xStmtSeparator      pic x(79)           value all "-".

           copy "busdate-workingstorage.cbl".

           copy "runlog-workingstorage.cbl".

       procedure division.
       000-main.
           move "Payroll-30" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-find-earning-orders.
           perform 300-price-reps.
           perform 400-statements.
           if xPostRun = "Y"
               perform 500-post
           end-if.
           perform 600-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           display "Post commissions for Payroll-01 (Y/N)? "
           with no advancing.
           accept xPostRun.
           if xPostRun = "y"
               move "Y" to xPostRun
           end-if.
           perform 105-resolve-period.
           open input masterFile.
           perform 110-load-master until xEofFlag = "y".
           close masterFile.
           move "n" to xEofFlag.
           open input customerFile.
           perform 120-next-customer until xEofFlag = "y".
           close customerFile.
           move "n" to xEofFlag.
           open input rateFile.
           perform 125-next-rate until xEofFlag = "y".
           close rateFile.
           move "n" to xEofFlag.
           open input ledgerFile.
           perform 128-next-ledger until xEofFlag = "y".
           close ledgerFile.
           move "n" to xEofFlag.
           move "Fruit-orders.txt" to xOrderFileName.
           perform 130-read-orders.
           move nPeriodEnd(1:4) to nArcYear.
           move nPeriodEnd(5:2) to nArcMonth.
           compute xArcMonthDisp = (nArcYear * 100) + nArcMonth.
           move function concatenate("Fruit-orders.",
               xArcMonthDisp, ".txt") to xOrderFileName.
           perform 130-read-orders.
           if nArcMonth = 1
               subtract 1 from nArcYear
               move 12 to nArcMonth
           else
               subtract 1 from nArcMonth
           end-if.
           compute xArcMonthDisp = (nArcYear * 100) + nArcMonth.
           move function concatenate("Fruit-orders.",
               xArcMonthDisp, ".txt") to xOrderFileName.
           perform 130-read-orders.
           open input paymentFile.
           perform 140-next-payment until xEofFlag = "y".
           close paymentFile.
           move "n" to xEofFlag.

      * The open pay period; with no period on file, the period
      * ending on the business date.
       105-resolve-period.
           move xBusinessDate to nPeriodEnd.
           open input periodFile.
           read periodFile
               at end
                   continue
               not at end
                   if nPeriodEndDate numeric and nPeriodEndDate > 0
                       move nPeriodEndDate to nPeriodEnd
                   end-if,
           end-read.
           close periodFile.
           compute nEndInt = function integer-of-date(nPeriodEnd).
           compute nPeriodStart = function date-of-integer(
               nEndInt - nPeriodDays + 1).

       110-load-master.
           read masterFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nMasterCount >= nMasterTableMax
                       if xMasterTableFull = "n"
                           display "WARNING: master table full at "
                           nMasterTableMax
                           " records -- remaining rows in "
                           "Payroll.master.dat were not loaded."
                           move "y" to xMasterTableFull
                       end-if
                   else
                       add 1 to nMasterCount,
                       move nEmpNumMstr to nEmpNumM(nMasterCount),
                       move function concatenate(
                           function trim(xLastName), ", ",
                           function trim(xFirstName))
                           to xNameM(nMasterCount),
                       move xStatus to xStatusM(nMasterCount)
                   end-if,
           end-read.

       120-next-customer.
           read customerFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nCustCount < 200
                       add 1 to nCustCount,
                       move xCustNameIn to xCustNameT(nCustCount),
                       move xCustRepIn to xCustRepT(nCustCount)
                   end-if,
           end-read.

       125-next-rate.
           read rateFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nRateCount < 20
                       add 1 to nRateCount,
                       move nRateFloorIn to nRateFloorT(nRateCount),
                       move nRatePctIn to nRatePctT(nRateCount)
                   end-if,
           end-read.

       128-next-ledger.
           read ledgerFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nPaidCount < nPaidMax
                       add 1 to nPaidCount,
                       move nLgOrderNum to nPaidOrderT(nPaidCount)
                   end-if,
           end-read.

      * A missing archive just reads as empty.
       130-read-orders.
           open input orderFile.
           perform 135-next-order until xEofFlag = "y".
           close orderFile.
           move "n" to xEofFlag.

      * Order lines fold into one row per order number. Any line
      * not yet picked holds the whole order back.
       135-next-order.
           read orderFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform 136-fold-order-line,
           end-read.

       136-fold-order-line.
           move 0 to nOrdFoundSub.
           perform varying nOrdSub from 1 by 1
               until nOrdSub > nOrdCount
               if nOtOrderNum(nOrdSub) = nOrderNumIn
                   move nOrdSub to nOrdFoundSub
                   move nOrdCount to nOrdSub
               end-if
           end-perform.
           if nOrdFoundSub = 0
               if nOrdCount >= nOrdMax
                   if xOrdTableFull = "n"
                       display "WARNING: order table full at "
                       nOrdMax " orders -- remaining order lines "
                       "were not loaded."
                       move "y" to xOrdTableFull
                   end-if
                   exit paragraph
               end-if
               add 1 to nOrdCount
               move nOrdCount to nOrdFoundSub
               move nOrderNumIn to nOtOrderNum(nOrdCount)
               move xOrderDateIn to nOtDate(nOrdCount)
               move xOrderCustIn to xOtCust(nOrdCount)
           end-if.
           add nOrderTotalIn to nOtTotal(nOrdFoundSub).
           if xOrderStatusIn not = "F"
               or nOrderFulfillIn not numeric
               or nOrderFulfillIn = 0
               move "n" to xOtAllPicked(nOrdFoundSub)
           else
               if nOrderFulfillIn > nOtPickDate(nOrdFoundSub)
                   move nOrderFulfillIn to nOtPickDate(nOrdFoundSub)
               end-if
           end-if.

       140-next-payment.
           read paymentFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform varying nOrdSub from 1 by 1
                       until nOrdSub > nOrdCount
                       if nOtOrderNum(nOrdSub) = nPayOrderNum
                           add nPayAmount to nOtPaid(nOrdSub)
                           if nPayDate > nOtPayDate(nOrdSub)
                               move nPayDate to nOtPayDate(nOrdSub)
                           end-if
                           move nOrdCount to nOrdSub
                       end-if
                   end-perform,
           end-read.

      * Picked, paid in full, earned inside the period, on an
      * assigned account, and never paid on before.
       200-find-earning-orders.
           perform varying nOrdSub from 1 by 1
               until nOrdSub > nOrdCount
               if xOtAllPicked(nOrdSub) = "y"
                   and nOtTotal(nOrdSub) > 0
                   and nOtPaid(nOrdSub) >= nOtTotal(nOrdSub)
                   perform 210-check-order
               end-if
           end-perform.

       210-check-order.
           move nOtPickDate(nOrdSub) to nEarnDate.
           if nOtPayDate(nOrdSub) > nEarnDate
               move nOtPayDate(nOrdSub) to nEarnDate
           end-if.
           if nEarnDate < nPeriodStart or nEarnDate > nPeriodEnd
               exit paragraph
           end-if.
           move "n" to xAlreadyPaid.
           perform varying nPaidSub from 1 by 1
               until nPaidSub > nPaidCount
               if nPaidOrderT(nPaidSub) = nOtOrderNum(nOrdSub)
                   move "y" to xAlreadyPaid
                   move nPaidCount to nPaidSub
               end-if
           end-perform.
           if xAlreadyPaid = "y"
               exit paragraph
           end-if.
           move 0 to nEmpNumWork.
           perform varying nCustSub from 1 by 1
               until nCustSub > nCustCount
               if xCustNameT(nCustSub) = xOtCust(nOrdSub)
                   if xCustRepT(nCustSub) numeric
                       move xCustRepT(nCustSub) to nEmpNumWork
                   end-if
                   move nCustCount to nCustSub
               end-if
           end-perform.
           if nEmpNumWork = 0
               exit paragraph
           end-if.
           perform 220-find-rep.
           if nRepFoundSub = 0
               exit paragraph
           end-if.
           move nRepFoundSub to nOtRepSub(nOrdSub).
           move nEarnDate to nOtEarnDate(nOrdSub).
           add nOtTotal(nOrdSub) to nRtRevenue(nRepFoundSub).
           add 1 to nRtOrders(nRepFoundSub).
           add 1 to nEarnCount.

       220-find-rep.
           move 0 to nRepFoundSub.
           perform varying nRepSub from 1 by 1
               until nRepSub > nRepCount
               if nRtEmpNum(nRepSub) = nEmpNumWork
                   move nRepSub to nRepFoundSub
                   move nRepCount to nRepSub
               end-if
           end-perform.
           if nRepFoundSub > 0
               exit paragraph
           end-if.
           if nRepCount >= nRepMax
               display "WARNING: rep table full at " nRepMax
               " reps -- employee " nEmpNumWork " not paid."
               exit paragraph
           end-if.
           add 1 to nRepCount.
           move nRepCount to nRepFoundSub.
           move nEmpNumWork to nRtEmpNum(nRepCount).
           move "n" to xMatchFound.
           if nMasterCount > 0
               search all xMasterElement
                   at end
                       continue
                   when nEmpNumM(masterIdx) = nEmpNumWork
                       set nMatchedSub to masterIdx
                       move "y" to xMatchFound
               end-search
           end-if.
           if xMatchFound = "y"
               if xStatusM(nMatchedSub) not = "T"
                   move "y" to xRtActive(nRepCount)
               end-if
           end-if.

      * The rep's tier by total revenue, then each order's
      * commission at that rate; the rep's total is the sum of the
      * orders, so the statement always foots.
       300-price-reps.
           perform varying nRepSub from 1 by 1
               until nRepSub > nRepCount
               if nRateCount = 0
                   move nDefaultRatePct to nRtRatePct(nRepSub)
               else
                   move 0 to nRtRatePct(nRepSub)
                   perform varying nRateSub from 1 by 1
                       until nRateSub > nRateCount
                       if nRtRevenue(nRepSub) >= nRateFloorT(nRateSub)
                           move nRatePctT(nRateSub) to
                           nRtRatePct(nRepSub)
                       end-if
                   end-perform
               end-if
           end-perform.
           perform varying nOrdSub from 1 by 1
               until nOrdSub > nOrdCount
               if nOtRepSub(nOrdSub) > 0
                   move nOtRepSub(nOrdSub) to nRepSub
                   compute nOtCommission(nOrdSub) rounded =
                       nOtTotal(nOrdSub) * nRtRatePct(nRepSub) / 100
                   add nOtCommission(nOrdSub) to
                       nRtCommission(nRepSub)
               end-if
           end-perform.

       400-statements.
           open output stmtFile.
           move nPeriodStart to neStmtStart.
           move nPeriodEnd to neStmtEnd.
           perform varying nRepSub from 1 by 1
               until nRepSub > nRepCount
               perform 410-rep-statement
           end-perform.
           close stmtFile.

       410-rep-statement.
           write xStmtLine from xStmtHeading-1.
           move nRtEmpNum(nRepSub) to neStmtRep.
           move nRtEmpNum(nRepSub) to nEmpNumWork.
           move spaces to xStmtRepName.
           if nMasterCount > 0
               search all xMasterElement
                   at end
                       move "(NOT ON MASTER)" to xStmtRepName
                   when nEmpNumM(masterIdx) = nEmpNumWork
                       move xNameM(masterIdx) to xStmtRepName
               end-search
           end-if.
           move spaces to xStmtRepNote.
           if xRtActive(nRepSub) = "n"
               move "NOT ACTIVE -- NOT PAID" to xStmtRepNote
           end-if.
           write xStmtLine from xStmtHeading-2.
           move spaces to xStmtLine.
           write xStmtLine.
           write xStmtLine from xStmtHeading-3.
           perform varying nOrdSub from 1 by 1
               until nOrdSub > nOrdCount
               if nOtRepSub(nOrdSub) = nRepSub
                   move nOtOrderNum(nOrdSub) to neStmtOrderNum
                   move xOtCust(nOrdSub) to xStmtCust
                   move nOtEarnDate(nOrdSub) to neStmtEarnDate
                   move nOtTotal(nOrdSub) to neStmtRevenue
                   move nRtRatePct(nRepSub) to neStmtRate
                   move nOtCommission(nOrdSub) to neStmtComm
                   write xStmtLine from xStmtDetail
               end-if
           end-perform.
           move nRtOrders(nRepSub) to neStmtOrders.
           move nRtRevenue(nRepSub) to neStmtTotRev.
           move nRtCommission(nRepSub) to neStmtTotComm.
           write xStmtLine from xStmtFooter.
           write xStmtLine from xStmtSeparator.

      * Only active reps are paid; their orders go on the ledger.
       500-post.
           open extend commissionFile.
           open extend ledgerFile.
           perform varying nRepSub from 1 by 1
               until nRepSub > nRepCount
               if xRtActive(nRepSub) = "y"
                   and nRtCommission(nRepSub) > 0
                   move nRtEmpNum(nRepSub) to nCmEmpNum
                   move nRtCommission(nRepSub) to nCmAmount
                   move nPeriodEnd to nCmPeriod
                   write xCommissionRecord
                   add nRtCommission(nRepSub) to nPostedTotal
               end-if
           end-perform.
           perform varying nOrdSub from 1 by 1
               until nOrdSub > nOrdCount
               if nOtRepSub(nOrdSub) > 0
                   move nOtRepSub(nOrdSub) to nRepSub
                   if xRtActive(nRepSub) = "y"
                       move nOtOrderNum(nOrdSub) to nLgOrderNum
                       move nRtEmpNum(nRepSub) to nLgEmpNum
                       move nPeriodEnd to nLgPeriod
                       move nOtTotal(nOrdSub) to nLgRevenue
                       move nOtCommission(nOrdSub) to nLgCommission
                       move xBusinessDate to nLgRunDate
                       write xLedgerRecord
                   end-if
               end-if
           end-perform.
           close ledgerFile.
           close commissionFile.

       600-termination.
           display " ".
           display "Commission run for period " nPeriodStart " to "
           nPeriodEnd ": " nEarnCount " earning orders, " nRepCount
           " reps.".
           if xPostRun = "Y"
               display "Posted to Payroll.commission.txt: "
               nPostedTotal
           else
               display "Statements only -- nothing posted."
           end-if.
           display " ".
           move nEarnCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "busdate-procedure.cbl".

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
