       file section.
       fd  budgetFile.
       01  xBudgetRecord.
           05 nBudDept          pic 99.
           05 nBudPeriod        pic 9(8).
           05 nBudAmount        pic 9(7)v99.

       01  xGlArchiveRecord.
           05 nGaDate           pic 9(8).
           05 filler            pic x.
           05 nGaDeptNum        pic 99.
           05 nGaDebitAcct      pic 9(5).
           05 nGaDebitAmount    pic 9(7)v99.
           05 nGaCreditAcct     pic 9(5).

       fd  deptFile.
       01  xDeptRecord.
           05 nDeptNumD         pic 99.
           05 xDeptNameD        pic x(20).
           05 xDeptMgrD         pic x(20).
           05 nDeptGlAcctD      pic 9(5).

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  nDeptSub            pic 999             value 0.
       77  nLineCount          pic 9(6)            value 0.
       77  nLatestPeriod       pic 9(8)            value 0.
       77  nReportYear         pic 9(4)            value 0.
       77  nVarThresholdPct    pic 99              value 10.

       01  xDeptAcctTable.
           05 nDeptGlAcctT occurs 99 times pic 9(5) value 0.

       01  xDeptBudTable.
           05 xDeptBudElement occurs 99 times.
               10 xDbName          pic x(20)      value spaces.
               10 nDbPerActual     pic s9(9)v99   value 0.
               10 nDbPerBudget     pic 9(9)v99    value 0.
               10 nDbYtdActual     pic s9(9)v99   value 0.
               10 nDbYtdBudget     pic 9(9)v99    value 0.

       01  xReportHeading-1.
           05 filler           pic x(12)           value 'FLAG'.

       01  xReportDetail.
           05 neDetDept        pic 99.
           05 filler           pic x(1)            value spaces.
           05 xDetName         pic x(14).
           05 filler           pic x(2)            value spaces.
           05 neDetPerActual   pic $$,$$$,$$9.99.
                   perform 135-note-archive-line,
           end-read.

      * Only the departmental wage-expense debits count (the shift
      * differential's 5500x and commission's 5400x accounts are
      * wages too) -- the liability splits and employer matches
      * the archive also carries are balanced entries of their own.
      * A credit to any of those accounts is a voided check's
      * reversal (from Payroll-19) and comes back out.
       135-note-archive-line.
           if nGaDeptNum = 0
               exit paragraph
           end-if.
           perform 137-note-wage-reversal.
           move "n" to xWageAcctFlag.
           if nGaDebitAcct >= 50000 and nGaDebitAcct <= 50099
               move "y" to xWageAcctFlag
           end-if.
           if nGaDebitAcct >= 55000 and nGaDebitAcct <= 55099
               move "y" to xWageAcctFlag
           end-if.
           if nGaDebitAcct >= 54000 and nGaDebitAcct <= 54099
               move "y" to xWageAcctFlag
           end-if.
           if nDeptGlAcctT(nGaDeptNum) > 0
               add nGaDebitAmount to nDbYtdActual(nGaDeptNum)
           end-if.

       137-note-wage-reversal.
           move "n" to xWageAcctFlag.
           if nGaCreditAcct >= 50000 and nGaCreditAcct <= 50099
               move "y" to xWageAcctFlag
           end-if.
           if nGaCreditAcct >= 55000 and nGaCreditAcct <= 55099
               move "y" to xWageAcctFlag
           end-if.
           if nGaCreditAcct >= 54000 and nGaCreditAcct <= 54099
               move "y" to xWageAcctFlag
           end-if.
           if nDeptGlAcctT(nGaDeptNum) > 0
               and nGaCreditAcct = nDeptGlAcctT(nGaDeptNum)
               move "y" to xWageAcctFlag
           end-if.
           if xWageAcctFlag = "n"
               exit paragraph
           end-if.
           if nGaPeriod = nLatestPeriod
               subtract nGaCreditAmount from nDbPerActual(nGaDeptNum)
           end-if.
           if nGaPeriod(1:4) = nReportYear
               subtract nGaCreditAmount from nDbYtdActual(nGaDeptNum)
           end-if.

       140-next-budget.
           read budgetFile
               at end
           write xReportLine from xReportHeading-1.
           write xReportLine from xReportHeading-2.
           perform 210-report-department
               varying nDeptSub from 1 by 1 until nDeptSub > 99.
           move nFlagCount to neFootFlagged.
           write xReportLine from xReportFooter.
           close reportFile.
