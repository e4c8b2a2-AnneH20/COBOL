       file section.
       fd  glFile.
       01  xGlRecord.
           05 xGlDeptNum        pic 99.
           05 xGlDebitAcct      pic 9(5).
           05 xGlDebitAmount    pic 9(7)v99.
           05 xGlCreditAcct     pic 9(5).
           05 xOrderCustIn         pic x(20).
           05 filler               pic x.
           05 xOrderAppliedIn      pic x.
      * Fulfillment date, sales tax, discount, delivery date and
      * charge department, not needed here.
           05 filler               pic x(48).

       fd  summaryFile.
       01  xSummaryLine          pic x(80).

       fd  deptFile.
       01  xDeptRecord.
           05 nDeptNumD          pic 99.
           05 xDeptNameD         pic x(20).
           05 xDeptMgrD          pic x(20).
           05 nDeptGlAcctD       pic 9(5).

       77  nOrderCount           pic 9(5)             value 0.
       77  nTripReadCount        pic 9(5)             value 0.
       77  nDeptSub              pic 999              value 0.
       77  xWageAcctFlag         pic x                value 'n'.

       01  xDeptAcctTable.
           05 nDeptGlAcctT occurs 99 times pic 9(5) value 0.
       77  neOrderCount          pic zz,zz9.
       77  nOrderTotalAmount     pic 9(9)v99          value 0.

           end-read.

      * Wage expense is either a department master account or the
      * old 50000-plus-department fallback for an unmapped department.
       115-check-wage-account.
           move "n" to xWageAcctFlag.
           if xGlDebitAcct >= 50000 and xGlDebitAcct <= 50099
               move "y" to xWageAcctFlag
           end-if.
           perform varying nDeptSub from 1 by 1 until nDeptSub > 99
               if nDeptGlAcctT(nDeptSub) > 0
                   and xGlDebitAcct = nDeptGlAcctT(nDeptSub)
                   move "y" to xWageAcctFlag
