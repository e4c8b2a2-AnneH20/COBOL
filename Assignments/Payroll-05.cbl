           05 nCtlCheckTotal    pic 9(9)v99.
           05 nCtlBankCount     pic 9(5).
           05 nCtlChkCount      pic 9(5).
      * Imputed-income lines Payroll-01 listed with no check to ride
      * on -- on the exceptions file, but not transaction exceptions.
           05 nCtlImpExcCount   pic 9(4).

       fd  bankFile.
       01  xBankRecord.

       fd  glFile.
       01  xGlRecord.
           05 xGlDeptNum        pic 99.
           05 xGlDebitAcct      pic 9(5).
           05 xGlDebitAmount    pic 9(7)v99.
           05 xGlCreditAcct     pic 9(5).

       fd  deptFile.
       01  xDeptRecord.
           05 nDeptNumD         pic 99.
           05 xDeptNameD        pic x(20).
           05 xDeptMgrD         pic x(20).
           05 nDeptGlAcctD      pic 9(5).
       77  nGlWageDebitTotal    pic 9(9)v99         value 0.
       77  nGlCreditTotal       pic 9(9)v99         value 0.
       77  nExceptLineCount     pic 9(5)            value 0.
       77  nExceptExpected      pic 9(5)            value 0.
       77  nAccountedFor        pic 9(7)            value 0.
       77  nCheckLineCount      pic 9(5)            value 0.
       77  nCheckAmountTotal    pic 9(9)v99         value 0.
       77  nPaidOutTotal        pic 9(9)v99         value 0.
       77  nDeptSub             pic 999             value 0.
       77  xWageAcctFlag        pic x               value 'n'.

       01  xDeptAcctTable.
           05 nDeptGlAcctT occurs 99 times pic 9(5) value 0.

       01  xAuditHeading.
           05 filler            pic x(33)
                   move "y" to xControlFound
           end-read.
           close controlFile.
           if nCtlImpExcCount is not numeric
               move 0 to nCtlImpExcCount
           end-if.
           if xControlFound = "n"
               display "NOTE: Payroll-01-control.txt is empty -- "
               "no pay run tonight, nothing to audit."
           perform 115-next-bank until xEofFlag = "y".
           close bankFile.

      * The header and trailer framing the file are not deposits.
       115-next-bank.
           read bankFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xBankRecord(1:3) not = "HDR"
                       and xBankRecord(1:3) not = "TRL"
                       add 1 to nBankLineCount
                       add xBankAmount to nBankAmountTotal
                   end-if
           end-read.

       120-sum-gl.
           end-read.

      * Wage expense is either a department master account or the
      * old 50000-plus-department fallback for an unmapped
      * department -- plus the shift differential (55000 plus
      * department) and sales commission (54000 plus department),
      * which are gross pay booked to their own accounts.
       126-check-wage-account.
           move "n" to xWageAcctFlag.
           if xGlDebitAcct >= 50000 and xGlDebitAcct <= 50099
               move "y" to xWageAcctFlag
           end-if.
           if xGlDebitAcct >= 55000 and xGlDebitAcct <= 55099
               move "y" to xWageAcctFlag
           end-if.
           if xGlDebitAcct >= 54000 and xGlDebitAcct <= 54099
               move "y" to xWageAcctFlag
           end-if.
           perform varying nDeptSub from 1 by 1 until nDeptSub > 99
               if nDeptGlAcctT(nDeptSub) > 0
                   and xGlDebitAcct = nDeptGlAcctT(nDeptSub)
                   move "y" to xWageAcctFlag
           end-if.
           write xAuditLine from xAuditCountLine.

      * The exceptions file also lists imputed income that had no
      * check, which Payroll-01 counts apart from the transactions.
           move "EXCEPTIONS LISTED VS COUNTED" to xAuditCountName.
           compute nExceptExpected = nCtlExcCount + nCtlImpExcCount.
           move nExceptExpected to neAuditExpCount.
           move nExceptLineCount to neAuditActCount.
           if nExceptLineCount = nExceptExpected
               move "OK" to xAuditCountFlag
           else
               move "FAIL" to xAuditCountFlag
