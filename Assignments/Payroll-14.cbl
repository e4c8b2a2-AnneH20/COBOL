      * prenote cycle re-proves it; a replacement check is issued --
      * numbered from the shared check control, on the register and
      * the positive-pay extract like any other check -- for the
      * money still owed, and posted to the check history; and every
      * return worked is reported.

       identification division.
       program-id. Payroll-14.
           "Payroll-01-positivepay.txt"
           organization is line sequential.

           select optional checkHistFile assign to
           "Payroll.checkhist.txt"
           organization is line sequential.

           select reportFile assign to "Payroll-14-returns.txt"
           organization is line sequential.

           05 nPpAmount         pic 9(7)v99.
           05 xPpPayee          pic x(30).
           05 nPpDate           pic 9(8).
           05 xPpIssueCode      pic x.

      * Source: 'R' regular run, 'O' off-cycle, 'B' bank-return
      * replacement, 'X' reissue. Status: 'I' issued, 'V' voided,
      * 'R' voided and reissued (see nChReplacedBy).
       fd  checkHistFile.
       01  xCheckHistRecord.
           05 nChCheckNum       pic 9(6).
           05 nChEmpNum         pic 9999.
           05 xChPayee          pic x(30).
           05 nChIssueDate      pic 9(8).
           05 nChNetAmt         pic 9(7)v99.
           05 nChGross          pic 9(7)v99.
           05 nChFed            pic 9(5)v99.
           05 nChState          pic 9(5)v99.
           05 nChFica           pic 9(5)v99.
           05 nCh401k           pic 9(5)v99.
           05 nChMatch          pic 9(5)v99.
           05 nChReimb          pic 9(7)v99.
           05 nChDeptNum        pic 99.
           05 nChStateAcct      pic 9(5).
           05 xChSource         pic x.
           05 xChStatus         pic x.
           05 nChStatusDate     pic 9(8).
           05 nChReplaces       pic 9(6).
           05 nChReplacedBy     pic 9(6).
           05 nChShiftPay       pic 9(5)v99.
           05 nChCommission     pic 9(7)v99.

       fd  reportFile.
       01  xReportLine          pic x(100).
       77  nNextCheckNum       pic 9(6)            value 500001.
       77  xBackupName         pic x(40)           value spaces.

      * Positive-pay lines this run appended, for the file's trailer.
       77  nPosPayCount        pic 9(6)            value 0.
       77  nPosPayAmountSum    pic 9(9)v99         value 0.
       77  nPosPayHashSum      pic 9(15)           value 0.

       77  nReturnCount        pic 999             value 0.
       77  nReturnMax          pic 999             value 200.
       77  xReturnTableFull    pic x               value 'n'.

           copy "busdate-workingstorage.cbl".

           copy "outbound-workingstorage.cbl".

       procedure division.
       000-main.
           move "Payroll-14" to xRunLogProgram.
                   end-if,
           end-read.

      * The header and trailer framing the file are skipped.
       120-next-deposit.
           read bankFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xBankRecord(1:3) not = "HDR"
                       and xBankRecord(1:3) not = "TRL"
                       perform 125-store-deposit
                   end-if,
           end-read.

       125-store-deposit.
           if nDepositCount >= nDepositMax
               if xDepositTableFull = "n"
                   display "WARNING: deposit table full at "
                   nDepositMax
                   " records -- remaining rows in "
                   "Payroll-01-bankfile.txt were not loaded."
                   move "y" to xDepositTableFull
               end-if
           else
               add 1 to nDepositCount
               move xBankRouting to nDpRouting(nDepositCount)
               move xBankAcctNum to xDpAcctNum(nDepositCount)
               move xBankName to xDpName(nDepositCount)
               move xBankAmount to nDpAmount(nDepositCount)
           end-if.

       130-next-account.
           read bankAcctFile
               at end
           open extend checkPayFile.
           open extend checkRegisterFile.
           open extend posPayFile.
           open extend checkHistFile.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nReturnCount
               if xRwStatus(nWorkSub) not = "W"
           close checkPayFile.
           close checkRegisterFile.
           close posPayFile.
           perform 390-stamp-positive-pay.
           close checkHistFile.
           move nWorkedCount to neFootWorked.
           move nUnmatchedCount to neFootUnmatched.
           write xReportLine from xReportFooter.
           move nRwAmount(nWorkSub) to nPpAmount.
           move xDpName(nDepFoundSub) to xPpPayee.
           move xTodayDate to nPpDate.
           move "I" to xPpIssueCode.
           write xPosPayRecord.
           add 1 to nPosPayCount.
           add nPpAmount to nPosPayAmountSum.
           add nPpCheckNum to nPosPayHashSum.
           perform 237-note-check-history.
           add 1 to nNextCheckNum.

      * On the check history for Payroll-19 to void or reissue. The
      * wages behind it were booked by the run that made the
      * deposit, so it carries the net only -- a void of it has
      * nothing of its own to reverse.
       237-note-check-history.
           move spaces to xCheckHistRecord.
           move nNextCheckNum to nChCheckNum.
           move nCkpEmpNum to nChEmpNum.
           move xDpName(nDepFoundSub) to xChPayee.
           move xTodayDate to nChIssueDate.
           move nRwAmount(nWorkSub) to nChNetAmt.
           move 0 to nChGross.
           move 0 to nChFed.
           move 0 to nChState.
           move 0 to nChFica.
           move 0 to nCh401k.
           move 0 to nChMatch.
           move 0 to nChReimb.
           move 0 to nChDeptNum.
           move 0 to nChStateAcct.
           move "B" to xChSource.
           move "I" to xChStatus.
           move xTodayDate to nChStatusDate.
           move 0 to nChReplaces.
           move 0 to nChReplacedBy.
           move 0 to nChShiftPay.
           move 0 to nChCommission.
           write xCheckHistRecord.

      * The deposit line carries a name, not a number; the account
      * master ties the routing/account back to the employee.
       235-find-employee-number.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

      * The lines just appended to positive pay are added into its
      * trailer, under the header Payroll-01 stamped.
       390-stamp-positive-pay.
           if nPosPayCount = 0
               exit paragraph
           end-if.
           move "A" to xOsMode.
           move "Payroll-01-positivepay.txt" to xOsFileName.
           move "POSPAY" to xOsFileType.
           move nPosPayCount to nOsRecCount.
           move nPosPayAmountSum to nOsAmountTotal.
           move nPosPayHashSum to nOsHashTotal.
           call "OutboundStamp" using xOsFileName xOutboundStamp.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".
