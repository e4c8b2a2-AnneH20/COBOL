      * Program: Direct-Deposit Account Maintenance
      *
      * Deposit accounts stop being hand edits to
      * Payroll.bankacct.txt, since a quietly changed account number
      * is exactly how a paycheck gets diverted. Transactions on
      * Payroll.bankmaint.txt add an account, change one's routing,
      * account number, or type, stop one, reprioritize a split
      * (its priority, method, or amount), or release one held for
      * callback, each validated against the employee master and
      * the split rules Payroll-01 pays by.
      *
      * Any new or changed account goes back to 'N' so Payroll-13
      * prenotes it again before real money follows. A new or
      * changed account keyed within nCallbackDays of the open
      * period end (Payroll.period.txt) is held at 'H' instead --
      * Payroll-13 does not prenote it and Payroll-01 does not pay
      * to it -- until Payroll phones the employee on the number
      * they already have on file and keys a 'V' to release it.
      *
      * Each transaction carries the user id of whoever keyed it,
      * which must be on WebUsers.txt or the transaction is
      * rejected. Every field a transaction touches is appended,
      * before and after, to Payroll.bankaccthistory.txt in the
      * layout of the master's Payroll.masterhistory.txt trail, with
      * that keyed-by id on every line; each accepted
      * change prints a confirmation notice for the employee, to
      * their master mailing address, on Payroll-28-notices.txt.
      * The account file is rewritten only from validated data,
      * backed up first.

       identification division.
       program-id. Payroll-28.
       author. Anne.

       environment division.
       input-output section.
       file-control.
      * Read raw so a mistyped routing number is rejected on the
      * report instead of going to the bank.
           select maintFile assign to "Payroll.bankmaint.txt"
           organization is line sequential.

           select optional bankAcctFile assign to
           "Payroll.bankacct.txt"
           organization is line sequential.

      * Indexed employee master (see Payroll-07); sequential read
      * hands the rows over in employee-number order.
           select masterFile assign to "Payroll.master.dat"
           organization is indexed
           access is sequential
           record key is nEmpNumMstr.

      * Pay-period control (see Payroll-01); its period end sets
      * the callback window.
           select optional periodFile assign to "Payroll.period.txt"
           organization is line sequential.

           select reportFile assign to "Payroll-28-report.txt"
           organization is line sequential.

           select noticeFile assign to "Payroll-28-notices.txt"
           organization is line sequential.

      * Running audit trail of every account change ever applied --
      * appended to, never rewritten.
           select optional historyFile assign to
           "Payroll.bankaccthistory.txt"
           organization is line sequential.

      * User master (see WebLogin): who may key a transaction.
           select optional userFile assign to "WebUsers.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
      * xMaintAction: 'A' add the account at xMaintPriorityRaw,
      * 'C' change that account's routing/account number/type
      * (blank keeps the current value), 'S' stop it, 'P'
      * reprioritize it -- move it to xMaintNewPriorityRaw and/or
      * give it a new method and amount -- and 'V' release it from
      * a callback hold. Amounts are keyed in cents (a percent as
      * hundredths of a percent). xMaintKeyedBy is the keyer's
      * WebUsers.txt id.
       fd  maintFile.
       01  xMaintTransaction.
           05 xMaintAction         pic x.
           05 xMaintEmpNumRaw      pic x(4).
           05 xMaintPriorityRaw    pic x.
           05 xMaintRoutingRaw     pic x(9).
           05 xMaintAcctNum        pic x(17).
           05 xMaintAcctType       pic x.
           05 xMaintMethod         pic x.
           05 xMaintAmountRaw      pic x(7).
           05 xMaintNewPriorityRaw pic x.
           05 xMaintKeyedBy        pic x(12).

      * xPrenoteBa: 'N' new, 'P' prenote sent, 'Y' validated (see
      * Payroll-13), 'H' held for callback verification.
       fd  bankAcctFile.
       01  xBankAcctRecord.
           05 nEmpNumBa         pic 9999.
           05 nRoutingBa        pic 9(9).
           05 xAcctNumBa        pic x(17).
           05 xAcctTypeBa       pic x.
           05 xPrenoteBa        pic x.
           05 nPriorityBa       pic 9.
           05 xMethodBa         pic x.
           05 nAmountBa         pic 9(5)v99.
           05 nPrenoteDateBa    pic 9(8).

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

       fd  reportFile.
       01  xReportLine         pic x(80).

       fd  noticeFile.
       01  xNoticeLine         pic x(72).

       fd  historyFile.
       01  xHistoryLine        pic x(89).

       fd  userFile.
       01  xUserRecord.
           05 xUsrId           pic x(12).
           05 xUsrPassword     pic x(12).
           05 xUsrRole         pic x.
           05 xUsrEmpNum       pic x(4).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  nAcceptedCount      pic 999             value 0.
       77  nRejectedCount      pic 999             value 0.
       77  nHeldCount          pic 999             value 0.
       77  nNoticeCount        pic 999             value 0.
       77  xRejectReason       pic x(45)           value spaces.
       77  xTodayDate          pic 9(8)            value 0.
       77  nTodayInt           pic 9(7)            value 0.
       77  xBackupName         pic x(40)           value spaces.

      * A new or changed account keyed this many calendar days or
      * fewer before the open period end is held for a callback.
       77  nCallbackDays       pic 99              value 5.
       77  nPeriodEnd          pic 9(8)            value 0.
       77  nDaysToPeriodEnd    pic s9(5)           value 0.
       77  xInCallbackWindow   pic x               value 'n'.
       77  xNewPrenote         pic x               value 'N'.

       77  nEmpNumWork         pic 9(4)            value 0.
       77  nPriorityWork       pic 9               value 0.
       77  nNewPriorityWork    pic 9               value 0.
       77  nRoutingWork        pic 9(9)            value 0.
       77  nAmountWork         pic 9(5)v99         value 0.
       77  xMethodWork         pic x               value space.
       77  nCheckSum           pic 9(4)            value 0.
       77  nDigitSub           pic 99              value 0.

       77  nAcctCount          pic 999             value 0.
       77  nAcctMax            pic 999             value 500.
       77  xAcctTableFull      pic x               value 'n'.
       77  nWorkSub            pic 999             value 0.
       77  nFoundSub           pic 999             value 0.
       77  nOtherSub           pic 999             value 0.

       77  nMasterCount        pic 9(4)            value 0.
       77  nMasterTableMax     pic 9(4)            value 2000.
       77  xMasterTableFull    pic x               value 'n'.
       77  nMatchedSub         pic 9(4)            value 0.
       77  xMatchFound         pic x               value 'n'.

       77  nUserCount          pic 999             value 0.
       77  nUserTableMax       pic 999             value 200.
       77  nUserSub            pic 999             value 0.
       77  xUserTableFull      pic x               value 'n'.
       77  xUserFound          pic x               value 'n'.

      * Work fields for one audit-trail line: the caller fills
      * these, then performs 250-write-history.
       77  xHistActionWk       pic x(10)           value spaces.
       77  xHistFieldWk        pic x(12)           value spaces.
       77  xHistOldWk          pic x(20)           value spaces.
       77  xHistNewWk          pic x(20)           value spaces.
       77  neHistAmount        pic zzzz9.99.
       77  neHistRouting       pic 9(9).

      * Work fields for one notice.
       77  xNtVerb             pic x(10)           value spaces.
       77  nNtAcctLen          pic 99              value 0.
       77  xNtLast4            pic x(4)            value spaces.
       77  neNtAmount          pic zz,zz9.99.
       77  neNtPct             pic zz9.99.

      * The routing number's nine digits for the ABA check-digit
      * test: 3, 7, 1 weights across each group of three.
       01  xRoutingDigits.
           05 nRoutingDigit occurs 9 times pic 9.

       01  xMasterTable.
           05 xMasterElement occurs 1 to 2000 times
               depending on nMasterCount
               ascending key is nEmpNumM
               indexed by masterIdx.
               10 nEmpNumM         pic 9999.
               10 xStatusM         pic x.
               10 xLastNameM       pic x(20).
               10 xFirstNameM      pic x(20).
               10 xMailStreetM     pic x(30).
               10 xMailCityM       pic x(20).
               10 xMailStateM      pic xx.
               10 xMailZipM        pic x(10).

       01  xUserTable.
           05 xUserIdT occurs 200 times pic x(12).

      * Every account on file; a stopped account is flagged and
      * left out of the rewrite.
       01  xAcctTable.
           05 xAcctElement occurs 500 times.
               10 nAtEmpNum        pic 9999.
               10 nAtRouting       pic 9(9).
               10 xAtAcctNum       pic x(17).
               10 xAtAcctType      pic x.
               10 xAtPrenote       pic x.
               10 nAtPriority      pic 9.
               10 xAtMethod        pic x.
               10 nAtAmount        pic 9(5)v99.
               10 nAtPrenoteDate   pic 9(8).
               10 xAtStopped       pic x.

       01  xHistoryRecord.
           05 nHistEmpNum      pic 9999.
           05 filler           pic x               value spaces.
           05 xHistDateOut     pic 9(8).
           05 filler           pic x               value spaces.
           05 xHistAction      pic x(10).
           05 xHistField       pic x(12).
           05 xHistOldVal      pic x(20).
           05 xHistNewVal      pic x(20).
           05 filler           pic x               value spaces.
           05 xHistKeyedBy     pic x(12).

       01  xReportHeading.
           05 filler           pic x(30)
               value 'DIRECT DEPOSIT MAINTENANCE, '.
           05 neHeadDate       pic 9(8).
           05 filler           pic x(18)
               value '   PERIOD ENDING '.
           05 neHeadPeriodEnd  pic 9(8).

       01  xReportDetail.
           05 neRptEmpNum      pic 9999.
           05 filler           pic x(2)            value spaces.
           05 xRptAction       pic x(10)           value spaces.
           05 filler           pic x(2)            value spaces.
           05 xRptPriority     pic x               value space.
           05 filler           pic x(2)            value spaces.
           05 xRptKeyedBy      pic x(12)           value spaces.
           05 filler           pic x(2)            value spaces.
           05 xRptResult       pic x(45)           value spaces.

       01  xReportFooter.
           05 neRptAccepted    pic zz9.
           05 filler           pic x(12)
                                value ' accepted, '.
           05 neRptRejected    pic zz9.
           05 filler           pic x(12)
                                value ' rejected, '.
           05 neRptHeld        pic zz9.
           05 filler           pic x(24)
                                value ' held for callback'.

       01  xNoticeRule.
           05 filler           pic x(72)           value all '-'.

       01  xNoticeTitle.
           05 filler           pic x(18)           value spaces.
           05 filler           pic x(34)
               value 'DIRECT DEPOSIT CHANGE CONFIRMATION'.

       01  xNoticeDateLine.
           05 filler           pic x(6)            value 'Date: '.
           05 neNtDate         pic 9(8).
           05 filler           pic x(36)           value spaces.
           05 filler           pic x(10)           value 'Employee: '.
           05 neNtEmpNum       pic 9999.

       01  xNoticeText.
           05 xNtText          pic x(72)           value spaces.

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

       procedure division.
       000-main.
           move "Payroll-28" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-loop until xEofFlag = 'y'.
           perform 300-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           move xBusinessDate to xTodayDate.
           compute nTodayInt = function integer-of-date(xTodayDate).
           perform 105-check-callback-window.
           open output reportFile.
           open output noticeFile.
           open extend historyFile.
           move xTodayDate to neHeadDate.
           move nPeriodEnd to neHeadPeriodEnd.
           write xReportLine from xReportHeading.
           open input masterFile.
           perform 110-load-master until xEofFlag = "y".
           close masterFile.
           move "n" to xEofFlag.
           open input userFile.
           perform 115-load-users until xEofFlag = "y".
           close userFile.
           move "n" to xEofFlag.
           open input bankAcctFile.
           perform 120-load-accounts until xEofFlag = "y".
           close bankAcctFile.
           move "n" to xEofFlag.
           open input maintFile.

      * Inside the window a new or changed account is held ('H');
      * otherwise it goes straight to prenote ('N').
       105-check-callback-window.
           open input periodFile.
           read periodFile
               at end
                   continue
               not at end
                   if nPeriodEndDate numeric
                       move nPeriodEndDate to nPeriodEnd
                   end-if,
           end-read.
           close periodFile.
           if nPeriodEnd > 0
               compute nDaysToPeriodEnd =
                   function integer-of-date(nPeriodEnd) - nTodayInt
               if nDaysToPeriodEnd >= 0
                   and nDaysToPeriodEnd <= nCallbackDays
                   move "y" to xInCallbackWindow
                   move "H" to xNewPrenote
               end-if
           end-if.

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
                       move xStatus to xStatusM(nMasterCount),
                       move xLastName to xLastNameM(nMasterCount),
                       move xFirstName to xFirstNameM(nMasterCount),
                       move xMailStreet to xMailStreetM(nMasterCount),
                       move xMailCity to xMailCityM(nMasterCount),
                       move xMailState to xMailStateM(nMasterCount),
                       move xMailZip to xMailZipM(nMasterCount)
                   end-if,
           end-read.

       115-load-users.
           read userFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nUserCount >= nUserTableMax
                       if xUserTableFull = "n"
                           display "WARNING: user table full at "
                           nUserTableMax
                           " ids -- transactions keyed by later ids "
                           "on WebUsers.txt will be rejected."
                           move "y" to xUserTableFull
                       end-if
                   else
                       add 1 to nUserCount,
                       move xUsrId to xUserIdT(nUserCount)
                   end-if,
           end-read.

      * A legacy row with no split fields is the remainder account,
      * as Payroll-01 reads it, and is written back that way.
       120-load-accounts.
           read bankAcctFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nAcctCount >= nAcctMax
                       if xAcctTableFull = "n"
                           display "WARNING: account table full at "
                           nAcctMax
                           " records -- remaining rows in "
                           "Payroll.bankacct.txt were not loaded."
                           move "y" to xAcctTableFull
                       end-if
                   else
                       add 1 to nAcctCount,
                       move nEmpNumBa to nAtEmpNum(nAcctCount),
                       move nRoutingBa to nAtRouting(nAcctCount),
                       move xAcctNumBa to xAtAcctNum(nAcctCount),
                       move xAcctTypeBa to xAtAcctType(nAcctCount),
                       move xPrenoteBa to xAtPrenote(nAcctCount),
                       move "n" to xAtStopped(nAcctCount),
                       if xMethodBa = space
                           move 9 to nAtPriority(nAcctCount)
                           move "R" to xAtMethod(nAcctCount)
                           move 0 to nAtAmount(nAcctCount)
                       else
                           move nPriorityBa to nAtPriority(nAcctCount)
                           move xMethodBa to xAtMethod(nAcctCount)
                           move nAmountBa to nAtAmount(nAcctCount)
                       end-if,
                       move 0 to nAtPrenoteDate(nAcctCount),
                       if nPrenoteDateBa numeric
                           move nPrenoteDateBa to
                           nAtPrenoteDate(nAcctCount)
                       end-if
                   end-if,
           end-read.

       200-loop.
           read maintFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform 210-process-transaction,
           end-read.

       210-process-transaction.
           move spaces to xRejectReason.
           move xMaintPriorityRaw to xRptPriority.
           move xMaintKeyedBy to xRptKeyedBy.
           perform 215-edit-key.
           if xRejectReason = spaces
               perform 214-edit-keyer
           end-if.
           move nEmpNumWork to neRptEmpNum.
           evaluate xMaintAction
               when "A"
                   move "ADD" to xRptAction
                   if xRejectReason = spaces
                       perform 220-add-account
                   end-if
               when "C"
                   move "CHANGE" to xRptAction
                   if xRejectReason = spaces
                       perform 230-change-account
                   end-if
               when "S"
                   move "STOP" to xRptAction
                   if xRejectReason = spaces
                       perform 240-stop-account
                   end-if
               when "P"
                   move "REPRIORITY" to xRptAction
                   if xRejectReason = spaces
                       perform 245-reprioritize-account
                   end-if
               when "V"
                   move "VERIFY" to xRptAction
                   if xRejectReason = spaces
                       perform 248-verify-callback
                   end-if
               when other
                   move "UNKNOWN" to xRptAction
                   move "REJECTED - INVALID ACTION CODE" to
                   xRejectReason
           end-evaluate.
           if xRejectReason = spaces
               add 1 to nAcceptedCount
               if xRptResult = spaces
                   move "ACCEPTED" to xRptResult
               end-if
           else
               move xRejectReason to xRptResult
               add 1 to nRejectedCount
           end-if.
           write xReportLine from xReportDetail before advancing 1
           line.
           move spaces to xRptResult.

      * Nothing is applied that cannot be traced to a user who can
      * sign in.
       214-edit-keyer.
           if xMaintKeyedBy = spaces
               move "REJECTED - NO KEYED-BY USER ID" to xRejectReason
               exit paragraph
           end-if.
           move "n" to xUserFound.
           perform varying nUserSub from 1 by 1
               until nUserSub > nUserCount
               if xUserIdT(nUserSub) = xMaintKeyedBy
                   move "y" to xUserFound
                   move nUserCount to nUserSub
               end-if
           end-perform.
           if xUserFound = "n"
               move "REJECTED - KEYED BY AN ID NOT ON WebUsers.txt" to
               xRejectReason
           end-if.

      * Every action names an active master employee and one of
      * their accounts by priority (1-9).
       215-edit-key.
           move 0 to nEmpNumWork.
           move 0 to nPriorityWork.
           move 0 to nFoundSub.
           if xMaintEmpNumRaw not numeric
               move "REJECTED - EMPLOYEE NUMBER NOT NUMERIC" to
               xRejectReason
               exit paragraph
           end-if.
           move xMaintEmpNumRaw to nEmpNumWork.
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
           if xMatchFound = "n"
               move "REJECTED - EMPLOYEE NOT ON MASTER" to
               xRejectReason
               exit paragraph
           end-if.
           if xStatusM(nMatchedSub) = "T"
               move "REJECTED - TERMINATED EMPLOYEE" to
               xRejectReason
               exit paragraph
           end-if.
           if xMaintPriorityRaw not numeric
               or xMaintPriorityRaw = "0"
               move "REJECTED - PRIORITY MUST BE 1-9" to
               xRejectReason
               exit paragraph
           end-if.
           move xMaintPriorityRaw to nPriorityWork.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nAcctCount
               if nAtEmpNum(nWorkSub) = nEmpNumWork
                   and nAtPriority(nWorkSub) = nPriorityWork
                   and xAtStopped(nWorkSub) = "n"
                   move nWorkSub to nFoundSub
               end-if
           end-perform.

      * Routing number: nine digits passing the ABA check digit.
       216-edit-routing.
           if xMaintRoutingRaw not numeric
               move "REJECTED - ROUTING NUMBER NOT NUMERIC" to
               xRejectReason
               exit paragraph
           end-if.
           move xMaintRoutingRaw to xRoutingDigits.
           move 0 to nCheckSum.
           perform varying nDigitSub from 1 by 3
               until nDigitSub > 9
               compute nCheckSum = nCheckSum
                   + 3 * nRoutingDigit(nDigitSub)
                   + 7 * nRoutingDigit(nDigitSub + 1)
                   + nRoutingDigit(nDigitSub + 2)
           end-perform.
           if function mod(nCheckSum, 10) not = 0
               move "REJECTED - ROUTING NUMBER CHECK DIGIT" to
               xRejectReason
               exit paragraph
           end-if.
           move xMaintRoutingRaw to nRoutingWork.

      * Split method and amount: 'F' flat dollars, 'P' percent of
      * net (over zero, at most 100), 'R' the remainder account
      * with no amount -- and only one remainder account per
      * employee.
       217-edit-split.
           move xMaintMethod to xMethodWork.
           move 0 to nAmountWork.
           if xMethodWork not = "F" and xMethodWork not = "P"
               and xMethodWork not = "R"
               move "REJECTED - METHOD MUST BE F, P, OR R" to
               xRejectReason
               exit paragraph
           end-if.
           if xMaintAmountRaw not = spaces
               if xMaintAmountRaw not numeric
                   move "REJECTED - AMOUNT NOT NUMERIC" to
                   xRejectReason
                   exit paragraph
               end-if
               compute nAmountWork =
                   function numval(xMaintAmountRaw) / 100
           end-if.
           if xMethodWork = "R" and nAmountWork not = 0
               move "REJECTED - REMAINDER ACCOUNT TAKES NO AMOUNT" to
               xRejectReason
               exit paragraph
           end-if.
           if xMethodWork not = "R" and nAmountWork = 0
               move "REJECTED - SPLIT AMOUNT REQUIRED" to
               xRejectReason
               exit paragraph
           end-if.
           if xMethodWork = "P" and nAmountWork > 100
               move "REJECTED - PERCENT OVER 100" to
               xRejectReason
               exit paragraph
           end-if.
           if xMethodWork = "R"
               perform varying nOtherSub from 1 by 1
                   until nOtherSub > nAcctCount
                   if nAtEmpNum(nOtherSub) = nEmpNumWork
                       and xAtMethod(nOtherSub) = "R"
                       and xAtStopped(nOtherSub) = "n"
                       and nOtherSub not = nFoundSub
                       move "REJECTED - REMAINDER ACCOUNT ON FILE" to
                       xRejectReason
                   end-if
               end-perform
           end-if.

       218-edit-account-fields.
           if xMaintAcctType not = "C" and xMaintAcctType not = "S"
               move "REJECTED - ACCOUNT TYPE MUST BE C OR S" to
               xRejectReason
           end-if.

       220-add-account.
           if nFoundSub > 0
               move "REJECTED - ACCOUNT AT THIS PRIORITY ON FILE" to
               xRejectReason
               exit paragraph
           end-if.
           perform 216-edit-routing.
           if xRejectReason not = spaces
               exit paragraph
           end-if.
           if xMaintAcctNum = spaces
               move "REJECTED - ACCOUNT NUMBER REQUIRED" to
               xRejectReason
               exit paragraph
           end-if.
           perform 218-edit-account-fields.
           if xRejectReason not = spaces
               exit paragraph
           end-if.
           perform 217-edit-split.
           if xRejectReason not = spaces
               exit paragraph
           end-if.
           if nAcctCount >= nAcctMax
               move "REJECTED - ACCOUNT TABLE FULL" to
               xRejectReason
               exit paragraph
           end-if.
           add 1 to nAcctCount.
           move nAcctCount to nFoundSub.
           move nEmpNumWork to nAtEmpNum(nFoundSub).
           move nRoutingWork to nAtRouting(nFoundSub).
           move xMaintAcctNum to xAtAcctNum(nFoundSub).
           move xMaintAcctType to xAtAcctType(nFoundSub).
           move xNewPrenote to xAtPrenote(nFoundSub).
           move nPriorityWork to nAtPriority(nFoundSub).
           move xMethodWork to xAtMethod(nFoundSub).
           move nAmountWork to nAtAmount(nFoundSub).
           move 0 to nAtPrenoteDate(nFoundSub).
           move "n" to xAtStopped(nFoundSub).
           move "ADD" to xHistActionWk.
           move "ROUTING" to xHistFieldWk.
           move "(NONE)" to xHistOldWk.
           move nRoutingWork to xHistNewWk.
           perform 250-write-history.
           move "ACCOUNT" to xHistFieldWk.
           move "(NONE)" to xHistOldWk.
           move xMaintAcctNum to xHistNewWk.
           perform 250-write-history.
           move "METHOD" to xHistFieldWk.
           move "(NONE)" to xHistOldWk.
           move nAmountWork to neHistAmount.
           move function concatenate(xMethodWork, " ", neHistAmount)
               to xHistNewWk.
           perform 250-write-history.
           move "(NONE)" to xHistOldWk.
           perform 255-history-prenote.
           move "ADDED" to xNtVerb.
           perform 260-write-notice.

      * A new routing number, account number, or type is a new
      * account as far as the bank is concerned: it is prenoted
      * again (or held for callback) before any pay goes to it.
       230-change-account.
           if nFoundSub = 0
               move "REJECTED - NO ACCOUNT AT THIS PRIORITY" to
               xRejectReason
               exit paragraph
           end-if.
           move nAtRouting(nFoundSub) to nRoutingWork.
           if xMaintRoutingRaw not = spaces
               perform 216-edit-routing
               if xRejectReason not = spaces
                   exit paragraph
               end-if
           end-if.
           if xMaintAcctNum = spaces
               move xAtAcctNum(nFoundSub) to xMaintAcctNum
           end-if.
           if xMaintAcctType = space
               move xAtAcctType(nFoundSub) to xMaintAcctType
           end-if.
           perform 218-edit-account-fields.
           if xRejectReason not = spaces
               exit paragraph
           end-if.
           if nRoutingWork = nAtRouting(nFoundSub)
               and xMaintAcctNum = xAtAcctNum(nFoundSub)
               and xMaintAcctType = xAtAcctType(nFoundSub)
               move "REJECTED - NOTHING TO CHANGE" to
               xRejectReason
               exit paragraph
           end-if.
           move "CHANGE" to xHistActionWk.
           if nRoutingWork not = nAtRouting(nFoundSub)
               move "ROUTING" to xHistFieldWk
               move nAtRouting(nFoundSub) to neHistRouting
               move neHistRouting to xHistOldWk
               move nRoutingWork to neHistRouting
               move neHistRouting to xHistNewWk
               perform 250-write-history
           end-if.
           if xMaintAcctNum not = xAtAcctNum(nFoundSub)
               move "ACCOUNT" to xHistFieldWk
               move xAtAcctNum(nFoundSub) to xHistOldWk
               move xMaintAcctNum to xHistNewWk
               perform 250-write-history
           end-if.
           if xMaintAcctType not = xAtAcctType(nFoundSub)
               move "ACCT TYPE" to xHistFieldWk
               move xAtAcctType(nFoundSub) to xHistOldWk
               move xMaintAcctType to xHistNewWk
               perform 250-write-history
           end-if.
           move xAtPrenote(nFoundSub) to xHistOldWk.
           perform 255-history-prenote.
           move nRoutingWork to nAtRouting(nFoundSub).
           move xMaintAcctNum to xAtAcctNum(nFoundSub).
           move xMaintAcctType to xAtAcctType(nFoundSub).
           move xNewPrenote to xAtPrenote(nFoundSub).
           move 0 to nAtPrenoteDate(nFoundSub).
           move "CHANGED" to xNtVerb.
           perform 260-write-notice.

       240-stop-account.
           if nFoundSub = 0
               move "REJECTED - NO ACCOUNT AT THIS PRIORITY" to
               xRejectReason
               exit paragraph
           end-if.
           move "y" to xAtStopped(nFoundSub).
           move "STOP" to xHistActionWk.
           move "ACCOUNT" to xHistFieldWk.
           move xAtAcctNum(nFoundSub) to xHistOldWk.
           move "(STOPPED)" to xHistNewWk.
           perform 250-write-history.
           if xAtMethod(nFoundSub) = "R"
               move "ACCEPTED - NO REMAINDER ACCOUNT LEFT" to
               xRptResult
           end-if.
           move "STOPPED" to xNtVerb.
           perform 260-write-notice.

      * Moving a split between priorities or changing how much it
      * takes sends no money anywhere new, so the account keeps its
      * prenote stage.
       245-reprioritize-account.
           if nFoundSub = 0
               move "REJECTED - NO ACCOUNT AT THIS PRIORITY" to
               xRejectReason
               exit paragraph
           end-if.
           move nPriorityWork to nNewPriorityWork.
           if xMaintNewPriorityRaw not = space
               if xMaintNewPriorityRaw not numeric
                   or xMaintNewPriorityRaw = "0"
                   move "REJECTED - NEW PRIORITY MUST BE 1-9" to
                   xRejectReason
                   exit paragraph
               end-if
               move xMaintNewPriorityRaw to nNewPriorityWork
           end-if.
           if nNewPriorityWork not = nPriorityWork
               perform varying nOtherSub from 1 by 1
                   until nOtherSub > nAcctCount
                   if nAtEmpNum(nOtherSub) = nEmpNumWork
                       and nAtPriority(nOtherSub) = nNewPriorityWork
                       and xAtStopped(nOtherSub) = "n"
                       move "REJECTED - NEW PRIORITY ALREADY IN USE" to
                       xRejectReason
                   end-if
               end-perform
               if xRejectReason not = spaces
                   exit paragraph
               end-if
           end-if.
           if xMaintMethod = space and xMaintAmountRaw = spaces
               move xAtMethod(nFoundSub) to xMethodWork
               move nAtAmount(nFoundSub) to nAmountWork
           else
               if xMaintMethod = space
                   move xAtMethod(nFoundSub) to xMaintMethod
               end-if
               perform 217-edit-split
               if xRejectReason not = spaces
                   exit paragraph
               end-if
           end-if.
           if nNewPriorityWork = nPriorityWork
               and xMethodWork = xAtMethod(nFoundSub)
               and nAmountWork = nAtAmount(nFoundSub)
               move "REJECTED - NOTHING TO CHANGE" to
               xRejectReason
               exit paragraph
           end-if.
           move "REPRIORITY" to xHistActionWk.
           if nNewPriorityWork not = nPriorityWork
               move "PRIORITY" to xHistFieldWk
               move nPriorityWork to xHistOldWk
               move nNewPriorityWork to xHistNewWk
               perform 250-write-history
           end-if.
           if xMethodWork not = xAtMethod(nFoundSub)
               or nAmountWork not = nAtAmount(nFoundSub)
               move "METHOD" to xHistFieldWk
               move nAtAmount(nFoundSub) to neHistAmount
               move function concatenate(xAtMethod(nFoundSub), " ",
                   neHistAmount) to xHistOldWk
               move nAmountWork to neHistAmount
               move function concatenate(xMethodWork, " ",
                   neHistAmount) to xHistNewWk
               perform 250-write-history
           end-if.
           move nNewPriorityWork to nAtPriority(nFoundSub).
           move xMethodWork to xAtMethod(nFoundSub).
           move nAmountWork to nAtAmount(nFoundSub).
           move "REARRANGED" to xNtVerb.
           perform 260-write-notice.

      * Payroll reached the employee on the phone number already on
      * file and they confirmed the change: the account goes on to
      * the prenote cycle.
       248-verify-callback.
           if nFoundSub = 0
               move "REJECTED - NO ACCOUNT AT THIS PRIORITY" to
               xRejectReason
               exit paragraph
           end-if.
           if xAtPrenote(nFoundSub) not = "H"
               move "REJECTED - ACCOUNT IS NOT HELD" to
               xRejectReason
               exit paragraph
           end-if.
           move "VERIFY" to xHistActionWk.
           move "PRENOTE" to xHistFieldWk.
           move "H" to xHistOldWk.
           move "N" to xHistNewWk.
           perform 250-write-history.
           move "N" to xAtPrenote(nFoundSub).

      * History field names carry the account's priority, since an
      * employee can have several accounts.
       250-write-history.
           move nEmpNumWork to nHistEmpNum.
           move xTodayDate to xHistDateOut.
           move xHistActionWk to xHistAction.
           move function concatenate(function trim(xHistFieldWk),
               " #", nPriorityWork) to xHistField.
           move xHistOldWk to xHistOldVal.
           move xHistNewWk to xHistNewVal.
           move xMaintKeyedBy to xHistKeyedBy.
           write xHistoryLine from xHistoryRecord.
           move spaces to xHistOldWk.
           move spaces to xHistNewWk.

      * The caller has put the old prenote stage in xHistOldWk.
       255-history-prenote.
           move "PRENOTE" to xHistFieldWk.
           move xNewPrenote to xHistNewWk.
           perform 250-write-history.
           if xNewPrenote = "H"
               add 1 to nHeldCount
               move "ACCEPTED - HELD FOR CALLBACK VERIFICATION" to
               xRptResult
           end-if.

      * One confirmation notice to the employee's mailing address,
      * showing only the last four characters of the account.
       260-write-notice.
           add 1 to nNoticeCount.
           write xNoticeLine from xNoticeRule.
           write xNoticeLine from xNoticeTitle.
           move xTodayDate to neNtDate.
           move nEmpNumWork to neNtEmpNum.
           write xNoticeLine from xNoticeDateLine.
           move spaces to xNoticeLine.
           write xNoticeLine.
           move function concatenate(
               function trim(xFirstNameM(nMatchedSub)), " ",
               function trim(xLastNameM(nMatchedSub))) to xNtText.
           write xNoticeLine from xNoticeText.
           if xMailStreetM(nMatchedSub) = spaces
               move "*** NO MAILING ADDRESS ON FILE -- DELIVER BY HAND"
                   to xNtText
               move " ***" to xNtText(50:)
               write xNoticeLine from xNoticeText
           else
               move xMailStreetM(nMatchedSub) to xNtText
               write xNoticeLine from xNoticeText
               move function concatenate(
                   function trim(xMailCityM(nMatchedSub)), ", ",
                   xMailStateM(nMatchedSub), " ",
                   function trim(xMailZipM(nMatchedSub))) to xNtText
               write xNoticeLine from xNoticeText
           end-if.
           move spaces to xNoticeLine.
           write xNoticeLine.
           move "A change was made to your direct deposit accounts:"
               to xNtText.
           write xNoticeLine from xNoticeText.
           move spaces to xNtLast4.
           compute nNtAcctLen = function length(
               function trim(xAtAcctNum(nFoundSub) trailing)).
           if nNtAcctLen >= 4
               move xAtAcctNum(nFoundSub)(nNtAcctLen - 3:4) to xNtLast4
           else
               move xAtAcctNum(nFoundSub) to xNtLast4
           end-if.
           move nAtRouting(nFoundSub) to neHistRouting.
           move spaces to xNtText.
           move function concatenate("   ", function trim(xNtVerb),
               " account ending ", xNtLast4, " at routing ",
               neHistRouting) to xNtText.
           if xAtAcctType(nFoundSub) = "S"
               move "(savings)" to xNtText(62:)
           else
               move "(checking)" to xNtText(62:)
           end-if.
           write xNoticeLine from xNoticeText.
           move spaces to xNtText.
           evaluate xAtMethod(nFoundSub)
               when "F"
                   move nAtAmount(nFoundSub) to neNtAmount
                   move function concatenate("   Deposit: $",
                       function trim(neNtAmount), " of each check")
                       to xNtText
               when "P"
                   move nAtAmount(nFoundSub) to neNtPct
                   move function concatenate("   Deposit: ",
                       function trim(neNtPct), "% of net pay")
                       to xNtText
               when other
                   move "   Deposit: the rest of your net pay" to
                   xNtText
           end-evaluate.
           if xNtVerb = "STOPPED"
               move "   No further pay will be deposited to it." to
               xNtText
           end-if.
           write xNoticeLine from xNoticeText.
           move spaces to xNoticeLine.
           write xNoticeLine.
           if xNtVerb = "ADDED" or xNtVerb = "CHANGED"
               if xNewPrenote = "H"
                   move "This change is on hold until Payroll confirms"
                       to xNtText
                   move " it with you by phone" to xNtText(46:)
                   write xNoticeLine from xNoticeText
                   move "at the number already on file; until then"
                       to xNtText
                   move " this" to xNtText(42:)
                   write xNoticeLine from xNoticeText
                   move "share of your pay comes to you by check." to
                   xNtText
                   write xNoticeLine from xNoticeText
               else
                   move "Your bank must confirm the account before"
                       to xNtText
                   move " pay is deposited" to xNtText(42:)
                   write xNoticeLine from xNoticeText
                   move "to it; until then you are paid by check." to
                   xNtText
                   write xNoticeLine from xNoticeText
               end-if
           end-if.
           move "If you did not ask for this change, call the Payroll"
               to xNtText.
           move " office at once." to xNtText(53:).
           write xNoticeLine from xNoticeText.
           move spaces to xNoticeLine.
           write xNoticeLine.

       300-termination.
           close maintFile.
           close historyFile.
           close noticeFile.
           move nAcceptedCount to neRptAccepted.
           move nRejectedCount to neRptRejected.
           move nHeldCount to neRptHeld.
           write xReportLine from xReportFooter before advancing 1
           line.
           close reportFile.
           if nAcceptedCount > 0
               perform 310-write-accounts
           end-if.
           display " ".
           display "Deposit account maintenance: " nAcceptedCount
           " accepted, " nRejectedCount " rejected, " nHeldCount
           " held for callback, " nNoticeCount " notices".
           display " ".
           move "Payroll-28" to xRunLogProgram.
           compute nRunLogRecCount =
               nAcceptedCount + nRejectedCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

      * Rewrite only when something validated cleanly -- a run of
      * all-rejects leaves the accounts untouched.
       310-write-accounts.
           move "Payroll.bankacct.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output bankAcctFile.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nAcctCount
               if xAtStopped(nWorkSub) = "n"
                   move nAtEmpNum(nWorkSub) to nEmpNumBa
                   move nAtRouting(nWorkSub) to nRoutingBa
                   move xAtAcctNum(nWorkSub) to xAcctNumBa
                   move xAtAcctType(nWorkSub) to xAcctTypeBa
                   move xAtPrenote(nWorkSub) to xPrenoteBa
                   move nAtPriority(nWorkSub) to nPriorityBa
                   move xAtMethod(nWorkSub) to xMethodBa
                   move nAtAmount(nWorkSub) to nAmountBa
                   move nAtPrenoteDate(nWorkSub) to nPrenoteDateBa
                   write xBankAcctRecord
               end-if
           end-perform.
           close bankAcctFile.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
