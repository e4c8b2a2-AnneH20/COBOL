      * reimbursement per employee, and writes a per-employee
      * settlement file ready to pay out instead of being re-keyed
      * by hand.
      *
      * The corporate card settles at the rate on its posting date,
      * not the expense date, so a line may also carry the card's
      * posting date and the USD it billed. The gap between that
      * and the USD booked at the expense-date rate is the realized
      * FX gain or loss: posted per line to the FX account in the
      * GL layout GlConsolidate merges, and totaled per posting
      * month and currency on the FX report. A posted line with no
      * billed amount is valued at the rate history's rate as of
      * the posting date.
      *
      * Travel cash advances are netted here too: each employee's
      * open advances (oldest first, in USD at the issue date's
      * rate) come off the reimbursement before the settlement file
      * goes to Payroll-01, and whatever the reimbursement doesn't
      * cover stays open on the advances file. The aging report
      * lists every open advance and flags any still out more than
      * nRecoveryDays after its trip ended for payroll recovery.
      *
      * Every settled line goes onto a history file, and each run
      * checks its incoming lines against that history, against
      * each other, and against lines already held, for the same
      * employee, date, currency and amount -- or the same employee
      * and currency with an amount within nNearPct percent inside
      * nNearDays days. A suspected duplicate is held out of the
      * settlement onto the duplicates review file until someone
      * marks it A (accept -- it settles on the next run) or R
      * (reject -- it is dropped) in the first column.
      *
      * A rerun for the same business date replaces the earlier
      * run rather than adding to it: the history lines it settled
      * come off, the lines it held and the decisions it acted on
      * go back the way they were, and the advances it netted are
      * netted again from their balances before it.

       identification division.
       program-id. CurrencyExpense.
           "CurrencyConverter-exceptions.txt"
           organization is line sequential.

      * Realized FX postings for GlConsolidate -- rewritten each run,
      * like the settlement file, so a rerun of the same expense
      * input replaces its postings instead of doubling them.
           select optional glFile assign to "CurrencyExpense-gl.txt"
           organization is line sequential.

           select fxReportFile assign to
           "CurrencyExpense-fx-report.txt"
           organization is line sequential.

      * Travel cash advances, one record per advance, carried
      * forward run to run with their open USD balances.
           select optional advanceFile assign to
           "CurrencyExpense-advances.txt"
           organization is line sequential.

           select advanceReportFile assign to
           "CurrencyExpense-advances-report.txt"
           organization is line sequential.

      * Every line ever settled, appended as it settles.
           select optional historyFile assign to
           "CurrencyExpense-history.txt"
           organization is line sequential.

      * The history as it stood before a same-date rerun dropped
      * the earlier run's lines -- the copy FileBackup just made.
           select historyBakFile assign to
           "CurrencyExpense-history.txt.bak1"
           organization is line sequential.

      * Suspected duplicates awaiting a decision, carried forward.
           select optional reviewFile assign to
           "CurrencyExpense-duplicates.txt"
           organization is line sequential.

           select reviewReportFile assign to
           "CurrencyExpense-duplicates-report.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
       fd  rateFile.
           05 xRateDateIn          pic 9(8).

      * One expense line: when, in what, how much, whose, and what
      * kind (the policy type code the limits key on), then the
      * card's posting date and billed USD -- both left blank until
      * the card statement arrives.
       fd  expenseFile.
       01  xExpenseRecord.
           05 nExpDate             pic 9(8).
           05 nExpAmount           pic 9(7)v99.
           05 nExpEmpNum           pic 9999.
           05 xExpType             pic xxx.
           05 nExpPostDate         pic 9(8).
           05 nExpBilledUsd        pic 9(7)v99.

       fd  settleFile.
       01  xSettleRecord.
       fd  exceptionFile.
       01  xExceptionLine          pic x(90).

       fd  glFile.
       01  xGlRecord.
           05 xGlDeptNum        pic 99.
           05 xGlDebitAcct      pic 9(5).
           05 xGlDebitAmount    pic 9(7)v99.
           05 xGlCreditAcct     pic 9(5).
           05 xGlCreditAmount   pic 9(7)v99.
           05 xGlPeriod         pic 9(8).

       fd  fxReportFile.
       01  xFxReportLine           pic x(80).

      * An advance: whose, which trip, when and in what it was
      * issued, when the trip ended, and the USD still open -- left
      * blank on a newly issued advance, which opens at the issue
      * amount converted at the issue date's rate.
       fd  advanceFile.
       01  xAdvanceRecord.
           05 nAdvEmpNum           pic 9999.
           05 xAdvTrip             pic x(8).
           05 nAdvIssueDate        pic 9(8).
           05 xAdvCurrency         pic xxx.
           05 nAdvAmount           pic 9(7)v99.
           05 nAdvTripEndDate      pic 9(8).
           05 xAdvBalance          pic x(9).
           05 nAdvBalance redefines xAdvBalance pic 9(7)v99.
           05 nAdvNetDate          pic 9(8).
           05 xAdvPriorBalance     pic x(9).

       fd  advanceReportFile.
       01  xAdvReportLine          pic x(100).

       fd  historyFile.
       01  xHistoryRecord.
           05 nHisEmpNum           pic 9999.
           05 nHisDate             pic 9(8).
           05 xHisCurrency         pic xxx.
           05 nHisAmount           pic 9(7)v99.
           05 xHisType             pic xxx.
           05 nHisUsdAmount        pic 9(7)v99.
           05 nHisSettledDate      pic 9(8).

       fd  historyBakFile.
       01  xHistoryBakRecord.
           05 filler               pic x(36).
           05 nHbkSettledDate      pic 9(8).

      * A held line: the reviewer's decision in column one, the
      * expense line as it arrived, and what it looked like a
      * duplicate of. A decided line stays one more business date
      * with the date its decision was acted on, so a rerun for
      * that date acts on it again.
       fd  reviewFile.
       01  xReviewRecord.
           05 xRevDecision         pic x.
           05 xRevExpense.
               10 nRevDate         pic 9(8).
               10 xRevCurrency     pic xxx.
               10 nRevAmount       pic 9(7)v99.
               10 nRevEmpNum       pic 9999.
               10 xRevType         pic xxx.
               10 nRevPostDate     pic 9(8).
               10 nRevBilledUsd    pic 9(7)v99.
           05 xRevMatchType        pic x(5).
           05 xRevMatchSource      pic x(7).
           05 nRevMatchDate        pic 9(8).
           05 nRevMatchAmount      pic 9(7)v99.
           05 nRevHeldDate         pic 9(8).
           05 nRevDecidedDate      pic 9(8).

       fd  reviewReportFile.
       01  xReviewReportLine       pic x(100).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  nRateCount          pic 99              value 0.
       77  nLimitRoom          pic s9(7)v99        value 0.
       77  nOverAmount         pic 9(7)v99         value 0.
       77  nClaimedUsd         pic 9(7)v99         value 0.
       77  nLookupDate         pic 9(8)            value 0.
       77  xLookupCurrency     pic xxx             value spaces.

      * Realized FX: USD booked at the expense-date rate against the
      * USD the card actually settled.
       77  nBookUsd            pic 9(7)v99         value 0.
       77  nSettledUsd         pic 9(7)v99         value 0.
       77  nFxAmount           pic s9(7)v99        value 0.
       77  nFxLineCount        pic 9(5)            value 0.
       77  nGlCount            pic 9(5)            value 0.
       77  nGlFxAcct           pic 9(5)            value 71500.
       77  nGlCardPayableAcct  pic 9(5)            value 20400.
       77  nFxCount            pic 999             value 0.
       77  nFxMax              pic 999             value 200.
       77  xFxTableFull        pic x               value 'n'.
       77  nFxSub              pic 999             value 0.
       77  nFxFoundSub         pic 999             value 0.
       77  nFxMonth            pic 9(6)            value 0.
       77  nFxNet              pic s9(9)v99        value 0.
       77  nFxTotalGains       pic 9(9)v99         value 0.
       77  nFxTotalLosses      pic 9(9)v99         value 0.

       01  xPolicyTable.
           05 xPolicyElement occurs 20 times.
           05 filler           pic x(2)        value spaces.
           05 xExcNote         pic x(28).

      * Advances: nRecoveryDays is how long after a trip ends an
      * open balance may sit before payroll recovers it.
       77  nAdvCount           pic 9(4)            value 0.
       77  nAdvMax             pic 9(4)            value 500.
       77  xAdvTableFull       pic x               value 'n'.
       77  nAdvSub             pic 9(4)            value 0.
       77  nRecoveryDays       pic 999             value 30.
       77  nDaysPastEnd        pic s9(5)           value 0.
       77  nNetAmount          pic 9(7)v99         value 0.
       77  nAppliedUsd         pic 9(7)v99         value 0.
       77  nNetLineCount       pic 9(4)            value 0.
       77  nOpenCount          pic 9(4)            value 0.
       77  nOpenTotal          pic 9(9)v99         value 0.
       77  nRecoverCount       pic 9(4)            value 0.
       77  xBackupName         pic x(40)           value spaces.

      * Duplicate checking. xDupBypass is 'y' while an accepted
      * review line is being settled.
       77  nNearDays           pic 99              value 3.
       77  nNearPct            pic 99              value 2.
       77  xDupBypass          pic x               value 'n'.
       77  xMatchType          pic x(5)            value spaces.
       77  xMatchSource        pic x(7)            value spaces.
       77  xCmpSourceName      pic x(7)            value spaces.
       77  nMatchDate          pic 9(8)            value 0.
       77  nMatchAmount        pic 9(7)v99         value 0.
       77  nCmpEmpNum          pic 9999            value 0.
       77  nCmpDate            pic 9(8)            value 0.
       77  xCmpCurrency        pic xxx             value spaces.
       77  nCmpAmount          pic 9(7)v99         value 0.
       77  nCmpDays            pic s9(7)           value 0.
       77  nCmpDiff            pic s9(7)v99        value 0.
       77  nCmpLimit           pic 9(7)v99         value 0.
       77  nHeldCount          pic 9(4)            value 0.
       77  nAcceptCount        pic 9(4)            value 0.
       77  nRejectDupCount     pic 9(4)            value 0.
       77  nHistCount          pic 9(4)            value 0.
       77  nHistMax            pic 9(4)            value 5000.
       77  xHistTableFull      pic x               value 'n'.
       77  nHistSub            pic 9(4)            value 0.
       77  nHistRerunCount     pic 9(4)            value 0.
       77  nReviewDropCount    pic 9(4)            value 0.
       77  nRunCount           pic 9(4)            value 0.
       77  nRunMax             pic 9(4)            value 1000.
       77  nRunSub             pic 9(4)            value 0.
       77  nReviewCount        pic 9(4)            value 0.
       77  nReviewMax          pic 9(4)            value 500.
       77  xReviewTableFull    pic x               value 'n'.
       77  nReviewSub          pic 9(4)            value 0.

      * Lines already settled, from the history file.
       01  xHistTable.
           05 xHistElement occurs 1 to 5000 times
               depending on nHistCount.
               10 nHtEmpNum        pic 9999.
               10 nHtDate          pic 9(8).
               10 xHtCurrency      pic xxx.
               10 nHtAmount        pic 9(7)v99.

      * This run's lines that passed the check, so two copies in one
      * input are caught too.
       01  xRunTable.
           05 xRunElement occurs 1 to 1000 times
               depending on nRunCount.
               10 nRtEmpNum        pic 9999.
               10 nRtDate          pic 9(8).
               10 xRtCurrency      pic xxx.
               10 nRtAmount        pic 9(7)v99.

      * The review file: lines carried from earlier runs (with any
      * decision marked since) and lines held this run.
       01  xReviewTable.
           05 xReviewElement occurs 1 to 500 times
               depending on nReviewCount.
               10 xRvDecision      pic x.
               10 xRvExpense.
                   15 nRvDate          pic 9(8).
                   15 xRvCurrency      pic xxx.
                   15 nRvAmount        pic 9(7)v99.
                   15 nRvEmpNum        pic 9999.
                   15 xRvType          pic xxx.
                   15 nRvPostDate      pic 9(8).
                   15 nRvBilledUsd     pic 9(7)v99.
               10 xRvMatchType     pic x(5).
               10 xRvMatchSource   pic x(7).
               10 nRvMatchDate     pic 9(8).
               10 nRvMatchAmount   pic 9(7)v99.
               10 nRvHeldDate      pic 9(8).
               10 nRvDecidedDate   pic 9(8).

      * Sorted by employee and issue date so netting takes each
      * employee's oldest advance first. xAvRated is 'n' for a new
      * advance with no rate on file for its issue date -- left
      * unconverted (and unnetted) until one is.
       01  xAdvanceTable.
           05 xAdvanceElement occurs 1 to 500 times
               depending on nAdvCount.
               10 nAvEmpNum        pic 9999.
               10 nAvIssueDate     pic 9(8).
               10 xAvTrip          pic x(8).
               10 xAvCurrency      pic xxx.
               10 nAvAmount        pic 9(7)v99.
               10 nAvTripEndDate   pic 9(8).
               10 nAvBalance       pic 9(7)v99.
               10 xAvRated         pic x.
               10 nAvNetDate       pic 9(8).
               10 xAvPriorBalance  pic x(9).
               10 xAvLoadBalance   pic x(9).

      * Gains and losses per posting month and currency, sorted by
      * month then currency for the FX report.
       01  xFxTable.
           05 xFxElement occurs 1 to 200 times
               depending on nFxCount.
               10 nFtMonth         pic 9(6).
               10 xFtCurrency      pic xxx.
               10 nFtLines         pic 9(5).
               10 nFtGains         pic 9(9)v99.
               10 nFtLosses        pic 9(9)v99.

       01  xRateTable.
           05 xRateElement occurs 50 times.
               10 xRateCurrency    pic xxx.
           05 filler           pic x(13)       value 'AMOUNT'.
           05 filler           pic x(6)        value 'EMP'.
           05 filler           pic x(14)       value 'USD AMOUNT'.
           05 filler           pic x(27)       value 'NOTE'.
           05 filler           pic x(10)       value '    FX G/L'.

       01  xReportDetail.
           05 neDetDate        pic 9(8).
           05 neDetUsd         pic z,zzz,zz9.99.
           05 filler           pic x(2)        value spaces.
           05 xDetNote         pic x(24).
           05 filler           pic x(2)        value spaces.
           05 neDetFx          pic ---,--9.99  blank when zero.

       01  xReportFooter.
           05 neFootLines      pic zz,zz9.
           05 filler           pic x(17)
                                value ' expense lines, '.
           05 neFootRejects    pic zz,zz9.
           05 filler           pic x(11)
                                value ' rejected, '.
           05 neFootHeld       pic zz,zz9.
           05 filler           pic x(24)
                                value ' held as duplicates'.

       01  xReviewHeading1.
           05 filler           pic x(36)
               value 'SUSPECTED DUPLICATE EXPENSE CLAIMS'.

       01  xReviewHeading2.
           05 filler           pic x(10)       value 'DECISION'.
           05 filler           pic x(6)        value 'EMP'.
           05 filler           pic x(10)       value 'DATE'.
           05 filler           pic x(5)        value 'CCY'.
           05 filler           pic x(14)       value '      AMOUNT'.
           05 filler           pic x(7)        value 'MATCH'.
           05 filler           pic x(9)        value 'AGAINST'.
           05 filler           pic x(10)       value 'ITS DATE'.
           05 filler           pic x(14)       value '  ITS AMOUNT'.
           05 filler           pic x(8)        value 'HELD ON'.

       01  xReviewDetail.
           05 xRdDecision      pic x(8).
           05 filler           pic x(2)        value spaces.
           05 neRdEmp          pic 9999.
           05 filler           pic x(2)        value spaces.
           05 neRdDate         pic 9(8).
           05 filler           pic x(2)        value spaces.
           05 xRdCurrency      pic xxx.
           05 filler           pic x(2)        value spaces.
           05 neRdAmount       pic z,zzz,zz9.99.
           05 filler           pic x(2)        value spaces.
           05 xRdMatchType     pic x(5).
           05 filler           pic x(2)        value spaces.
           05 xRdMatchSource   pic x(7).
           05 filler           pic x(2)        value spaces.
           05 neRdMatchDate    pic 9(8).
           05 filler           pic x(2)        value spaces.
           05 neRdMatchAmount  pic z,zzz,zz9.99.
           05 filler           pic x(2)        value spaces.
           05 neRdHeldDate     pic 9(8).

       01  xReviewFooter.
           05 neRvFootPending  pic z,zz9.
           05 filler           pic x(20)
                                value ' awaiting decision, '.
           05 neRvFootAccept   pic z,zz9.
           05 filler           pic x(23)
                                value ' accepted and settled, '.
           05 neRvFootReject   pic z,zz9.
           05 filler           pic x(9)
                                value ' rejected'.

       01  xFxHeading1.
           05 filler           pic x(40)
               value 'REALIZED FX GAIN/LOSS BY POSTING MONTH'.

       01  xFxHeading2.
           05 filler           pic x(9)        value 'MONTH'.
           05 filler           pic x(5)        value 'CCY'.
           05 filler           pic x(6)        value ' LINES'.
           05 filler           pic x(16)       value '           GAINS'.
           05 filler           pic x(16)       value '          LOSSES'.
           05 filler           pic x(16)       value '             NET'.

       01  xFxDetail.
           05 neFxYear         pic 9999.
           05 filler           pic x           value '-'.
           05 neFxMonth        pic 99.
           05 filler           pic x(2)        value spaces.
           05 xFxCurrencyOut   pic xxx.
           05 filler           pic x(2)        value spaces.
           05 neFxLines        pic zz,zz9.
           05 filler           pic x(2)        value spaces.
           05 neFxGains        pic zzz,zzz,zz9.99.
           05 filler           pic x(2)        value spaces.
           05 neFxLosses       pic zzz,zzz,zz9.99.
           05 filler           pic x(2)        value spaces.
           05 neFxNet          pic ---,---,--9.99.

       01  xAdvHeading1.
           05 filler           pic x(46)
               value 'ADVANCES NETTED AGAINST SETTLEMENTS THIS RUN'.

       01  xAdvHeading2.
           05 filler           pic x(6)        value 'EMP'.
           05 filler           pic x(10)       value 'TRIP'.
           05 filler           pic x(14)       value '  BEFORE NET'.
           05 filler           pic x(14)       value '      NETTED'.
           05 filler           pic x(14)       value '  STILL OPEN'.

       01  xAdvNetDetail.
           05 neNetEmp         pic 9999.
           05 filler           pic x(2)        value spaces.
           05 xNetTrip         pic x(8).
           05 filler           pic x(2)        value spaces.
           05 neNetSettled     pic z,zzz,zz9.99.
           05 filler           pic x(2)        value spaces.
           05 neNetApplied     pic z,zzz,zz9.99.
           05 filler           pic x(2)        value spaces.
           05 neNetOpen        pic z,zzz,zz9.99.

       01  xAdvHeading3.
           05 filler           pic x(27)
               value 'OUTSTANDING ADVANCES AS OF '.
           05 neAgeAsOf        pic 9(8).

       01  xAdvHeading4.
           05 filler           pic x(6)        value 'EMP'.
           05 filler           pic x(10)       value 'TRIP'.
           05 filler           pic x(10)       value 'ISSUED'.
           05 filler           pic x(5)        value 'CCY'.
           05 filler           pic x(14)       value '      AMOUNT'.
           05 filler           pic x(10)       value 'TRIP END'.
           05 filler           pic x(14)       value '    OPEN USD'.
           05 filler           pic x(7)        value ' DAYS'.
           05 filler           pic x(20)       value 'NOTE'.

       01  xAdvAgeDetail.
           05 neAgeEmp         pic 9999.
           05 filler           pic x(2)        value spaces.
           05 xAgeTrip         pic x(8).
           05 filler           pic x(2)        value spaces.
           05 neAgeIssued      pic 9(8).
           05 filler           pic x(2)        value spaces.
           05 xAgeCurrency     pic xxx.
           05 filler           pic x(2)        value spaces.
           05 neAgeAmount      pic z,zzz,zz9.99.
           05 filler           pic x(2)        value spaces.
           05 neAgeTripEnd     pic 9(8)        blank when zero.
           05 filler           pic x(2)        value spaces.
           05 neAgeOpen        pic z,zzz,zz9.99.
           05 filler           pic x(2)        value spaces.
           05 neAgeDays        pic ----9.
           05 filler           pic x(2)        value spaces.
           05 xAgeNote         pic x(24).

       01  xAdvFooter.
           05 neAdvFootOpen    pic z,zz9.
           05 filler           pic x(21)
                                value ' advances open, USD '.
           05 neAdvFootTotal   pic zzz,zzz,zz9.99.
           05 filler           pic x(2)        value ', '.
           05 neAdvFootRecover pic z,zz9.
           05 filler           pic x(22)
                                value ' for payroll recovery'.

       01  xFxMonthParts.
           05 nFxPartYear      pic 9999.
           05 nFxPartMonth     pic 99.
       01  nFxMonthWhole redefines xFxMonthParts pic 9(6).

       01  xFxFooter.
           05 filler           pic x(9)        value 'TOTAL'.
           05 filler           pic x(5)        value spaces.
           05 neFxFootLines    pic zz,zz9.
           05 filler           pic x(2)        value spaces.
           05 neFxFootGains    pic zzz,zzz,zz9.99.
           05 filler           pic x(2)        value spaces.
           05 neFxFootLosses   pic zzz,zzz,zz9.99.
           05 filler           pic x(2)        value spaces.
           05 neFxFootNet      pic ---,---,--9.99.

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

       procedure division.
       000-main.
           move "CurrencyExpense" to xRunLogProgram.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           open input rateFile.
           perform 110-next-rate until xEofFlag = "y".
           close rateFile.
           move "n" to xEofFlag.
           open input historyFile.
           perform 130-next-history until xEofFlag = "y".
           close historyFile.
           move "n" to xEofFlag.
           perform 132-drop-rerun-history.
           open input reviewFile.
           perform 135-next-review until xEofFlag = "y".
           close reviewFile.
           move "n" to xEofFlag.
           open input advanceFile.
           perform 120-next-advance until xEofFlag = "y".
           close advanceFile.
           move "n" to xEofFlag.
           if nAdvCount > 1
               sort xAdvanceElement on ascending key nAvEmpNum
                   nAvIssueDate
           end-if.
           open input policyFile.
           perform 115-next-policy until xEofFlag = "y".
           close policyFile.
           open input expenseFile.
           open output reportFile.
           open output exceptionFile.
           open output glFile.
           open extend historyFile.
           write xReportLine from xReportHeading.
           perform 140-settle-accepted.

       115-next-policy.
           read policyFile
                   end-if,
           end-read.

      * A new advance (blank balance) opens at its issue amount in
      * USD, converted at the issue date's rate. One this business
      * date's earlier run netted opens at the balance it had
      * before, so a rerun does not net it twice.
       120-next-advance.
           read advanceFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform 125-load-advance,
           end-read.

       125-load-advance.
           if nAdvCount >= nAdvMax
               if xAdvTableFull = "n"
                   display "WARNING: advance table full at " nAdvMax
                   " rows -- CurrencyExpense-advances.txt NOT "
                   "rewritten this run."
                   move "y" to xAdvTableFull
               end-if
               exit paragraph
           end-if.
           add 1 to nAdvCount.
           move nAdvEmpNum to nAvEmpNum(nAdvCount).
           move nAdvIssueDate to nAvIssueDate(nAdvCount).
           move xAdvTrip to xAvTrip(nAdvCount).
           move xAdvCurrency to xAvCurrency(nAdvCount).
           move nAdvAmount to nAvAmount(nAdvCount).
           if nAdvTripEndDate is not numeric
               move 0 to nAdvTripEndDate
           end-if.
           move nAdvTripEndDate to nAvTripEndDate(nAdvCount).
           move "y" to xAvRated(nAdvCount).
           if nAdvNetDate is not numeric
               move 0 to nAdvNetDate
           end-if.
           if nAdvNetDate = xBusinessDate
               move xAdvPriorBalance to xAdvBalance
           end-if.
           move nAdvNetDate to nAvNetDate(nAdvCount).
           move xAdvPriorBalance to xAvPriorBalance(nAdvCount).
           move xAdvBalance to xAvLoadBalance(nAdvCount).
           if xAdvBalance not = spaces
               move nAdvBalance to nAvBalance(nAdvCount)
               exit paragraph
           end-if.
           if xAdvCurrency = "USD"
               move nAdvAmount to nAvBalance(nAdvCount)
               exit paragraph
           end-if.
           move xAdvCurrency to xLookupCurrency.
           move nAdvIssueDate to nLookupDate.
           perform 212-find-rate.
           if nPickSub = 0
               move 0 to nAvBalance(nAdvCount)
               move "n" to xAvRated(nAdvCount)
           else
               compute nAvBalance(nAdvCount) rounded =
                   nAdvAmount / nRateValue(nPickSub)
           end-if.

       130-next-history.
           read historyFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform 131-load-history,
           end-read.

      * Lines this business date's earlier run settled are left
      * out -- this run settles them again.
       131-load-history.
           if nHisSettledDate = xBusinessDate
               add 1 to nHistRerunCount
               exit paragraph
           end-if.
           if nHistCount >= nHistMax
               if xHistTableFull = "n"
                   display "WARNING: history table full at "
                   nHistMax " lines -- older settled lines "
                   "beyond it are not checked for duplicates."
                   move "y" to xHistTableFull
               end-if
               exit paragraph
           end-if.
           add 1 to nHistCount.
           move nHisEmpNum to nHtEmpNum(nHistCount).
           move nHisDate to nHtDate(nHistCount).
           move xHisCurrency to xHtCurrency(nHistCount).
           move nHisAmount to nHtAmount(nHistCount).

      * A rerun for the same business date takes the earlier run's
      * lines off the history (backed up first) before appending
      * its own, so the history holds each settled line once.
       132-drop-rerun-history.
           if nHistRerunCount = 0
               exit paragraph
           end-if.
           move "CurrencyExpense-history.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open input historyBakFile.
           open output historyFile.
           perform 133-copy-history until xEofFlag = "y".
           close historyBakFile.
           close historyFile.
           move "n" to xEofFlag.
           display "NOTE: rerun for " xBusinessDate " -- "
           nHistRerunCount " history lines from the earlier run "
           "replaced.".

       133-copy-history.
           read historyBakFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nHbkSettledDate not = xBusinessDate
                       write xHistoryRecord from xHistoryBakRecord
                   end-if,
           end-read.

       135-next-review.
           read reviewFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform 136-load-review,
           end-read.

      * A decision acted on by an earlier business date's run is
      * done with and drops off. One acted on by this date's
      * earlier run stands again for the rerun, and a line that
      * run held comes off -- the rerun checks it afresh.
       136-load-review.
           if nRevDecidedDate is not numeric
               move 0 to nRevDecidedDate
           end-if.
           inspect xRevDecision converting "ar" to "AR".
           if nRevDecidedDate not = 0
               and nRevDecidedDate not = xBusinessDate
               add 1 to nReviewDropCount
               exit paragraph
           end-if.
           if xRevDecision not = "A" and xRevDecision not = "R"
               and nRevHeldDate = xBusinessDate
               add 1 to nReviewDropCount
               exit paragraph
           end-if.
           if nReviewCount >= nReviewMax
               if xReviewTableFull = "n"
                   display "WARNING: review table full at "
                   nReviewMax " lines -- "
                   "CurrencyExpense-duplicates.txt NOT "
                   "rewritten this run."
                   move "y" to xReviewTableFull
               end-if
               exit paragraph
           end-if.
           add 1 to nReviewCount.
           move xReviewRecord to xReviewElement(nReviewCount).

      * Held lines the reviewer accepted settle ahead of today's
      * input, through the same conversion and policy as any line
      * but without the duplicate check that held them.
       140-settle-accepted.
           move "y" to xDupBypass.
           perform varying nReviewSub from 1 by 1
               until nReviewSub > nReviewCount
               if xRvDecision(nReviewSub) = "A"
                   move xRvExpense(nReviewSub) to xExpenseRecord
                   add 1 to nLineCount
                   add 1 to nAcceptCount
                   perform 210-process-expense
               end-if
               if xRvDecision(nReviewSub) = "R"
                   add 1 to nRejectDupCount
               end-if
           end-perform.
           move "n" to xDupBypass.

       200-loop.
           read expenseFile
               at end
           move nExpAmount to neDetAmount.
           move nExpEmpNum to neDetEmp.
           move spaces to xDetNote.
           move 0 to neDetFx.
           if nExpPostDate is not numeric
               move 0 to nExpPostDate
           end-if.
           if nExpBilledUsd is not numeric
               move 0 to nExpBilledUsd
           end-if.
           if xDupBypass = "n"
               perform 205-check-duplicate
               if xMatchType not = spaces
                   perform 209-hold-line
                   move 0 to neDetUsd
                   move "HELD - SUSPECT DUPLICATE" to xDetNote
                   write xReportLine from xReportDetail
                   exit paragraph
               end-if
           end-if.

           if xExpCurrency = "USD"
               move nExpAmount to nUsdAmount
               exit paragraph
           end-if.

           move xExpCurrency to xLookupCurrency.
           move nExpDate to nLookupDate.
           perform 212-find-rate.
           if nPickSub = 0
               add 1 to nRejectCount
               move 0 to neDetUsd
           end-if.
           compute nUsdAmount rounded =
               nExpAmount / nRateValue(nPickSub).
           move nUsdAmount to nBookUsd.
           perform 215-apply-policy.
           if nUsdAmount > 0
               perform 220-settle-line
           else
               move nUsdAmount to neDetUsd
           end-if.
           if nExpPostDate > 0
               perform 225-realize-fx
           end-if.
           write xReportLine from xReportDetail.

      * History first, then this run's earlier lines, then the lines
      * already held: an exact match anywhere wins over a near one.
       205-check-duplicate.
           move spaces to xMatchType.
           move spaces to xMatchSource.
           perform varying nHistSub from 1 by 1
               until nHistSub > nHistCount or xMatchType = "EXACT"
               move nHtEmpNum(nHistSub) to nCmpEmpNum
               move nHtDate(nHistSub) to nCmpDate
               move xHtCurrency(nHistSub) to xCmpCurrency
               move nHtAmount(nHistSub) to nCmpAmount
               move "HISTORY" to xCmpSourceName
               perform 207-compare-line
           end-perform.
           perform varying nRunSub from 1 by 1
               until nRunSub > nRunCount or xMatchType = "EXACT"
               move nRtEmpNum(nRunSub) to nCmpEmpNum
               move nRtDate(nRunSub) to nCmpDate
               move xRtCurrency(nRunSub) to xCmpCurrency
               move nRtAmount(nRunSub) to nCmpAmount
               move "INPUT" to xCmpSourceName
               perform 207-compare-line
           end-perform.
           perform varying nReviewSub from 1 by 1
               until nReviewSub > nReviewCount
               or xMatchType = "EXACT"
               if xRvDecision(nReviewSub) not = "R"
                   move nRvEmpNum(nReviewSub) to nCmpEmpNum
                   move nRvDate(nReviewSub) to nCmpDate
                   move xRvCurrency(nReviewSub) to xCmpCurrency
                   move nRvAmount(nReviewSub) to nCmpAmount
                   move "HELD" to xCmpSourceName
                   perform 207-compare-line
               end-if
           end-perform.
           if xMatchType = spaces and nRunCount < nRunMax
               add 1 to nRunCount
               move nExpEmpNum to nRtEmpNum(nRunCount)
               move nExpDate to nRtDate(nRunCount)
               move xExpCurrency to xRtCurrency(nRunCount)
               move nExpAmount to nRtAmount(nRunCount)
           end-if.

      * Same employee and currency; exact on date and amount, near
      * when the amounts are within nNearPct percent of the line's
      * amount and the dates within nNearDays days.
       207-compare-line.
           if nCmpEmpNum not = nExpEmpNum
               or xCmpCurrency not = xExpCurrency
               exit paragraph
           end-if.
           if nCmpDate = nExpDate and nCmpAmount = nExpAmount
               move "EXACT" to xMatchType
               move xCmpSourceName to xMatchSource
               move nCmpDate to nMatchDate
               move nCmpAmount to nMatchAmount
               exit paragraph
           end-if.
           if xMatchType not = spaces
               exit paragraph
           end-if.
           compute nCmpDays = function integer-of-date(nCmpDate)
               - function integer-of-date(nExpDate).
           if nCmpDays < 0
               compute nCmpDays = 0 - nCmpDays
           end-if.
           if nCmpDays > nNearDays
               exit paragraph
           end-if.
           compute nCmpDiff = nCmpAmount - nExpAmount.
           if nCmpDiff < 0
               compute nCmpDiff = 0 - nCmpDiff
           end-if.
           compute nCmpLimit = nExpAmount * nNearPct / 100.
           if nCmpDiff <= nCmpLimit
               move "NEAR" to xMatchType
               move xCmpSourceName to xMatchSource
               move nCmpDate to nMatchDate
               move nCmpAmount to nMatchAmount
           end-if.

      * A held line joins the review file undecided.
       209-hold-line.
           add 1 to nHeldCount.
           if nReviewCount >= nReviewMax
               if xReviewTableFull = "n"
                   display "WARNING: review table full at "
                   nReviewMax " lines -- "
                   "CurrencyExpense-duplicates.txt NOT "
                   "rewritten this run."
                   move "y" to xReviewTableFull
               end-if
               exit paragraph
           end-if.
           add 1 to nReviewCount.
           move space to xRvDecision(nReviewCount).
           move xExpenseRecord to xRvExpense(nReviewCount).
           move xMatchType to xRvMatchType(nReviewCount).
           move xMatchSource to xRvMatchSource(nReviewCount).
           move nMatchDate to nRvMatchDate(nReviewCount).
           move nMatchAmount to nRvMatchAmount(nReviewCount).
           move xBusinessDate to nRvHeldDate(nReviewCount).
           move 0 to nRvDecidedDate(nReviewCount).

      * The newest rate row for xLookupCurrency effective on or
      * before nLookupDate; nPickSub stays zero when there is none.
       212-find-rate.
           move 0 to nPickSub.
           move 0 to nBestDate.
           perform varying nRateSub from 1 by 1
               until nRateSub > nRateCount
               if xRateCurrency(nRateSub) = xLookupCurrency
                   and xRateDate(nRateSub) <= nLookupDate
                   and xRateDate(nRateSub) >= nBestDate
                   move xRateDate(nRateSub) to nBestDate
                   move nRateSub to nPickSub
               end-if
           end-perform.

      * The policy check, in USD: an unrecognized type code stops
      * the line; a line over the room left under its type's daily
      * limit settles only up to the cap, with the overage on the
           end-if.
           if nEmpFoundSub > 0
               add nUsdAmount to nEtUsdTotal(nEmpFoundSub)
               perform 222-write-history
           else
      * A converted amount the settlement table can't hold would be
      * money shown as reimbursable that never pays out -- say so
               move "NOT SETTLED - TABLE FULL" to xDetNote
           end-if.

       222-write-history.
           move nExpEmpNum to nHisEmpNum.
           move nExpDate to nHisDate.
           move xExpCurrency to xHisCurrency.
           move nExpAmount to nHisAmount.
           move xExpType to xHisType.
           move nUsdAmount to nHisUsdAmount.
           move xBusinessDate to nHisSettledDate.
           write xHistoryRecord.

      * Realized FX on a posted line is what the card settled less
      * what the expense date's rate booked -- figured on the full
      * converted amount, since the card billed all of it whatever
      * the policy reimburses. The billed USD is the settled figure;
      * without one the posting date's rate values it. A posting
      * date ahead of the expense, or no rate to value it, goes to
      * the exceptions list unposted.
       225-realize-fx.
           if nExpPostDate < nExpDate
               move "POSTED BEFORE EXPENSE DATE" to xExcNote
               perform 228-write-fx-exception
               exit paragraph
           end-if.
           if nExpBilledUsd > 0
               move nExpBilledUsd to nSettledUsd
           else
               move nExpPostDate to nLookupDate
               perform 212-find-rate
               if nPickSub = 0
                   move "NO RATE FOR POSTING DATE" to xExcNote
                   perform 228-write-fx-exception
                   exit paragraph
               end-if
               compute nSettledUsd rounded =
                   nExpAmount / nRateValue(nPickSub)
           end-if.
           compute nFxAmount = nBookUsd - nSettledUsd.
           move nFxAmount to neDetFx.
           add 1 to nFxLineCount.
           if nFxAmount not = 0
               perform 226-post-fx-gl
           end-if.
           perform 227-accumulate-fx.

      * A gain (the card settled for less USD than booked) debits
      * the card payable and credits FX gain/loss; a loss is the
      * reverse.
       226-post-fx-gl.
           move 0 to xGlDeptNum.
           if nFxAmount > 0
               move nGlCardPayableAcct to xGlDebitAcct
               move nGlFxAcct to xGlCreditAcct
               move nFxAmount to xGlDebitAmount
           else
               move nGlFxAcct to xGlDebitAcct
               move nGlCardPayableAcct to xGlCreditAcct
               compute xGlDebitAmount = 0 - nFxAmount
           end-if.
           move xGlDebitAmount to xGlCreditAmount.
           move nExpPostDate to xGlPeriod.
           write xGlRecord.
           add 1 to nGlCount.

       227-accumulate-fx.
           divide nExpPostDate by 100 giving nFxMonth.
           move 0 to nFxFoundSub.
           perform varying nFxSub from 1 by 1
               until nFxSub > nFxCount
               if nFtMonth(nFxSub) = nFxMonth
                   and xFtCurrency(nFxSub) = xExpCurrency
                   move nFxSub to nFxFoundSub
                   move nFxCount to nFxSub
               end-if
           end-perform.
           if nFxFoundSub = 0
               if nFxCount >= nFxMax
                   if xFxTableFull = "n"
                       display "WARNING: FX table full at " nFxMax
                       " month/currency rows -- later lines are "
                       "posted but left off the FX report."
                       move "y" to xFxTableFull
                   end-if
                   exit paragraph
               end-if
               add 1 to nFxCount
               move nFxCount to nFxFoundSub
               move nFxMonth to nFtMonth(nFxFoundSub)
               move xExpCurrency to xFtCurrency(nFxFoundSub)
               move 0 to nFtLines(nFxFoundSub)
               move 0 to nFtGains(nFxFoundSub)
               move 0 to nFtLosses(nFxFoundSub)
           end-if.
           add 1 to nFtLines(nFxFoundSub).
           if nFxAmount > 0
               add nFxAmount to nFtGains(nFxFoundSub)
           else
               subtract nFxAmount from nFtLosses(nFxFoundSub)
           end-if.

       228-write-fx-exception.
           add 1 to nExceptCount.
           move nExpDate to neExcDate.
           move nExpEmpNum to neExcEmp.
           move xExpType to xExcType.
           move nBookUsd to neExcClaimed.
           move 0 to neExcSettled.
           write xExceptionLine from xExceptionDetail.

       300-termination.
           close expenseFile.
           move nLineCount to neFootLines.
           move nRejectCount to neFootRejects.
           move nHeldCount to neFootHeld.
           write xReportLine from xReportFooter.
           close historyFile.
           perform 350-write-review.
           close reportFile.
           close exceptionFile.
           close glFile.
           open output advanceReportFile.
           write xAdvReportLine from xAdvHeading1.
           write xAdvReportLine from xAdvHeading2.
           perform 310-write-settlement.
           perform 330-write-aging.
           close advanceReportFile.
           perform 335-rewrite-advances.
           perform 320-write-fx-report.
           perform 340-write-runlog.
           display " ".
           display nLineCount, " expense lines settled for ",
           nEmpCount, " employees (", nRejectCount, " rejected, ",
           nExceptCount, " exceptions).".
           display nNetLineCount, " advances netted, ",
           nOpenCount, " still open (",
           nRecoverCount, " for payroll recovery).".
           display nFxLineCount, " card-posted lines, ", nGlCount,
           " FX postings -- see CurrencyExpense-fx-report.txt".
           display " ".

       310-write-settlement.
           open output settleFile.
           perform varying nEmpSub from 1 by 1
               until nEmpSub > nEmpCount
               move nEtUsdTotal(nEmpSub) to nNetAmount
               perform 315-net-advances
               if nNetAmount > 0
                   move nEtEmpNum(nEmpSub) to nStlEmpNum
                   move nNetAmount to nStlUsdAmount
                   write xSettleRecord
               end-if
           end-perform.
           close settleFile.

      * Each open advance of the employee's, oldest first, comes
      * off what is left of the reimbursement; an advance larger
      * than that keeps the rest open. A reimbursement netted to
      * nothing writes no settlement line.
       315-net-advances.
           perform varying nAdvSub from 1 by 1
               until nAdvSub > nAdvCount or nNetAmount = 0
               if nAvEmpNum(nAdvSub) = nEtEmpNum(nEmpSub)
                   and nAvBalance(nAdvSub) > 0
                   move nNetAmount to neNetSettled
                   if nAvBalance(nAdvSub) > nNetAmount
                       move nNetAmount to nAppliedUsd
                   else
                       move nAvBalance(nAdvSub) to nAppliedUsd
                   end-if
                   subtract nAppliedUsd from nAvBalance(nAdvSub)
                   subtract nAppliedUsd from nNetAmount
                   move xBusinessDate to nAvNetDate(nAdvSub)
                   move xAvLoadBalance(nAdvSub)
                       to xAvPriorBalance(nAdvSub)
                   add 1 to nNetLineCount
                   move nEtEmpNum(nEmpSub) to neNetEmp
                   move xAvTrip(nAdvSub) to xNetTrip
                   move nAppliedUsd to neNetApplied
                   move nAvBalance(nAdvSub) to neNetOpen
                   write xAdvReportLine from xAdvNetDetail
               end-if
           end-perform.

      * Every advance still open, aged from its trip end as of the
      * business date.
       330-write-aging.
           move spaces to xAdvReportLine.
           write xAdvReportLine.
           move xBusinessDate to neAgeAsOf.
           write xAdvReportLine from xAdvHeading3.
           write xAdvReportLine from xAdvHeading4.
           perform varying nAdvSub from 1 by 1
               until nAdvSub > nAdvCount
               if nAvBalance(nAdvSub) > 0
                   or xAvRated(nAdvSub) = "n"
                   perform 332-write-aging-line
               end-if
           end-perform.
           move nOpenCount to neAdvFootOpen.
           move nOpenTotal to neAdvFootTotal.
           move nRecoverCount to neAdvFootRecover.
           write xAdvReportLine from xAdvFooter.

       332-write-aging-line.
           add 1 to nOpenCount.
           add nAvBalance(nAdvSub) to nOpenTotal.
           move nAvEmpNum(nAdvSub) to neAgeEmp.
           move xAvTrip(nAdvSub) to xAgeTrip.
           move nAvIssueDate(nAdvSub) to neAgeIssued.
           move xAvCurrency(nAdvSub) to xAgeCurrency.
           move nAvAmount(nAdvSub) to neAgeAmount.
           move nAvTripEndDate(nAdvSub) to neAgeTripEnd.
           move nAvBalance(nAdvSub) to neAgeOpen.
           move 0 to nDaysPastEnd.
           move spaces to xAgeNote.
           if nAvTripEndDate(nAdvSub) = 0
               move "TRIP NOT ENDED" to xAgeNote
           else
               compute nDaysPastEnd =
                   function integer-of-date(xBusinessDate)
                   - function integer-of-date(nAvTripEndDate(nAdvSub))
           end-if.
           move nDaysPastEnd to neAgeDays.
           if xAvRated(nAdvSub) = "n"
               move "NO RATE - NOT NETTED" to xAgeNote
           else
               if nDaysPastEnd > nRecoveryDays
                   move "PAYROLL RECOVERY" to xAgeNote
                   add 1 to nRecoverCount
               end-if
           end-if.
           write xAdvReportLine from xAdvAgeDetail.

      * The advances file is carried forward with this run's
      * balances -- backed up first, like every rewritten master.
      * A fully netted advance stays on file at zero as the record
      * of its recovery; an unconverted one goes back blank so the
      * next run tries its rate again. A netted advance carries the
      * date it was netted and its balance before.
       335-rewrite-advances.
           if nAdvCount = 0 or xAdvTableFull = "y"
               exit paragraph
           end-if.
           move "CurrencyExpense-advances.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output advanceFile.
           perform varying nAdvSub from 1 by 1
               until nAdvSub > nAdvCount
               move nAvEmpNum(nAdvSub) to nAdvEmpNum
               move xAvTrip(nAdvSub) to xAdvTrip
               move nAvIssueDate(nAdvSub) to nAdvIssueDate
               move xAvCurrency(nAdvSub) to xAdvCurrency
               move nAvAmount(nAdvSub) to nAdvAmount
               move nAvTripEndDate(nAdvSub) to nAdvTripEndDate
               move nAvNetDate(nAdvSub) to nAdvNetDate
               move xAvPriorBalance(nAdvSub) to xAdvPriorBalance
               if xAvRated(nAdvSub) = "n"
                   move spaces to xAdvBalance
               else
                   move nAvBalance(nAdvSub) to nAdvBalance
               end-if
               write xAdvanceRecord
           end-perform.
           close advanceFile.

       320-write-fx-report.
           open output fxReportFile.
           write xFxReportLine from xFxHeading1.
           write xFxReportLine from xFxHeading2.
           if nFxCount > 1
               sort xFxElement on ascending key nFtMonth xFtCurrency
           end-if.
           perform varying nFxSub from 1 by 1
               until nFxSub > nFxCount
               move nFtMonth(nFxSub) to nFxMonthWhole
               move nFxPartYear to neFxYear
               move nFxPartMonth to neFxMonth
               move xFtCurrency(nFxSub) to xFxCurrencyOut
               move nFtLines(nFxSub) to neFxLines
               move nFtGains(nFxSub) to neFxGains
               move nFtLosses(nFxSub) to neFxLosses
               compute nFxNet = nFtGains(nFxSub) - nFtLosses(nFxSub)
               move nFxNet to neFxNet
               add nFtGains(nFxSub) to nFxTotalGains
               add nFtLosses(nFxSub) to nFxTotalLosses
               write xFxReportLine from xFxDetail
           end-perform.
           move nFxLineCount to neFxFootLines.
           move nFxTotalGains to neFxFootGains.
           move nFxTotalLosses to neFxFootLosses.
           compute nFxNet = nFxTotalGains - nFxTotalLosses.
           move nFxNet to neFxFootNet.
           write xFxReportLine from xFxFooter.
           close fxReportFile.

      * The review report lists every decision taken this run and
      * every line still waiting; the review file is rewritten with
      * the undecided lines and, for one more business date, the
      * decided ones stamped with the date they were acted on.
       350-write-review.
           open output reviewReportFile.
           write xReviewReportLine from xReviewHeading1.
           write xReviewReportLine from xReviewHeading2.
           perform varying nReviewSub from 1 by 1
               until nReviewSub > nReviewCount
               evaluate xRvDecision(nReviewSub)
                   when "A"
                       move "ACCEPTED" to xRdDecision
                   when "R"
                       move "REJECTED" to xRdDecision
                   when other
                       move "PENDING" to xRdDecision
               end-evaluate
               move nRvEmpNum(nReviewSub) to neRdEmp
               move nRvDate(nReviewSub) to neRdDate
               move xRvCurrency(nReviewSub) to xRdCurrency
               move nRvAmount(nReviewSub) to neRdAmount
               move xRvMatchType(nReviewSub) to xRdMatchType
               move xRvMatchSource(nReviewSub) to xRdMatchSource
               move nRvMatchDate(nReviewSub) to neRdMatchDate
               move nRvMatchAmount(nReviewSub) to neRdMatchAmount
               move nRvHeldDate(nReviewSub) to neRdHeldDate
               write xReviewReportLine from xReviewDetail
           end-perform.
           subtract nAcceptCount from nReviewCount giving nReviewSub.
           subtract nRejectDupCount from nReviewSub.
           move nReviewSub to neRvFootPending.
           move nAcceptCount to neRvFootAccept.
           move nRejectDupCount to neRvFootReject.
           write xReviewReportLine from xReviewFooter.
           close reviewReportFile.
           if xReviewTableFull = "y"
               exit paragraph
           end-if.
           if nReviewCount > nHeldCount or nReviewDropCount > 0
               move "CurrencyExpense-duplicates.txt" to xBackupName
               call "FileBackup" using xBackupName
           end-if.
           open output reviewFile.
           perform varying nReviewSub from 1 by 1
               until nReviewSub > nReviewCount
               move xReviewElement(nReviewSub) to xReviewRecord
               if xRvDecision(nReviewSub) = "A"
                   or xRvDecision(nReviewSub) = "R"
                   move xBusinessDate to nRevDecidedDate
               end-if
               write xReviewRecord
           end-perform.
           close reviewFile.

       340-write-runlog.
           move "CurrencyExpense" to xRunLogProgram.
           move nLineCount to nRunLogRecCount.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
