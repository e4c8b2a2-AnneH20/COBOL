      * Program: Withholding Profile Maintenance
      *
      * W-4 updates stop being hand edits to a fixed-width file:
      * add/change transactions for Payroll.taxprofile.txt are
      * validated against the employee master and the withholding
      * limits, and carry an effective date, so a W-4 handed in
      * mid-period applies from the first check whose period ends
      * on or after that date and the old profile keeps pricing any
      * check before it -- the same effective dating Payroll-17
      * gives deduction elections. An accepted/rejected report goes
      * to Payroll-27-report.txt, and every field a transaction
      * changes is appended, with its before and after images, to
      * Payroll.taxprofilehistory.txt in the layout of the master's
      * Payroll.masterhistory.txt trail. The profile file is
      * rewritten only from validated data, backed up first.

       identification division.
       program-id. Payroll-27.
       author. Anne.

       environment division.
       input-output section.
       file-control.
      * Read raw so a mistyped allowance count is rejected on the
      * report instead of going straight into withholding.
           select maintFile assign to "Payroll.taxmaint.txt"
           organization is line sequential.

           select optional taxProfileFile assign to
           "Payroll.taxprofile.txt"
           organization is line sequential.

      * Indexed employee master (see Payroll-07); sequential read
      * hands the rows over in employee-number order.
           select masterFile assign to "Payroll.master.dat"
           organization is indexed
           access is sequential
           record key is nEmpNumMstr.

           select reportFile assign to "Payroll-27-report.txt"
           organization is line sequential.

      * Running audit trail of every profile change ever applied --
      * appended to, never rewritten.
           select optional historyFile assign to
           "Payroll.taxprofilehistory.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
      * xMaintAction: 'A' add a first profile, 'C' change the open
      * one from the effective date. On a change a blank filing
      * status, allowance count, or extra withholding keeps the
      * current figure. Extra withholding is keyed in cents; a blank
      * effective date means the business date.
       fd  maintFile.
       01  xMaintTransaction.
           05 xMaintAction         pic x.
           05 xMaintEmpNumRaw      pic x(4).
           05 xMaintFilingStatus   pic x.
           05 xMaintAllowRaw       pic x(2).
           05 xMaintExtraWhRaw     pic x(5).
           05 xMaintEffDateRaw     pic x(8).

      * Effective dating: a profile prices a check when the period
      * end falls on or after nEffDateTp and before nEndDateTp;
      * zeros (or the blanks on rows keyed before the dates were
      * added) are open-ended.
       fd  taxProfileFile.
       01  xTaxProfileRecord.
           05 nEmpNumTp         pic 9999.
           05 xFilingStatusTp   pic x.
           05 nAllowancesTp     pic 99.
           05 nExtraWhTp        pic 999v99.
           05 nEffDateTp        pic 9(8).
           05 nEndDateTp        pic 9(8).

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

       fd  reportFile.
       01  xReportLine         pic x(80).

       fd  historyFile.
       01  xHistoryLine        pic x(76).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  nAcceptedCount      pic 999             value 0.
       77  nRejectedCount      pic 999             value 0.
       77  xRejectReason       pic x(45)           value spaces.
       77  nEmpNumWork         pic 9(4)            value 0.
       77  xFilingWork         pic x               value space.
       77  nAllowWork          pic 99              value 0.
       77  nExtraWhWork        pic 999v99          value 0.
       77  nEffDateWork        pic 9(8)            value 0.
       77  nDateIntWork        pic 9(7)            value 0.
       77  xTodayDate          pic 9(8)            value 0.
       77  xBackupName         pic x(40)           value spaces.

      * Withholding limits a W-4 may carry.
       77  nMaxAllowances      pic 99              value 20.
       77  nMaxExtraWh         pic 999v99          value 500.00.

       77  nProfileCount       pic 9(4)            value 0.
       77  nProfileTableMax    pic 9(4)            value 2000.
       77  xProfileTableFull   pic x               value 'n'.
       77  nPrSub              pic 9(4)            value 0.
       77  nPrFoundSub         pic 9(4)            value 0.
       77  xAnyProfile         pic x               value 'n'.

       77  nMasterCount        pic 9(4)            value 0.
       77  nMasterTableMax     pic 9(4)            value 2000.
       77  xMasterTableFull    pic x               value 'n'.
       77  nMatchedSub         pic 9(4)            value 0.
       77  xMatchFound         pic x               value 'n'.

      * Work fields for one audit-trail line: the caller fills
      * these, then performs 250-write-history.
       77  xHistActionWk       pic x(10)           value spaces.
       77  xHistFieldWk        pic x(12)           value spaces.
       77  xHistOldWk          pic x(20)           value spaces.
       77  xHistNewWk          pic x(20)           value spaces.
       77  neHistExtraWh       pic zz9.99.
       77  neHistAllow         pic z9.

       01  xMasterTable.
           05 xMasterElement occurs 1 to 2000 times
               depending on nMasterCount
               ascending key is nEmpNumM
               indexed by masterIdx.
               10 nEmpNumM         pic 9999.
               10 xStatusM         pic x.

       01  xProfileTable.
           05 xProfileElement occurs 2000 times.
               10 nEmpNumP         pic 9999.
               10 xFilingStatusP   pic x.
               10 nAllowancesP     pic 99.
               10 nExtraWhP        pic 999v99.
               10 nEffDateP        pic 9(8).
               10 nEndDateP        pic 9(8).

       01  xHistoryRecord.
           05 nHistEmpNum      pic 9999.
           05 filler           pic x               value spaces.
           05 xHistDateOut     pic 9(8).
           05 filler           pic x               value spaces.
           05 xHistAction      pic x(10).
           05 xHistField       pic x(12).
           05 xHistOldVal      pic x(20).
           05 xHistNewVal      pic x(20).

       01  xReportDetail.
           05 neRptEmpNum      pic 9999.
           05 filler           pic x(2)            value spaces.
           05 xRptAction       pic x(8).
           05 filler           pic x(2)            value spaces.
           05 neRptEffDate     pic 9(8).
           05 filler           pic x(2)            value spaces.
           05 xRptResult       pic x(45).

       01  xReportFooter.
           05 neRptAccepted    pic zz9.
           05 filler           pic x(23)
                                value ' transactions accepted'.
           05 neRptRejected    pic zz9.
           05 filler           pic x(23)
                                value ' transactions rejected'.

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

       procedure division.
       000-main.
           move "Payroll-27" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-loop until xEofFlag = 'y'.
           perform 300-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           move xBusinessDate to xTodayDate.
           open output reportFile.
           open extend historyFile.
           open input masterFile.
           perform 110-load-master until xEofFlag = "y".
           close masterFile.
           move "n" to xEofFlag.
           open input taxProfileFile.
           perform 120-load-profiles until xEofFlag = "y".
           close taxProfileFile.
           move "n" to xEofFlag.
           open input maintFile.

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
                       move xStatus to xStatusM(nMasterCount)
                   end-if,
           end-read.

      * Rows keyed before effective dating carry blanks in the date
      * fields; they load as open-ended zeros.
       120-load-profiles.
           read taxProfileFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nProfileCount >= nProfileTableMax
                       if xProfileTableFull = "n"
                           display "WARNING: profile table full at "
                           nProfileTableMax
                           " records -- remaining rows in "
                           "Payroll.taxprofile.txt were not loaded."
                           move "y" to xProfileTableFull
                       end-if
                   else
                       add 1 to nProfileCount,
                       move nEmpNumTp to nEmpNumP(nProfileCount),
                       move xFilingStatusTp to
                       xFilingStatusP(nProfileCount),
                       move nAllowancesTp to
                       nAllowancesP(nProfileCount),
                       move nExtraWhTp to nExtraWhP(nProfileCount),
                       move 0 to nEffDateP(nProfileCount),
                       move 0 to nEndDateP(nProfileCount),
                       if nEffDateTp numeric
                           move nEffDateTp to
                           nEffDateP(nProfileCount)
                       end-if,
                       if nEndDateTp numeric
                           move nEndDateTp to
                           nEndDateP(nProfileCount)
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
           perform 215-edit-fields.
           move nEmpNumWork to neRptEmpNum.
           move nEffDateWork to neRptEffDate.
           evaluate xMaintAction
               when "A"
                   move "ADD" to xRptAction
                   if xRejectReason = spaces
                       perform 220-add-profile
                   end-if
               when "C"
                   move "CHANGE" to xRptAction
                   if xRejectReason = spaces
                       perform 230-change-profile
                   end-if
               when other
                   move "UNKNOWN" to xRptAction
                   move "REJECTED - INVALID ACTION CODE" to
                   xRejectReason
           end-evaluate.
           if xRejectReason = spaces
               move "ACCEPTED" to xRptResult
               add 1 to nAcceptedCount
           else
               move xRejectReason to xRptResult
               add 1 to nRejectedCount
           end-if.
           write xReportLine from xReportDetail before advancing 1
           line.

      * Field edits shared by both actions: a numeric employee
      * number for an active master employee, S or M filing status,
      * allowances and extra withholding numeric and within the
      * limits, and a real effective date (blank = business date).
      * Blank figures are left blank here; the action decides what
      * a blank means.
       215-edit-fields.
           move 0 to nEmpNumWork.
           move space to xFilingWork.
           move 0 to nAllowWork.
           move 0 to nExtraWhWork.
           move 0 to nEffDateWork.
           if xMaintEmpNumRaw not numeric
               move "REJECTED - EMPLOYEE NUMBER NOT NUMERIC" to
               xRejectReason
               exit paragraph
           end-if.
           move xMaintEmpNumRaw to nEmpNumWork.
           perform 216-find-employee.
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
           if xMaintFilingStatus = "s"
               move "S" to xMaintFilingStatus
           end-if.
           if xMaintFilingStatus = "m"
               move "M" to xMaintFilingStatus
           end-if.
           if xMaintFilingStatus not = "S"
               and xMaintFilingStatus not = "M"
               and xMaintFilingStatus not = space
               move "REJECTED - FILING STATUS MUST BE S OR M" to
               xRejectReason
               exit paragraph
           end-if.
           move xMaintFilingStatus to xFilingWork.
           if xMaintAllowRaw not = spaces
               if xMaintAllowRaw not numeric
                   move "REJECTED - ALLOWANCES NOT NUMERIC" to
                   xRejectReason
                   exit paragraph
               end-if
               move xMaintAllowRaw to nAllowWork
               if nAllowWork > nMaxAllowances
                   move "REJECTED - ALLOWANCES OVER LIMIT" to
                   xRejectReason
                   exit paragraph
               end-if
           end-if.
           if xMaintExtraWhRaw not = spaces
               if xMaintExtraWhRaw not numeric
                   move "REJECTED - EXTRA WITHHOLDING NOT NUMERIC" to
                   xRejectReason
                   exit paragraph
               end-if
               compute nExtraWhWork =
                   function numval(xMaintExtraWhRaw) / 100
               if nExtraWhWork > nMaxExtraWh
                   move "REJECTED - EXTRA WITHHOLDING OVER LIMIT" to
                   xRejectReason
                   exit paragraph
               end-if
           end-if.
           if xMaintEffDateRaw = spaces
               move xTodayDate to nEffDateWork
           else
               if xMaintEffDateRaw not numeric
                   move "REJECTED - EFFECTIVE DATE NOT NUMERIC" to
                   xRejectReason
                   exit paragraph
               end-if
               move xMaintEffDateRaw to nEffDateWork
               compute nDateIntWork =
                   function integer-of-date(nEffDateWork)
               if nDateIntWork = 0
                   move "REJECTED - INVALID EFFECTIVE DATE" to
                   xRejectReason
                   exit paragraph
               end-if
           end-if.

       216-find-employee.
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

      * The employee's open profile (no end date), and whether they
      * have any profile row at all.
       217-find-profile.
           move 0 to nPrFoundSub.
           move "n" to xAnyProfile.
           perform varying nPrSub from 1 by 1
               until nPrSub > nProfileCount
               if nEmpNumP(nPrSub) = nEmpNumWork
                   move "y" to xAnyProfile
                   if nEndDateP(nPrSub) = 0
                       move nPrSub to nPrFoundSub
                   end-if
               end-if
           end-perform.

       220-add-profile.
           if xFilingWork = space
               move "REJECTED - FILING STATUS REQUIRED" to
               xRejectReason
               exit paragraph
           end-if.
           perform 217-find-profile.
           if xAnyProfile = "y"
               move "REJECTED - PROFILE ON FILE, USE CHANGE" to
               xRejectReason
               exit paragraph
           end-if.
           if nProfileCount >= nProfileTableMax
               move "REJECTED - PROFILE TABLE FULL" to
               xRejectReason
               exit paragraph
           end-if.
           add 1 to nProfileCount.
           move nEmpNumWork to nEmpNumP(nProfileCount).
           move xFilingWork to xFilingStatusP(nProfileCount).
           move nAllowWork to nAllowancesP(nProfileCount).
           move nExtraWhWork to nExtraWhP(nProfileCount).
           move nEffDateWork to nEffDateP(nProfileCount).
           move 0 to nEndDateP(nProfileCount).
           move "ADD" to xHistActionWk.
           move "RECORD" to xHistFieldWk.
           move "(NONE)" to xHistOldWk.
           move nAllowWork to neHistAllow.
           move nExtraWhWork to neHistExtraWh.
           move function concatenate(xFilingWork, " ", neHistAllow,
               " ", neHistExtraWh) to xHistNewWk.
           perform 250-write-history.
           move "EFFECTIVE" to xHistFieldWk.
           move nEffDateWork to xHistNewWk.
           perform 250-write-history.

      * A change closes the open profile as of the effective date
      * and opens a replacement from that date, so the old figures
      * keep applying to any period still to pay under them. A
      * change effective the same day as the open profile corrects
      * it in place instead.
       230-change-profile.
           perform 217-find-profile.
           if nPrFoundSub = 0
               move "REJECTED - NO OPEN PROFILE TO CHANGE" to
               xRejectReason
               exit paragraph
           end-if.
           if nEffDateWork < nEffDateP(nPrFoundSub)
               move "REJECTED - EFFECTIVE BEFORE OPEN PROFILE" to
               xRejectReason
               exit paragraph
           end-if.
           if xFilingWork = space
               move xFilingStatusP(nPrFoundSub) to xFilingWork
           end-if.
           if xMaintAllowRaw = spaces
               move nAllowancesP(nPrFoundSub) to nAllowWork
           end-if.
           if xMaintExtraWhRaw = spaces
               move nExtraWhP(nPrFoundSub) to nExtraWhWork
           end-if.
           if xFilingWork = xFilingStatusP(nPrFoundSub)
               and nAllowWork = nAllowancesP(nPrFoundSub)
               and nExtraWhWork = nExtraWhP(nPrFoundSub)
               move "REJECTED - NOTHING TO CHANGE" to
               xRejectReason
               exit paragraph
           end-if.
           if nEffDateWork not = nEffDateP(nPrFoundSub)
               and nProfileCount >= nProfileTableMax
               move "REJECTED - PROFILE TABLE FULL" to
               xRejectReason
               exit paragraph
           end-if.
           perform 235-write-change-history.
           if nEffDateWork = nEffDateP(nPrFoundSub)
               move xFilingWork to xFilingStatusP(nPrFoundSub)
               move nAllowWork to nAllowancesP(nPrFoundSub)
               move nExtraWhWork to nExtraWhP(nPrFoundSub)
               exit paragraph
           end-if.
           move nEffDateWork to nEndDateP(nPrFoundSub).
           add 1 to nProfileCount.
           move nEmpNumWork to nEmpNumP(nProfileCount).
           move xFilingWork to xFilingStatusP(nProfileCount).
           move nAllowWork to nAllowancesP(nProfileCount).
           move nExtraWhWork to nExtraWhP(nProfileCount).
           move nEffDateWork to nEffDateP(nProfileCount).
           move 0 to nEndDateP(nProfileCount).

      * One before/after line per field the change touches, then
      * the date the new figures take effect.
       235-write-change-history.
           move "CHANGE" to xHistActionWk.
           if xFilingWork not = xFilingStatusP(nPrFoundSub)
               move "FILING STAT" to xHistFieldWk
               move xFilingStatusP(nPrFoundSub) to xHistOldWk
               move xFilingWork to xHistNewWk
               perform 250-write-history
           end-if.
           if nAllowWork not = nAllowancesP(nPrFoundSub)
               move "ALLOWANCES" to xHistFieldWk
               move nAllowancesP(nPrFoundSub) to neHistAllow
               move neHistAllow to xHistOldWk
               move nAllowWork to neHistAllow
               move neHistAllow to xHistNewWk
               perform 250-write-history
           end-if.
           if nExtraWhWork not = nExtraWhP(nPrFoundSub)
               move "EXTRA WH" to xHistFieldWk
               move nExtraWhP(nPrFoundSub) to neHistExtraWh
               move neHistExtraWh to xHistOldWk
               move nExtraWhWork to neHistExtraWh
               move neHistExtraWh to xHistNewWk
               perform 250-write-history
           end-if.
           move "EFFECTIVE" to xHistFieldWk.
           move nEffDateP(nPrFoundSub) to xHistOldWk.
           move nEffDateWork to xHistNewWk.
           perform 250-write-history.

       250-write-history.
           move nEmpNumWork to nHistEmpNum.
           move xTodayDate to xHistDateOut.
           move xHistActionWk to xHistAction.
           move xHistFieldWk to xHistField.
           move xHistOldWk to xHistOldVal.
           move xHistNewWk to xHistNewVal.
           write xHistoryLine from xHistoryRecord.
           move spaces to xHistOldWk.
           move spaces to xHistNewWk.

       300-termination.
           close maintFile.
           close historyFile.
           move nAcceptedCount to neRptAccepted.
           move nRejectedCount to neRptRejected.
           write xReportLine from xReportFooter before advancing 1
           line.
           close reportFile.
           if nAcceptedCount > 0
               perform 310-write-profiles
           end-if.
           compute nRunLogRecCount =
               nAcceptedCount + nRejectedCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

      * Rewrite only when something validated cleanly -- a run of
      * all-rejects leaves the profiles untouched.
       310-write-profiles.
           move "Payroll.taxprofile.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output taxProfileFile.
           perform varying nPrSub from 1 by 1
               until nPrSub > nProfileCount
               move nEmpNumP(nPrSub) to nEmpNumTp
               move xFilingStatusP(nPrSub) to xFilingStatusTp
               move nAllowancesP(nPrSub) to nAllowancesTp
               move nExtraWhP(nPrSub) to nExtraWhTp
               move nEffDateP(nPrSub) to nEffDateTp
               move nEndDateP(nPrSub) to nEndDateTp
               write xTaxProfileRecord
           end-perform.
           close taxProfileFile.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
