      * audit report like Payroll-02 produces for the master. The
      * deduction file is rewritten only from validated data, backed
      * up first.
      *
      * Election changes need a second person: a transaction is
      * applied only once Payroll.releasehistory.txt shows Payroll-31
      * released that very transaction for an approver other than
      * the person who keyed it -- the released-by field on the
      * transaction is only a note for the reader. Anything not yet
      * released is reported as held and written back to
      * Payroll.dedmaint.txt for the next run; applied and rejected
      * transactions are consumed.

       identification division.
       program-id. Payroll-17.
           select maintFile assign to "Payroll.dedmaint.txt"
           organization is line sequential.

      * Insurance plan codes and the carrier each bills under (read
      * by Payroll-29 as well). When the file is on hand an 'I'
      * election must name a plan on it.
           select optional planFile assign to "Payroll.insplans.txt"
           organization is line sequential.

           select optional deductFile assign to
           "Payroll.deductions.txt"
           organization is line sequential.

           copy "busdate-filecontrol.cbl".

           copy "release-filecontrol.cbl".

       data division.
       file section.
      * xMaintAction: 'A' add a new election, 'C' change an existing
      * one (keyed by employee + type + priority), 'S' stop it as of
      * the effective date. xMaintPlan is the insurance plan code an
      * 'I' election is billed under; blank on a change keeps it.
       fd  maintFile.
       01  xMaintTransaction.
           05 xMaintAction         pic x.
           05 xMaintAmtRaw         pic x(5).
           05 xMaintPriorityRaw    pic x.
           05 xMaintEffDateRaw     pic x(8).
           05 xMaintPlan           pic x(4).
      * Second-person release (see Payroll-31): who keyed the change
      * (their WebUsers.txt id), the stage number Payroll-31 gives
      * it, and the approver who released it.
           05 xMaintKeyedBy        pic x(12).
           05 nMaintStageNum       pic 9(6).
           05 xMaintReleasedBy     pic x(12).

       fd  deductFile.
       01  xDeductRecord.
           05 nDdPriorityDd     pic 9.
           05 nDdEffDateDd      pic 9(8).
           05 nDdEndDateDd      pic 9(8).
      * Insurance plan code on an 'I' election (see
      * Payroll.insplans.txt) -- what the carrier bills under; blank
      * on other types.
           05 xDdPlanDd         pic x(4).

       fd  planFile.
       01  xPlanRecord.
           05 xPlanCodePl       pic x(4).
           05 xCarrierPl        pic x(10).
           05 xPlanDescPl       pic x(20).

       fd  masterFile.
       01  xInput.
           05 nDeptNum         pic 99.
           05 nEmpNumMstr      pic 9999.
           05 xLastName        pic x(20).
           05 xFirstName       pic x(20).
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

           copy "busdate-filesection.cbl".

           copy "release-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  nAcceptedCount      pic 999             value 0.
       77  nRejectedCount      pic 999             value 0.
       77  nHeldCount          pic 999             value 0.
       77  nHeldTableMax       pic 999             value 500.
       77  nHeldSub            pic 999             value 0.
       77  xRejectReason       pic x(45)           value spaces.
       77  nEmpNumWork         pic 9(4)            value 0.
       77  nPctWork            pic 99v99           value 0.
       77  xDeductTableFull    pic x               value 'n'.
       77  nDedSub             pic 999             value 0.
       77  nDedFoundSub        pic 999             value 0.
       77  xPlanWork           pic x(4)            value spaces.

       77  nPlanCount          pic 99              value 0.
       77  nPlanTableMax       pic 99              value 50.
       77  nPlanSub            pic 99              value 0.
       77  xPlanFound          pic x               value 'n'.

       77  nMasterCount        pic 9(4)            value 0.
       77  nMasterTableMax     pic 9(4)            value 2000.
               10 nDdPriorityD     pic 9.
               10 nDdEffDateD      pic 9(8).
               10 nDdEndDateD      pic 9(8).
               10 xDdPlanD         pic x(4).

      * Unreleased transactions, written back at the end of the run.
       01  xHeldTable.
           05 xHeldTransaction occurs 500 times pic x(58).

       01  xPlanTable.
           05 xPlanCodeP occurs 50 times pic x(4).

       01  xReportDetail.
           05 neRptEmpNum      pic 9999.
           05 neRptRejected    pic zz9.
           05 filler           pic x(23)
                                value ' transactions rejected'.
           05 neRptHeld        pic zz9.
           05 filler           pic x(19)
                                value ' transactions held'.

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

           copy "release-workingstorage.cbl".

       procedure division.
       000-main.
           move "Payroll-17" to xRunLogProgram.
       100-initialization.
           perform 9200-get-business-date.
           move xBusinessDate to xTodayDate.
           perform 9600-load-release-users.
           open output reportFile.
           open input masterFile.
           perform 110-load-master until xEofFlag = "y".
           perform 120-load-deductions until xEofFlag = "y".
           close deductFile.
           move "n" to xEofFlag.
           open input planFile.
           perform 125-load-plans until xEofFlag = "y".
           close planFile.
           move "n" to xEofFlag.
           open input maintFile.

       110-load-master.
                       nDdPriorityD(nDeductCount),
                       move nDdEffDateDd to
                       nDdEffDateD(nDeductCount),
                       move nDdEndDateDd to nDdEndDateD(nDeductCount),
                       move xDdPlanDd to xDdPlanD(nDeductCount)
                   end-if,
           end-read.

       125-load-plans.
           read planFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nPlanCount < nPlanTableMax
                       add 1 to nPlanCount
                       move xPlanCodePl to xPlanCodeP(nPlanCount)
                   end-if,
           end-read.

               at end
                   move "y" to xEofFlag,
               not at end
                   perform 205-check-release,
           end-read.

      * Only a transaction released by someone other than its keyer
      * is applied, and only once; the rest wait for the next run.
       205-check-release.
           move "D" to xReleaseFile.
           move 0 to nReleaseStage.
           if nMaintStageNum numeric
               move nMaintStageNum to nReleaseStage
           end-if.
           move xMaintKeyedBy to xReleaseKeyedBy.
           move xMaintTransaction to xReleaseImage.
           move spaces to xReleaseImage(47:12).
           perform 9610-check-release.
           evaluate xReleaseResult
               when "y"
                   perform 9630-mark-release-applied
                   perform 210-process-transaction
               when "d"
                   move 0 to neRptEmpNum
                   if xMaintEmpNumRaw numeric
                       move xMaintEmpNumRaw to neRptEmpNum
                   end-if
                   move xMaintType to xRptType
                   move "REPLAYED" to xRptAction
                   move xReleaseNote to xRptResult
                   add 1 to nRejectedCount
                   write xReportLine from xReportDetail
                   before advancing 1 line
               when other
                   perform 206-hold-transaction
           end-evaluate.

       206-hold-transaction.
           move 0 to neRptEmpNum.
           if xMaintEmpNumRaw numeric
               move xMaintEmpNumRaw to neRptEmpNum
           end-if.
           move xMaintType to xRptType.
           move "HELD" to xRptAction.
           if nHeldCount >= nHeldTableMax
               move "REJECTED - HOLD TABLE FULL, REKEY IT" to
               xRptResult
               add 1 to nRejectedCount
           else
               add 1 to nHeldCount
               move xMaintTransaction to xHeldTransaction(nHeldCount)
               move xReleaseNote to xRptResult
           end-if.
           write xReportLine from xReportDetail before advancing 1
           line.

       210-process-transaction.
           move spaces to xRejectReason.
           move xMaintType to xRptType.
               end-if
           end-perform.

      * An 'I' election needs a plan code, and one on the plan file
      * when there is a plan file; other types carry none.
       218-edit-plan.
           if xMaintType not = "I"
               move spaces to xPlanWork
               exit paragraph
           end-if.
           if xPlanWork = spaces
               move "REJECTED - INSURANCE PLAN CODE REQUIRED" to
               xRejectReason
               exit paragraph
           end-if.
           if nPlanCount = 0
               exit paragraph
           end-if.
           move "n" to xPlanFound.
           perform varying nPlanSub from 1 by 1
               until nPlanSub > nPlanCount
               if xPlanCodeP(nPlanSub) = xPlanWork
                   move "y" to xPlanFound
               end-if
           end-perform.
           if xPlanFound = "n"
               move "REJECTED - PLAN CODE NOT ON PLAN FILE" to
               xRejectReason
           end-if.

       220-add-election.
           if xMaintType = "4" and nPctWork = 0
               move "REJECTED - 401K NEEDS A PERCENT" to
               xRejectReason
               exit paragraph
           end-if.
           move xMaintPlan to xPlanWork.
           perform 218-edit-plan.
           if xRejectReason not = spaces
               exit paragraph
           end-if.
           if nDeductCount >= nDeductTableMax
               move "REJECTED - DEDUCTION TABLE FULL" to
               xRejectReason
           move nPriorityWork to nDdPriorityD(nDeductCount).
           move nEffDateWork to nDdEffDateD(nDeductCount).
           move 0 to nDdEndDateD(nDeductCount).
           move xPlanWork to xDdPlanD(nDeductCount).

      * A change closes the open election as of the effective date
      * and opens a replacement from that date, so the old figures
               xRejectReason
               exit paragraph
           end-if.
           move xMaintPlan to xPlanWork.
           if xPlanWork = spaces
               move xDdPlanD(nDedFoundSub) to xPlanWork
           end-if.
           perform 218-edit-plan.
           if xRejectReason not = spaces
               exit paragraph
           end-if.
           if nDeductCount >= nDeductTableMax
               move "REJECTED - DEDUCTION TABLE FULL" to
               xRejectReason
           move nPriorityWork to nDdPriorityD(nDeductCount).
           move nEffDateWork to nDdEffDateD(nDeductCount).
           move 0 to nDdEndDateD(nDeductCount).
           move xPlanWork to xDdPlanD(nDeductCount).

       240-stop-election.
           perform 217-find-election.
           close maintFile.
           move nAcceptedCount to neRptAccepted.
           move nRejectedCount to neRptRejected.
           move nHeldCount to neRptHeld.
           write xReportLine from xReportFooter before advancing 1
           line.
           close reportFile.
           if nAcceptedCount > 0
               perform 310-write-deductions
           end-if.
           if nAcceptedCount > 0 or nRejectedCount > 0
               perform 320-write-held
           end-if.
           compute nRunLogRecCount =
               nAcceptedCount + nRejectedCount + nHeldCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

               move nDdPriorityD(nDedSub) to nDdPriorityDd
               move nDdEffDateD(nDedSub) to nDdEffDateDd
               move nDdEndDateD(nDedSub) to nDdEndDateDd
               move xDdPlanD(nDedSub) to xDdPlanDd
               write xDeductRecord
           end-perform.
           close deductFile.

      * The transaction file keeps only what is still held; it is
      * untouched when everything on it was held.
       320-write-held.
           move "Payroll.dedmaint.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output maintFile.
           perform varying nHeldSub from 1 by 1
               until nHeldSub > nHeldCount
               write xMaintTransaction from xHeldTransaction(nHeldSub)
           end-perform.
           close maintFile.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

           copy "release-procedure.cbl".

      * Add a blank line at the end
