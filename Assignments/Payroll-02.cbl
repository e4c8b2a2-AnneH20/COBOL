      * Program: Payroll Master Maintenance
      *
      * Master changes need a second person: a transaction is applied
      * only once Payroll.releasehistory.txt shows Payroll-31
      * released that very transaction for an approver other than
      * the person who keyed it -- the released-by field on the
      * transaction is only a note for the reader. Anything not yet
      * released is reported as held and written back to
      * Payroll.maintenance.txt for the next run; applied and
      * rejected transactions are consumed.

       identification division.
       program-id. Payroll-02.

           copy "runlog-filecontrol.cbl".

           copy "release-filecontrol.cbl".

       data division.
       file section.
      * xMaintPayType/nMaintSalaryAmt: 'S' makes the employee
      * salaried at the given per-period salary, 'H' makes them
      * hourly; space on a change leaves the pay type alone.
      * On a rehire ('R') xMaintTermDate carries the rehire date
      * (zero = the business date).
       fd  maintFile.
       01  xMaintTransaction.
           05 xMaintAction         pic x.
           05 nMaintEmpNum         pic 9999.
           05 nMaintDeptNum        pic 99.
           05 xMaintLastName       pic x(20).
           05 xMaintFirstName      pic x(20).
           05 nMaintPayRate        pic 999v99.
      * Work state for state-tax withholding; spaces on a change
      * leaves it alone.
           05 xMaintWorkState      pic xx.
      * Mailing address; on a change each blank part is left alone.
           05 xMaintMailStreet     pic x(30).
           05 xMaintMailCity       pic x(20).
           05 xMaintMailState      pic xx.
           05 xMaintMailZip        pic x(10).
      * Second-person release (see Payroll-31): who keyed the change
      * (their WebUsers.txt id), the stage number Payroll-31 gives
      * it, and the approver who released it.
           05 xMaintKeyedBy        pic x(12).
           05 nMaintStageNum       pic 9(6).
           05 xMaintReleasedBy     pic x(12).

       fd  masterFile.
       01  xInput.
           05 nDeptNum         pic 99.
           05 nEmpNumMstr      pic 9999.
           05 xLastName        pic x(20).
           05 xFirstName       pic x(20).
      * Work state for state-tax withholding, since remote staff
      * now work from several states. Maintained by Payroll-02.
           05 xWorkState       pic xx.
      * Mailing address for employee notices (direct deposit
      * confirmations and the like).
           05 xMailStreet      pic x(30).
           05 xMailCity        pic x(20).
           05 xMailState       pic xx.
           05 xMailZip         pic x(10).

       fd  reportFile.
       01  xReportLine         pic x(80).

           copy "runlog-filesection.cbl".

           copy "release-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xFoundFlag          pic x               value 'n'.
       77  nAcceptedCount      pic 999             value 0.
       77  nRejectedCount      pic 999             value 0.
       77  nHeldCount          pic 999             value 0.
       77  nHeldTableMax       pic 999             value 500.
       77  nHeldSub            pic 999             value 0.
       77  xBackupName         pic x(40)           value spaces.

      * Work fields for one audit-trail line: the caller fills
      * these, then performs 250-write-history.
       77  neHistRate          pic zz9.99.
       77  neHistSalary        pic zzzz9.99.
       77  neHistDate          pic 9(8).
       77  nRehireDate         pic 9(8)            value 0.

           copy "busdate-workingstorage.cbl".

           copy "runlog-workingstorage.cbl".

           copy "release-workingstorage.cbl".

      * Unreleased transactions, written back at the end of the run.
       01  xHeldTable.
           05 xHeldTransaction occurs 500 times pic x(162).

       01  xHistoryRecord.
           05 nHistEmpNum      pic 9999.
           05 filler           pic x               value spaces.
           05 neRptRejected    pic zz9.
           05 filler           pic x(23)
                                value ' transactions rejected'.
           05 neRptHeld        pic zz9.
           05 filler           pic x(19)
                                value ' transactions held'.

       procedure division.
       000-main.
       100-initialization.
           perform 9200-get-business-date.
           move xBusinessDate to xHistDate.
           perform 9600-load-release-users.
           open output reportFile.
           open extend historyFile.
           open i-o masterFile.
               at end
                   move "y" to xEofFlag,
               not at end
                   perform 205-check-release,
           end-read.

      * Only a transaction released by someone other than its keyer
      * is applied, and only once; the rest wait for the next run.
       205-check-release.
           move "M" to xReleaseFile.
           move 0 to nReleaseStage.
           if nMaintStageNum numeric
               move nMaintStageNum to nReleaseStage
           end-if.
           move xMaintKeyedBy to xReleaseKeyedBy.
           move xMaintTransaction to xReleaseImage.
           move spaces to xReleaseImage(151:12).
           perform 9610-check-release.
           evaluate xReleaseResult
               when "y"
                   perform 9630-mark-release-applied
                   perform 210-process-transaction
               when "d"
                   move nMaintEmpNum to neRptEmpNum
                   move "REPLAYED" to xRptAction
                   move xReleaseNote to xRptResult
                   add 1 to nRejectedCount
                   write xReportLine from xReportDetail
                   before advancing 1 line
               when other
                   perform 206-hold-transaction
           end-evaluate.

       206-hold-transaction.
           move nMaintEmpNum to neRptEmpNum.
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
           move nMaintEmpNum to neRptEmpNum.
           evaluate xMaintAction
               when "T"
                   move "TERMINATE" to xRptAction
                   perform 240-terminate-employee
               when "R"
                   move "REHIRE" to xRptAction
                   perform 245-rehire-employee
               when other
                   move "UNKNOWN" to xRptAction
                   move "REJECTED - INVALID ACTION CODE" to xRptResult
                   move 0 to nSalaryAmt
               end-if
               move xMaintWorkState to xWorkState
               move xMaintMailStreet to xMailStreet
               move xMaintMailCity to xMailCity
               move xMaintMailState to xMailState
               move xMaintMailZip to xMailZip
               write xInput
                   invalid key
                       move "REJECTED - DUPLICATE EMPLOYEE NUMBER" to
                   end-if
                   move xMaintWorkState to xWorkState
               end-if
               perform 235-change-address
               if xMaintPayType = "H"
                   if xPayType not = "H"
                       move "PAY TYPE" to xHistFieldWk
               add 1 to nAcceptedCount
           end-if.

      * A rehire brings a terminated employee back under the same
      * employee number: the status goes back to active with the
      * rehire date on the history line (the new-hire registry
      * reports from it), then any dept, rate, name, pay type, work
      * state, or mailing address on the transaction is applied as
      * a change would apply it.
       245-rehire-employee.
           move "y" to xFoundFlag.
           move nMaintEmpNum to nEmpNumMstr.
           read masterFile
               invalid key
                   move "n" to xFoundFlag
           end-read.
           if xFoundFlag = "n"
               move "REJECTED - EMPLOYEE NOT FOUND" to xRptResult
               add 1 to nRejectedCount
               exit paragraph
           end-if.
           if xStatus not = "T"
               move "REJECTED - EMPLOYEE IS NOT TERMINATED" to
               xRptResult
               add 1 to nRejectedCount
               exit paragraph
           end-if.
           move xHistDate to nRehireDate.
           if xMaintTermDate numeric and xMaintTermDate > 0
               move xMaintTermDate to nRehireDate
           end-if.
           move "STATUS" to xHistFieldWk.
           move xTermDate to neHistDate.
           move function concatenate("T ", neHistDate) to xHistOldWk.
           move nRehireDate to neHistDate.
           move function concatenate("A ", neHistDate) to xHistNewWk.
           perform 250-write-history.
           move "A" to xStatus.
           move 0 to xTermDate.
           rewrite xInput.
           perform 230-change-employee.

      * Each part of the mailing address the transaction carries is
      * logged and applied on its own; the history images hold the
      * first 20 characters of a street line.
       235-change-address.
           if xMaintMailStreet not = spaces
               if xMaintMailStreet not = xMailStreet
                   move "MAIL STREET" to xHistFieldWk
                   move xMailStreet to xHistOldWk
                   move xMaintMailStreet to xHistNewWk
                   perform 250-write-history
               end-if
               move xMaintMailStreet to xMailStreet
           end-if.
           if xMaintMailCity not = spaces
               if xMaintMailCity not = xMailCity
                   move "MAIL CITY" to xHistFieldWk
                   move xMailCity to xHistOldWk
                   move xMaintMailCity to xHistNewWk
                   perform 250-write-history
               end-if
               move xMaintMailCity to xMailCity
           end-if.
           if xMaintMailState not = spaces
               if xMaintMailState not = xMailState
                   move "MAIL STATE" to xHistFieldWk
                   move xMailState to xHistOldWk
                   move xMaintMailState to xHistNewWk
                   perform 250-write-history
               end-if
               move xMaintMailState to xMailState
           end-if.
           if xMaintMailZip not = spaces
               if xMaintMailZip not = xMailZip
                   move "MAIL ZIP" to xHistFieldWk
                   move xMailZip to xHistOldWk
                   move xMaintMailZip to xHistNewWk
                   perform 250-write-history
               end-if
               move xMaintMailZip to xMailZip
           end-if.

      * One audit-trail line. The caller has already set the field
      * name and the before/after images; the employee number is
      * whatever transaction is being applied.
           close masterFile.
           move nAcceptedCount to neRptAccepted.
           move nRejectedCount to neRptRejected.
           move nHeldCount to neRptHeld.
           write xReportLine from xReportFooter before advancing 1
           line.
           close reportFile.
           if nAcceptedCount > 0 or nRejectedCount > 0
               perform 310-write-held
           end-if.
           compute nRunLogRecCount =
               nAcceptedCount + nRejectedCount + nHeldCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

      * The transaction file keeps only what is still held; it is
      * untouched when everything on it was held.
       310-write-held.
           move "Payroll.maintenance.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output maintFile.
           perform varying nHeldSub from 1 by 1
               until nHeldSub > nHeldCount
               write xMaintTransaction from xHeldTransaction(nHeldSub)
           end-perform.
           close maintFile.

           copy "busdate-procedure.cbl".

           copy "release-procedure.cbl".

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
