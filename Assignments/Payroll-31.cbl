      * Program: Payroll Maintenance Release
      *
      * Payroll master changes (Payroll.maintenance.txt, file M) and
      * deduction changes (Payroll.dedmaint.txt, file D) need a
      * second person before Payroll-02 / Payroll-17 will apply
      * them. Each run of this program:
      *   - rejects, and takes off the staging file, every staged
      *     transaction whose keyed-by id is not on WebUsers.txt;
      *   - gives every staged transaction without one a stage
      *     number, from the control file Payroll.stagenum.txt;
      *   - works through the release attempts approvers logged on
      *     the PayrollRelease page (Payroll.releases.txt),
      *     re-checking each against WebUsers.txt and the staged
      *     transaction, and stamps the approver on the transactions
      *     it releases -- never on one the approver keyed;
      *   - moves the attempts to Payroll.releasehistory.txt with
      *     its own result on each and, for one it found, the
      *     transaction as it stood, and empties the log. Payroll-02
      *     and Payroll-17 apply a transaction only on an 'R' line
      *     here; the stamp on the transaction is for the reader;
      *   - reports the release activity (self-approval attempts are
      *     flagged) and every transaction still pending release.
      * Run it before the approvers look (so the pending list has
      * stage numbers) and again before Payroll-02 / Payroll-17.

       identification division.
       program-id. Payroll-31.
       author. Anne.

       environment division.
       input-output section.
       file-control.
      * User master: id, password, role ('A' admin, 'S' staff, 'P'
      * payroll approver, 'E' employee), and an employee account's
      * employee number.
           select optional userFile assign to "WebUsers.txt"
           organization is line sequential.

           select optional masterMaintFile assign to
           "Payroll.maintenance.txt"
           organization is line sequential.

           select optional dedMaintFile assign to
           "Payroll.dedmaint.txt"
           organization is line sequential.

      * Next stage number to hand out.
           select optional stageNumFile assign to
           "Payroll.stagenum.txt"
           organization is line sequential.

           select optional releaseFile assign to
           "Payroll.releases.txt"
           organization is line sequential.

      * Every release attempt ever logged, appended to, never
      * rewritten. The result on each is this program's: 'R'
      * released, 'S' self-approval, 'N' not an approver, 'X' no
      * such pending entry, 'D' already released, 'K' entry has no
      * keyer. Payroll-02 / Payroll-17 add an 'A' line when they
      * apply a release (release-procedure.cbl).
           select optional releaseHistFile assign to
           "Payroll.releasehistory.txt"
           organization is line sequential.

           select reportFile assign to "Payroll-31-report.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

       data division.
       file section.
       fd  userFile.
       01  xUserRecord.
           05 xUsrId           pic x(12).
           05 xUsrPassword     pic x(12).
           05 xUsrRole         pic x.
           05 xUsrEmpNum       pic x(4).

      * Whole Payroll-02 transactions; see xMasterWork for the
      * parts used here.
       fd  masterMaintFile.
       01  xMasterMaintRecord  pic x(162).

      * Whole Payroll-17 transactions; see xDedWork.
       fd  dedMaintFile.
       01  xDedMaintRecord     pic x(58).

       fd  stageNumFile.
       01  nStageNumRecord     pic 9(6).

      * One release attempt from the PayrollRelease page: 'R'
      * release requested, 'S' refused there as self-approval, 'N'
      * refused there because the user is not an approver.
       fd  releaseFile.
       01  xReleaseRecord.
           05 xRlApprover      pic x(12).
           05 xRlFile          pic x.
           05 nRlStageNum      pic 9(6).
           05 nRlDate          pic 9(8).
           05 nRlTime          pic 9(6).
           05 xRlResult        pic x.

      * The attempt, the result, and the staged transaction the
      * attempt named (released-by blank; spaces when none).
       fd  releaseHistFile.
       01  xReleaseHistRecord.
           05 xHlAttempt       pic x(33).
           05 xHlResult        pic x.
           05 xHlImage         pic x(162).

       fd  reportFile.
       01  xReportLine         pic x(110).

           copy "runlog-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xBackupName         pic x(40)           value spaces.
       77  nNextStageNum       pic 9(6)            value 1.

       77  nUserCount          pic 999             value 0.
       77  nUserTableMax       pic 999             value 200.
       77  nUserSub            pic 999             value 0.
       77  xUserTableFull      pic x               value 'n'.
       77  xApproverRole       pic x               value space.
       77  xUserWant           pic x(12)           value spaces.
       77  xUserFound          pic x               value 'n'.
       77  xHistResult         pic x               value space.
       77  xHistImage          pic x(162)          value spaces.
       77  nKeepCount          pic 9(4)            value 0.
       77  xPendingWork        pic x(6)            value spaces.
       77  nKeyerRejectCount   pic 9(4)            value 0.

       77  nMasterCount        pic 9(4)            value 0.
       77  nDedCount           pic 9(4)            value 0.
       77  nStageTableMax      pic 9(4)            value 1000.
       77  xMasterTableFull    pic x               value 'n'.
       77  xDedTableFull       pic x               value 'n'.
       77  xMasterChanged      pic x               value 'n'.
       77  xDedChanged         pic x               value 'n'.
       77  nStageSub           pic 9(4)            value 0.
       77  nFoundSub           pic 9(4)            value 0.

       77  nNumberedCount      pic 9(4)            value 0.
       77  nAttemptCount       pic 9(4)            value 0.
       77  nReleasedCount      pic 9(4)            value 0.
       77  nRefusedCount       pic 9(4)            value 0.
       77  nSelfCount          pic 9(4)            value 0.
       77  nPendingCount       pic 9(4)            value 0.

       01  xUserTable.
           05 xUserElement occurs 200 times.
               10 xUserIdT         pic x(12).
               10 xUserRoleT       pic x.

       01  xMasterStageTable.
           05 xMasterStage occurs 1000 times pic x(162).

       01  xDedStageTable.
           05 xDedStage occurs 1000 times pic x(58).

      * The parts of a Payroll-02 transaction used here.
       01  xMasterWork.
           05 xMwAction        pic x.
           05 xMwEmpNum        pic x(4).
           05 filler           pic x(127).
           05 xMwKeyedBy       pic x(12).
           05 xMwStageNum      pic x(6).
           05 nMwStageNum redefines xMwStageNum pic 9(6).
           05 xMwReleasedBy    pic x(12).

      * The parts of a Payroll-17 transaction used here.
       01  xDedWork.
           05 xDwAction        pic x.
           05 xDwEmpNum        pic x(4).
           05 xDwType          pic x.
           05 filler           pic x(22).
           05 xDwKeyedBy       pic x(12).
           05 xDwStageNum      pic x(6).
           05 nDwStageNum redefines xDwStageNum pic 9(6).
           05 xDwReleasedBy    pic x(12).

      * One staged transaction, whichever file it came from.
       01  xEntryWork.
           05 xEwAction        pic x.
           05 xEwEmpNum        pic x(4).
           05 xEwKeyedBy       pic x(12).
           05 xEwReleasedBy    pic x(12).

       01  xReportHeading-1.
           05 filler           pic x(40)
                           value 'RELEASE ACTIVITY'.

       01  xReportHeading-2.
           05 filler           pic x(14)   value 'APPROVER'.
           05 filler           pic x(8)    value 'FILE'.
           05 filler           pic x(8)    value 'STAGE'.
           05 filler           pic x(10)   value 'DATE'.
           05 filler           pic x(6)    value 'EMP'.
           05 filler           pic x(5)    value 'ACT'.
           05 filler           pic x(14)   value 'KEYED BY'.
           05 filler           pic x(6)    value 'RESULT'.

       01  xReportDetail.
           05 xRptApprover     pic x(12)   value spaces.
           05 filler           pic x(2)    value spaces.
           05 xRptFile         pic x(6)    value spaces.
           05 filler           pic x(2)    value spaces.
           05 neRptStage       pic 9(6).
           05 filler           pic x(2)    value spaces.
           05 neRptDate        pic 9(8).
           05 filler           pic x(2)    value spaces.
           05 xRptEmpNum       pic x(4)    value spaces.
           05 filler           pic x(2)    value spaces.
           05 xRptAction       pic x       value space.
           05 filler           pic x(4)    value spaces.
           05 xRptKeyedBy      pic x(12)   value spaces.
           05 filler           pic x(2)    value spaces.
           05 xRptResult       pic x(40)   value spaces.

       01  xPendingHeading-1.
           05 filler           pic x(40)
                           value 'PENDING RELEASE'.

       01  xPendingHeading-2.
           05 filler           pic x(8)    value 'STAGE'.
           05 filler           pic x(8)    value 'FILE'.
           05 filler           pic x(6)    value 'EMP'.
           05 filler           pic x(5)    value 'ACT'.
           05 filler           pic x(8)    value 'KEYED BY'.

       01  xPendingDetail.
           05 nePndStage       pic 9(6).
           05 filler           pic x(2)    value spaces.
           05 xPndFile         pic x(6)    value spaces.
           05 filler           pic x(2)    value spaces.
           05 xPndEmpNum       pic x(4)    value spaces.
           05 filler           pic x(2)    value spaces.
           05 xPndAction       pic x       value space.
           05 filler           pic x(4)    value spaces.
           05 xPndKeyedBy      pic x(12)   value spaces.

       01  xKeyerHeading-1.
           05 filler           pic x(50)
               value 'REJECTED - KEYED BY AN ID NOT ON WebUsers.txt'.

       01  xReportFooter.
           05 xFootLabel       pic x(40)   value spaces.
           05 neFootCount      pic zzz9.

       01  xBlankLine          pic x       value space.

           copy "runlog-workingstorage.cbl".

       procedure division.
       000-main.
           move "Payroll-31" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-release-loop until xEofFlag = 'y'.
           perform 300-termination.
           stop run.

       100-initialization.
           open output reportFile.
           open input userFile.
           perform 110-next-user until xEofFlag = "y".
           close userFile.
           move "n" to xEofFlag.
           open input masterMaintFile.
           perform 120-next-master-entry until xEofFlag = "y".
           close masterMaintFile.
           move "n" to xEofFlag.
           open input dedMaintFile.
           perform 125-next-deduction-entry until xEofFlag = "y".
           close dedMaintFile.
           move "n" to xEofFlag.
           open input stageNumFile.
           read stageNumFile
               at end
                   continue
               not at end
                   if nStageNumRecord numeric
                       and nStageNumRecord > 0
                       move nStageNumRecord to nNextStageNum
                   end-if
           end-read.
           close stageNumFile.
           perform 127-check-keyers.
           perform 130-number-entries.
           write xReportLine from xReportHeading-1.
           write xReportLine from xReportHeading-2.
           open extend releaseHistFile.
           open input releaseFile.

       110-next-user.
           read userFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nUserCount < nUserTableMax
                       add 1 to nUserCount,
                       move xUsrId to xUserIdT(nUserCount),
                       move xUsrRole to xUserRoleT(nUserCount)
                   else
                       if xUserTableFull = "n"
                           display "WARNING: more than "
                           nUserTableMax " users on WebUsers.txt -- "
                           "keyed-by ids were not checked."
                           move "y" to xUserTableFull
                       end-if
                   end-if,
           end-read.

      * A staging file too big for its table is left exactly as it
      * is -- nothing on it is numbered or released this run.
       120-next-master-entry.
           read masterMaintFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nMasterCount >= nStageTableMax
                       if xMasterTableFull = "n"
                           display "WARNING: more than "
                           nStageTableMax " transactions on "
                           "Payroll.maintenance.txt -- none of them "
                           "were numbered or released."
                           move "y" to xMasterTableFull
                       end-if
                   else
                       add 1 to nMasterCount,
                       move xMasterMaintRecord to
                       xMasterStage(nMasterCount)
                   end-if,
           end-read.

       125-next-deduction-entry.
           read dedMaintFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nDedCount >= nStageTableMax
                       if xDedTableFull = "n"
                           display "WARNING: more than "
                           nStageTableMax " transactions on "
                           "Payroll.dedmaint.txt -- none of them "
                           "were numbered or released."
                           move "y" to xDedTableFull
                       end-if
                   else
                       add 1 to nDedCount,
                       move xDedMaintRecord to xDedStage(nDedCount)
                   end-if,
           end-read.

      * A keyed-by id nobody can sign in as could be anyone's, so
      * the transaction is rejected before it is numbered: listed
      * on the report and dropped from the staging file (FileBackup
      * keeps the original for rekeying). Not done when WebUsers.txt
      * did not fit the table.
       127-check-keyers.
           if xUserTableFull = "y"
               exit paragraph
           end-if.
           if xMasterTableFull = "n"
               move "MASTER" to xPndFile
               move 0 to nKeepCount
               perform varying nStageSub from 1 by 1
                   until nStageSub > nMasterCount
                   move xMasterStage(nStageSub) to xMasterWork
                   move xMwKeyedBy to xUserWant
                   perform 216-find-user
                   if xUserFound = "y"
                       add 1 to nKeepCount
                       move xMasterStage(nStageSub) to
                       xMasterStage(nKeepCount)
                   else
                       move xMwStageNum to xPendingWork
                       move xMwEmpNum to xPndEmpNum
                       move xMwAction to xPndAction
                       move xMwKeyedBy to xPndKeyedBy
                       perform 128-reject-entry
                       move "y" to xMasterChanged
                   end-if
               end-perform
               move nKeepCount to nMasterCount
           end-if.
           if xDedTableFull = "n"
               move "DEDUCT" to xPndFile
               move 0 to nKeepCount
               perform varying nStageSub from 1 by 1
                   until nStageSub > nDedCount
                   move xDedStage(nStageSub) to xDedWork
                   move xDwKeyedBy to xUserWant
                   perform 216-find-user
                   if xUserFound = "y"
                       add 1 to nKeepCount
                       move xDedStage(nStageSub) to
                       xDedStage(nKeepCount)
                   else
                       move xDwStageNum to xPendingWork
                       move xDwEmpNum to xPndEmpNum
                       move xDwAction to xPndAction
                       move xDwKeyedBy to xPndKeyedBy
                       perform 128-reject-entry
                       move "y" to xDedChanged
                   end-if
               end-perform
               move nKeepCount to nDedCount
           end-if.
           if nKeyerRejectCount > 0
               write xReportLine from xBlankLine
           end-if.

       128-reject-entry.
           if nKeyerRejectCount = 0
               write xReportLine from xKeyerHeading-1
               write xReportLine from xPendingHeading-2
           end-if.
           add 1 to nKeyerRejectCount.
           move 0 to nePndStage.
           if xPendingWork numeric
               move xPendingWork to nePndStage
           end-if.
           if xPndKeyedBy = spaces
               move "(NONE)" to xPndKeyedBy
           end-if.
           write xReportLine from xPendingDetail.

      * A transaction keeps its stage number from run to run; only
      * newly keyed ones (blank or zero) are given the next number.
       130-number-entries.
           if xMasterTableFull = "n"
               perform varying nStageSub from 1 by 1
                   until nStageSub > nMasterCount
                   move xMasterStage(nStageSub) to xMasterWork
                   if xMwStageNum not numeric or nMwStageNum = 0
                       move nNextStageNum to nMwStageNum
                       add 1 to nNextStageNum
                       add 1 to nNumberedCount
                       move xMasterWork to xMasterStage(nStageSub)
                       move "y" to xMasterChanged
                   end-if
               end-perform
           end-if.
           if xDedTableFull = "n"
               perform varying nStageSub from 1 by 1
                   until nStageSub > nDedCount
                   move xDedStage(nStageSub) to xDedWork
                   if xDwStageNum not numeric or nDwStageNum = 0
                       move nNextStageNum to nDwStageNum
                       add 1 to nNextStageNum
                       add 1 to nNumberedCount
                       move xDedWork to xDedStage(nStageSub)
                       move "y" to xDedChanged
                   end-if
               end-perform
           end-if.

       200-release-loop.
           read releaseFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nAttemptCount,
                   perform 210-process-attempt,
                   perform 245-write-history,
           end-read.

      * The page checked the attempt when it was made; it is checked
      * again here against the files as they stand now.
       210-process-attempt.
           move spaces to xReportDetail.
           move xRlApprover to xRptApprover.
           move nRlStageNum to neRptStage.
           move nRlDate to neRptDate.
           evaluate xRlFile
               when "M"
                   move "MASTER" to xRptFile
               when "D"
                   move "DEDUCT" to xRptFile
               when other
                   move xRlFile to xRptFile
           end-evaluate.
           perform 220-find-entry.
           move spaces to xHistImage.
           if nFoundSub > 0
               move xEwEmpNum to xRptEmpNum
               move xEwAction to xRptAction
               move xEwKeyedBy to xRptKeyedBy
               perform 225-entry-image
           end-if.
           if xRlResult = "S"
               move "S" to xHistResult
               move "*** REFUSED - SELF-APPROVAL ATTEMPT" to
               xRptResult
               add 1 to nSelfCount
               perform 240-write-activity
               exit paragraph
           end-if.
           if xRlResult not = "R"
               move "N" to xHistResult
               move "REFUSED - NOT AN APPROVER" to xRptResult
               add 1 to nRefusedCount
               perform 240-write-activity
               exit paragraph
           end-if.
           perform 215-find-approver.
           if xApproverRole not = "A" and xApproverRole not = "P"
               move "N" to xHistResult
               move "REFUSED - NOT AN APPROVER" to xRptResult
               add 1 to nRefusedCount
               perform 240-write-activity
               exit paragraph
           end-if.
           if nFoundSub = 0
               move "X" to xHistResult
               move "REFUSED - NO SUCH PENDING ENTRY" to xRptResult
               add 1 to nRefusedCount
               perform 240-write-activity
               exit paragraph
           end-if.
           if xEwReleasedBy not = spaces
               move "D" to xHistResult
               move function concatenate("ALREADY RELEASED BY ",
                   xEwReleasedBy) to xRptResult
               perform 240-write-activity
               exit paragraph
           end-if.
           if xEwKeyedBy = xRlApprover
               move "S" to xHistResult
               move "*** REFUSED - SELF-APPROVAL ATTEMPT" to
               xRptResult
               add 1 to nSelfCount
               perform 240-write-activity
               exit paragraph
           end-if.
           if xEwKeyedBy = spaces
               move "K" to xHistResult
               move "REFUSED - ENTRY HAS NO KEYER" to xRptResult
               add 1 to nRefusedCount
               perform 240-write-activity
               exit paragraph
           end-if.
           perform 230-stamp-release.
           move "R" to xHistResult.
           move "RELEASED" to xRptResult.
           add 1 to nReleasedCount.
           perform 240-write-activity.

       215-find-approver.
           move space to xApproverRole.
           perform varying nUserSub from 1 by 1
               until nUserSub > nUserCount
               if xUserIdT(nUserSub) = xRlApprover
                   move xUserRoleT(nUserSub) to xApproverRole
                   move nUserCount to nUserSub
               end-if
           end-perform.

      * Sets xUserFound for the id in xUserWant (a blank id is never
      * on file).
       216-find-user.
           move "n" to xUserFound.
           if xUserWant = spaces
               exit paragraph
           end-if.
           perform varying nUserSub from 1 by 1
               until nUserSub > nUserCount
               if xUserIdT(nUserSub) = xUserWant
                   move "y" to xUserFound
                   move nUserCount to nUserSub
               end-if
           end-perform.

      * Leaves nFoundSub at the entry's table row (0 when there is
      * none) and its details in xEntryWork.
       220-find-entry.
           move 0 to nFoundSub.
           move spaces to xEntryWork.
           if xRlFile = "M" and xMasterTableFull = "n"
               perform varying nStageSub from 1 by 1
                   until nStageSub > nMasterCount
                   move xMasterStage(nStageSub) to xMasterWork
                   if xMwStageNum numeric
                       and nMwStageNum = nRlStageNum
                       move nStageSub to nFoundSub
                       move xMwAction to xEwAction
                       move xMwEmpNum to xEwEmpNum
                       move xMwKeyedBy to xEwKeyedBy
                       move xMwReleasedBy to xEwReleasedBy
                       move nMasterCount to nStageSub
                   end-if
               end-perform
           end-if.
           if xRlFile = "D" and xDedTableFull = "n"
               perform varying nStageSub from 1 by 1
                   until nStageSub > nDedCount
                   move xDedStage(nStageSub) to xDedWork
                   if xDwStageNum numeric
                       and nDwStageNum = nRlStageNum
                       move nStageSub to nFoundSub
                       move xDwAction to xEwAction
                       move xDwEmpNum to xEwEmpNum
                       move xDwKeyedBy to xEwKeyedBy
                       move xDwReleasedBy to xEwReleasedBy
                       move nDedCount to nStageSub
                   end-if
               end-perform
           end-if.

      * The found transaction as it stands, released-by blank -- the
      * image Payroll-02 / Payroll-17 must match to apply it.
       225-entry-image.
           if xRlFile = "M"
               move xMasterStage(nFoundSub) to xHistImage
               move spaces to xHistImage(151:12)
           else
               move xDedStage(nFoundSub) to xHistImage
               move spaces to xHistImage(47:12)
           end-if.

       230-stamp-release.
           if xRlFile = "M"
               move xMasterStage(nFoundSub) to xMasterWork
               move xRlApprover to xMwReleasedBy
               move xMasterWork to xMasterStage(nFoundSub)
               move "y" to xMasterChanged
           else
               move xDedStage(nFoundSub) to xDedWork
               move xRlApprover to xDwReleasedBy
               move xDedWork to xDedStage(nFoundSub)
               move "y" to xDedChanged
           end-if.

       240-write-activity.
           write xReportLine from xReportDetail.

       245-write-history.
           move xReleaseRecord to xHlAttempt.
           move xHistResult to xHlResult.
           move xHistImage to xHlImage.
           write xReleaseHistRecord.

       300-termination.
           close releaseFile.
           close releaseHistFile.
           if nAttemptCount > 0
               move "Payroll.releases.txt" to xBackupName
               call "FileBackup" using xBackupName
               open output releaseFile
               close releaseFile
           end-if.
           if xMasterChanged = "y"
               perform 310-write-master-entries
           end-if.
           if xDedChanged = "y"
               perform 320-write-deduction-entries
           end-if.
           if nNumberedCount > 0
               open output stageNumFile
               move nNextStageNum to nStageNumRecord
               write nStageNumRecord
               close stageNumFile
           end-if.
           perform 330-write-pending.
           perform 340-write-footer.
           close reportFile.
           display " ".
           display nReleasedCount " released, " nRefusedCount
           " refused, " nSelfCount " self-approval attempts, "
           nPendingCount " pending -- see Payroll-31-report.txt.".
           if nKeyerRejectCount > 0
               display nKeyerRejectCount " staged transactions "
               "rejected: keyed by an id not on WebUsers.txt."
           end-if.
           display " ".
           move "Payroll-31" to xRunLogProgram.
           move nAttemptCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

       310-write-master-entries.
           move "Payroll.maintenance.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output masterMaintFile.
           perform varying nStageSub from 1 by 1
               until nStageSub > nMasterCount
               write xMasterMaintRecord from xMasterStage(nStageSub)
           end-perform.
           close masterMaintFile.

       320-write-deduction-entries.
           move "Payroll.dedmaint.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output dedMaintFile.
           perform varying nStageSub from 1 by 1
               until nStageSub > nDedCount
               write xDedMaintRecord from xDedStage(nStageSub)
           end-perform.
           close dedMaintFile.

      * Every staged transaction nobody has released yet.
       330-write-pending.
           write xReportLine from xBlankLine.
           write xReportLine from xPendingHeading-1.
           write xReportLine from xPendingHeading-2.
           if xMasterTableFull = "n"
               move "MASTER" to xPndFile
               perform varying nStageSub from 1 by 1
                   until nStageSub > nMasterCount
                   move xMasterStage(nStageSub) to xMasterWork
                   if xMwReleasedBy = spaces
                       move nMwStageNum to nePndStage
                       move xMwEmpNum to xPndEmpNum
                       move xMwAction to xPndAction
                       move xMwKeyedBy to xPndKeyedBy
                       perform 335-write-pending-line
                   end-if
               end-perform
           end-if.
           if xDedTableFull = "n"
               move "DEDUCT" to xPndFile
               perform varying nStageSub from 1 by 1
                   until nStageSub > nDedCount
                   move xDedStage(nStageSub) to xDedWork
                   if xDwReleasedBy = spaces
                       move nDwStageNum to nePndStage
                       move xDwEmpNum to xPndEmpNum
                       move xDwAction to xPndAction
                       move xDwKeyedBy to xPndKeyedBy
                       perform 335-write-pending-line
                   end-if
               end-perform
           end-if.

       335-write-pending-line.
           if xPndKeyedBy = spaces
               move "(NONE)" to xPndKeyedBy
           end-if.
           write xReportLine from xPendingDetail.
           add 1 to nPendingCount.

       340-write-footer.
           write xReportLine from xBlankLine.
           move "Transactions given stage numbers" to xFootLabel.
           move nNumberedCount to neFootCount.
           write xReportLine from xReportFooter.
           move "Release attempts" to xFootLabel.
           move nAttemptCount to neFootCount.
           write xReportLine from xReportFooter.
           move "Released" to xFootLabel.
           move nReleasedCount to neFootCount.
           write xReportLine from xReportFooter.
           move "Refused" to xFootLabel.
           move nRefusedCount to neFootCount.
           write xReportLine from xReportFooter.
           move "Self-approval attempts" to xFootLabel.
           move nSelfCount to neFootCount.
           write xReportLine from xReportFooter.
           move "Rejected - keyer not on WebUsers.txt" to xFootLabel.
           move nKeyerRejectCount to neFootCount.
           write xReportLine from xReportFooter.
           move "Pending release" to xFootLabel.
           move nPendingCount to neFootCount.
           write xReportLine from xReportFooter.

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
