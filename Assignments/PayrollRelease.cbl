      * Program: Web Payroll Release Page
      *
      * The second pair of eyes on payroll master and deduction
      * changes. Transactions keyed into Payroll.maintenance.txt
      * (master, file M) or Payroll.dedmaint.txt (deductions, file
      * D) carry the keyer's WebUsers.txt id and a stage number from
      * Payroll-31, and Payroll-02 / Payroll-17 apply only released
      * ones. A signed-in approver (role 'A' admin or 'P' payroll
      * approver) posts the file and stage number here; the request
      * lands on the append-only Payroll.releases.txt log, the same
      * queue pattern TimeEntry uses, and Payroll-31 stamps the
      * release on the transaction. An approver may never release
      * their own entry -- the attempt is refused here and logged
      * ('S') for the Payroll-31 report, as is a release tried by a
      * user without an approver role ('N').

       identification division.
       program-id. PayrollRelease.
       author. Anne.

       environment division.
           copy "postData-environmentdivision.cbl".

       input-output section.
       file-control.
           select optional masterMaintFile assign to
           "Payroll.maintenance.txt"
           organization is line sequential.

           select optional dedMaintFile assign to
           "Payroll.dedmaint.txt"
           organization is line sequential.

           select optional releaseFile assign to
           "Payroll.releases.txt"
           organization is line sequential.

           copy "websession-filecontrol.cbl".

           copy "postData-filecontrol.cbl".

           copy "weblog-filecontrol.cbl".

       data division.
       file section.

       fd  webinput.
       01  xPostData                    pic x(1024).

           copy "postData-filesection.cbl".

      * Only the parts of Payroll-02's transaction this page needs.
       fd  masterMaintFile.
       01  xMasterMaintRecord.
           05 xMmAction        pic x.
           05 xMmEmpNum        pic x(4).
           05 filler           pic x(127).
           05 xMmKeyedBy       pic x(12).
           05 xMmStageNum      pic x(6).
           05 xMmReleasedBy    pic x(12).

      * Only the parts of Payroll-17's transaction this page needs.
       fd  dedMaintFile.
       01  xDedMaintRecord.
           05 xDmAction        pic x.
           05 xDmEmpNum        pic x(4).
           05 xDmType          pic x.
           05 filler           pic x(22).
           05 xDmKeyedBy       pic x(12).
           05 xDmStageNum      pic x(6).
           05 xDmReleasedBy    pic x(12).

      * One release attempt: 'R' release requested, 'S' refused as
      * self-approval, 'N' refused because the user is not an
      * approver.
       fd  releaseFile.
       01  xReleaseRecord.
           05 xRlApprover      pic x(12).
           05 xRlFile          pic x.
           05 nRlStageNum      pic 9(6).
           05 nRlDate          pic 9(8).
           05 nRlTime          pic 9(6).
           05 xRlResult        pic x.

           copy "websession-filesection.cbl".

           copy "weblog-filesection.cbl".

       working-storage section.
       77  xNewLine            pic x               value x"0a".
       77  xEofFlag            pic x               value 'n'.
       77  xFileParam          pic x               value space.
       77  xStageRaw           pic x(6)            value spaces.
       77  xFoundFlag          pic x               value 'n'.
       77  xEntryAction        pic x               value space.
       77  xEntryEmpNum        pic x(4)            value spaces.
       77  xEntryKeyedBy       pic x(12)           value spaces.
       77  xEntryReleasedBy    pic x(12)           value spaces.
       77  xTodayDate          pic 9(8)            value 0.
       77  xTimeRaw            pic 9(8)            value 0.

           copy "websession-workingstorage.cbl".

           copy "postData-workingstorage.cbl".

           copy "weblog-workingstorage.cbl".

       procedure division.
       000-main.
           perform 100-initialization.
           perform 200-processing.
           perform 300-termination.
           stop run.

       100-initialization.
           copy "html-head.cbl"
               replacing ==PAGE-TITLE== by =="Payroll Release"==.
           call "getPostData".
           move function getPostValue("file") to xFileParam.
           move function getPostValue("stage") to xStageRaw.

       200-processing.
           perform 9800-check-post-data.
           move "stage" to xRequiredFieldName.
           perform 9810-require-field.
           if xPostDataMissing = 'y' or xRequiredFieldMissing = 'y'
               exit paragraph
           end-if.
           perform 9700-check-session.
           if xWebSessionOk not = 'y'
               exit paragraph
           end-if.
           move xWebSessionUser to xWebLogUser.
           if xFileParam not = "M" and xFileParam not = "D"
               display "<p><strong>File must be M (master) or D "
               "(deductions).</strong></p>"
               exit paragraph
           end-if.
           if xStageRaw not numeric
               display "<p><strong>Stage number must be numeric (six "
               "digits, e.g. 000042).</strong></p>"
               exit paragraph
           end-if.
           if xWebSessionRole not = "A" and xWebSessionRole not = "P"
               display "<p><strong>Only a payroll approver can "
               "release changes.</strong> The attempt has been "
               "logged.</p>"
               move "N" to xRlResult
               perform 230-log-release
               exit paragraph
           end-if.
           perform 210-find-entry.
           if xFoundFlag = "n"
               display "<p><strong>No pending entry ", xStageRaw,
               " on that file.</strong> Check the Payroll-31 "
               "report for the stage number.</p>"
               exit paragraph
           end-if.
           if xEntryReleasedBy not = spaces
               display "<p>Entry ", xStageRaw, " was already "
               "released by ", function trim(xEntryReleasedBy),
               ".</p>"
               exit paragraph
           end-if.
           if xEntryKeyedBy = xWebSessionUser
               display "<p><strong>You keyed entry ", xStageRaw,
               " -- it needs a different approver.</strong> The "
               "attempt has been logged.</p>"
               move "S" to xRlResult
               perform 230-log-release
               exit paragraph
           end-if.
           move "R" to xRlResult.
           perform 230-log-release.
           display "<p>Release of entry ", xStageRaw, " (employee ",
           xEntryEmpNum, ", action ", xEntryAction, ", keyed by ",
           function trim(xEntryKeyedBy), ") recorded. It is applied "
           "after the next Payroll-31 run.</p>".

       210-find-entry.
           move "n" to xFoundFlag.
           move "n" to xEofFlag.
           if xFileParam = "M"
               open input masterMaintFile
               perform 215-next-master-entry until xEofFlag = "y"
               close masterMaintFile
           else
               open input dedMaintFile
               perform 220-next-deduction-entry until xEofFlag = "y"
               close dedMaintFile
           end-if.
           move "n" to xEofFlag.

       215-next-master-entry.
           read masterMaintFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xMmStageNum = xStageRaw
                       move "y" to xFoundFlag,
                       move xMmAction to xEntryAction,
                       move xMmEmpNum to xEntryEmpNum,
                       move xMmKeyedBy to xEntryKeyedBy,
                       move xMmReleasedBy to xEntryReleasedBy,
                       move "y" to xEofFlag
                   end-if,
           end-read.

       220-next-deduction-entry.
           read dedMaintFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xDmStageNum = xStageRaw
                       move "y" to xFoundFlag,
                       move xDmAction to xEntryAction,
                       move xDmEmpNum to xEntryEmpNum,
                       move xDmKeyedBy to xEntryKeyedBy,
                       move xDmReleasedBy to xEntryReleasedBy,
                       move "y" to xEofFlag
                   end-if,
           end-read.

      * The caller has set xRlResult.
       230-log-release.
           accept xTodayDate from date yyyymmdd.
           accept xTimeRaw from time.
           move xWebSessionUser to xRlApprover.
           move xFileParam to xRlFile.
           move xStageRaw to nRlStageNum.
           move xTodayDate to nRlDate.
           move xTimeRaw(1:6) to nRlTime.
           open extend releaseFile.
           write xReleaseRecord.
           close releaseFile.

       300-termination.
           display "</body>".
           display "</html>".
           move "PayrollRelease" to xWebLogProgram.
           move function concatenate("file=", xFileParam,
               "&stage=", function trim(xStageRaw)) to xWebLogParams.
           perform 9100-write-weblog.

           copy "postData-procedure.cbl".

           copy "websession-procedure.cbl".

           copy "weblog-procedure.cbl".

      * Add a blank line at the end
