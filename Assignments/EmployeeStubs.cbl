      * Program: Employee Pay Stub Self-Service Page
      *
      * An employee reprints their own pay stub or year-end
      * statement instead of asking the office to dig out paper. The
      * login must be an employee account (role 'E' on WebUsers.txt,
      * carrying the employee number it belongs to); the page shows
      * that employee's stubs and nothing else. With no period or
      * year posted it lists what is on file; a period (yyyymmdd,
      * the pay period end) shows that period's stub from
      * Payroll.stubarchive.txt (Payroll-01; an off-cycle stub from
      * Payroll-18 is filed under its run date), a year shows that
      * year's statement from Payroll.stmtarchive.txt (Payroll-04).
      * HR still looks anyone up on PayrollInquiry, which employee
      * accounts cannot use.

       identification division.
       program-id. EmployeeStubs.
       author. Anne.

       environment division.
           copy "postData-environmentdivision.cbl".

       input-output section.
       file-control.
      * User master: id, password, role, and -- on an employee
      * account -- the employee number.
           select optional userFile assign to "WebUsers.txt"
           organization is line sequential.

           select optional stubArchiveFile assign to
           "Payroll.stubarchive.txt"
           organization is line sequential.

           select optional stmtArchiveFile assign to
           "Payroll.stmtarchive.txt"
           organization is line sequential.

           copy "websession-filecontrol.cbl".

           copy "postData-filecontrol.cbl".

           copy "weblog-filecontrol.cbl".

       data division.
       file section.

       fd  webinput.
       01  xPostData                    pic x(1024).

           copy "postData-filesection.cbl".

       fd  userFile.
       01  xUserRecord.
           05 xUsrId           pic x(12).
           05 xUsrPassword     pic x(12).
           05 xUsrRole         pic x.
           05 xUsrEmpNum       pic x(4).

       fd  stubArchiveFile.
       01  xStubArchiveRecord.
           05 nStubArcPeriod    pic 9(8).
           05 nStubArcEmpNum    pic 9999.
           05 xStubArcText      pic x(80).

       fd  stmtArchiveFile.
       01  xStmtArchiveRecord.
           05 nStmtArcYear      pic 9(4).
           05 nStmtArcEmpNum    pic 9999.
           05 xStmtArcText      pic x(80).

           copy "websession-filesection.cbl".

           copy "weblog-filesection.cbl".

       working-storage section.
       77  xNewLine            pic x               value x"0a".
       77  xEofFlag            pic x               value 'n'.
       77  xPeriodRaw          pic x(8)            value spaces.
       77  xYearRaw            pic x(4)            value spaces.
       77  nPeriodWork         pic 9(8)            value 0.
       77  nYearWork           pic 9(4)            value 0.
       77  xEmpNumRaw          pic x(4)            value spaces.
       77  nEmpNumWork         pic 9(4)            value 0.
       77  nLineCount          pic 9(5)            value 0.
       77  nLastPeriod         pic 9(8)            value 0.
       77  nLastYear           pic 9(4)            value 0.

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
               replacing ==PAGE-TITLE== by =="My Pay Stubs"==.
           call "getPostData".
           move function getPostValue("period") to xPeriodRaw.
           move function getPostValue("year") to xYearRaw.

       200-processing.
           perform 9800-check-post-data.
           if xPostDataMissing = 'y'
               exit paragraph
           end-if.
           move 'y' to xWebSessionEmployeeOk.
           perform 9700-check-session.
           if xWebSessionOk not = 'y'
               exit paragraph
           end-if.
           move xWebSessionUser to xWebLogUser.
           if xWebSessionRole not = "E"
               display "<p><strong>This page is for employee "
               "accounts.</strong> Look employees up on the "
               "PayrollInquiry page.</p>"
               exit paragraph
           end-if.
           perform 210-find-employee.
           if xEmpNumRaw not numeric
               display "<p><strong>Your account is not tied to an "
               "employee number.</strong> Please ask the office to "
               "set it up.</p>"
               exit paragraph
           end-if.
           move xEmpNumRaw to nEmpNumWork.
           if function trim(xPeriodRaw) not = spaces
               perform 230-show-stub
               exit paragraph
           end-if.
           if function trim(xYearRaw) not = spaces
               perform 240-show-statement
               exit paragraph
           end-if.
           perform 220-list-on-file.

       210-find-employee.
           move spaces to xEmpNumRaw.
           open input userFile.
           perform 215-next-user until xEofFlag = "y".
           close userFile.
           move "n" to xEofFlag.

       215-next-user.
           read userFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xUsrId = xWebSessionUser
                       move xUsrEmpNum to xEmpNumRaw,
                       move "y" to xEofFlag
                   end-if,
           end-read.

      * The archives are in run order, so each period's (and each
      * year's) lines sit together -- a change from the last one
      * listed is a new entry.
       220-list-on-file.
           display "<h3>Pay stubs on file for employee ",
           nEmpNumWork, "</h3>".
           display "<p>Resubmit with a <em>period</em> (period end, "
           "yyyymmdd) to see a stub, or a <em>year</em> for the "
           "year-end statement.</p>".
           display "<ul>".
           move 0 to nLineCount.
           move 0 to nLastPeriod.
           open input stubArchiveFile.
           perform 225-next-stub-period until xEofFlag = "y".
           close stubArchiveFile.
           move "n" to xEofFlag.
           display "</ul>".
           if nLineCount = 0
               display "<p>No pay stubs on file yet.</p>"
           end-if.
           display "<h3>Year-end statements</h3>".
           display "<ul>".
           move 0 to nLineCount.
           move 0 to nLastYear.
           open input stmtArchiveFile.
           perform 226-next-statement-year until xEofFlag = "y".
           close stmtArchiveFile.
           move "n" to xEofFlag.
           display "</ul>".
           if nLineCount = 0
               display "<p>No year-end statements on file yet.</p>"
           end-if.

       225-next-stub-period.
           read stubArchiveFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nStubArcEmpNum = nEmpNumWork
                       and nStubArcPeriod not = nLastPeriod
                       display "<li>Period ending ", nStubArcPeriod,
                       "</li>"
                       move nStubArcPeriod to nLastPeriod
                       add 1 to nLineCount
                   end-if,
           end-read.

       226-next-statement-year.
           read stmtArchiveFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nStmtArcEmpNum = nEmpNumWork
                       and nStmtArcYear not = nLastYear
                       display "<li>", nStmtArcYear, "</li>"
                       move nStmtArcYear to nLastYear
                       add 1 to nLineCount
                   end-if,
           end-read.

       230-show-stub.
           if xPeriodRaw not numeric
               display "<p><strong>Period must be the period end "
               "date, yyyymmdd.</strong></p>"
               exit paragraph
           end-if.
           move xPeriodRaw to nPeriodWork.
           move 0 to nLineCount.
           display "<pre>".
           open input stubArchiveFile.
           perform 235-next-stub-line until xEofFlag = "y".
           close stubArchiveFile.
           move "n" to xEofFlag.
           display "</pre>".
           if nLineCount = 0
               display "<p>No pay stub on file for the period ending ",
               nPeriodWork, ".</p>"
           end-if.

       235-next-stub-line.
           read stubArchiveFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nStubArcEmpNum = nEmpNumWork
                       and nStubArcPeriod = nPeriodWork
                       display function trim(xStubArcText trailing)
                       add 1 to nLineCount
                   end-if,
           end-read.

       240-show-statement.
           if xYearRaw not numeric
               display "<p><strong>Year must be four digits, e.g. "
               "2025.</strong></p>"
               exit paragraph
           end-if.
           move xYearRaw to nYearWork.
           move 0 to nLineCount.
           display "<pre>".
           open input stmtArchiveFile.
           perform 245-next-statement-line until xEofFlag = "y".
           close stmtArchiveFile.
           move "n" to xEofFlag.
           display "</pre>".
           if nLineCount = 0
               display "<p>No year-end statement on file for ",
               nYearWork, ".</p>"
           end-if.

       245-next-statement-line.
           read stmtArchiveFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nStmtArcEmpNum = nEmpNumWork
                       and nStmtArcYear = nYearWork
                       display function trim(xStmtArcText trailing)
                       add 1 to nLineCount
                   end-if,
           end-read.

       300-termination.
           display "</body>".
           display "</html>".
           move "EmployeeStubs" to xWebLogProgram.
           move function concatenate("period=",
               function trim(xPeriodRaw), "&year=",
               function trim(xYearRaw)) to xWebLogParams.
           perform 9100-write-weblog.

           copy "postData-procedure.cbl".

           copy "websession-procedure.cbl".

           copy "weblog-procedure.cbl".

      * Add a blank line at the end
