      * Program: Payroll New-Hire Registry Extract
      *
      * Every state we pay employees in wants new hires and rehires
      * reported within a few weeks of the hire date. This run picks
      * up every ADD line and every REHIRE status line on the
      * Payroll.masterhistory.txt trail Payroll-02 appends, and
      * drops the ones already on its own sent log
      * (Payroll.newhiresent.txt) -- so nobody is reported twice,
      * and anyone a missed submission left behind is still picked
      * up next time rather than falling through a date window.
      *
      * Answering Y at the prompt submits: the state new-hire
      * records go to Payroll-25-newhire.txt grouped by the
      * employee's xWorkState, and each one is logged as sent.
      * Answering N (the nightly run) submits nothing and only
      * reports. Either way Payroll-25-newhire-report.txt lists
      * what was submitted or is waiting, by state, and anyone not
      * yet reported who is within nWarnDays of the state's
      * deadline or past it. Each state's deadline in days is on
      * Payroll.newhiredays.txt; a state with no row gets the
      * federal 20 days. An employee with no work state on the
      * master cannot be reported until the state is keyed, and
      * stays on the waiting list.

       identification division.
       program-id. Payroll-25.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional historyFile assign to
           "Payroll.masterhistory.txt"
           organization is line sequential.

      * Indexed employee master (see Payroll-07); sequential read
      * hands the rows over in employee-number order.
           select masterFile assign to "Payroll.master.dat"
           organization is indexed
           access is sequential
           record key is nEmpNumMstr.

      * Days each state allows from hire to report.
           select optional deadlineFile assign to
           "Payroll.newhiredays.txt"
           organization is line sequential.

      * Every hire ever submitted, appended per submission.
           select optional sentFile assign to
           "Payroll.newhiresent.txt"
           organization is line sequential.

           select extractFile assign to "Payroll-25-newhire.txt"
           organization is line sequential.

           select reportFile assign to
           "Payroll-25-newhire-report.txt"
           organization is line sequential.

           copy "busdate-filecontrol.cbl".

           copy "runlog-filecontrol.cbl".

       data division.
       file section.
       fd  historyFile.
       01  xHistoryRecord.
           05 nHistEmpNum      pic 9999.
           05 filler           pic x.
           05 xHistDateIn      pic 9(8).
           05 filler           pic x.
           05 xHistAction      pic x(10).
           05 xHistField       pic x(12).
           05 xHistOldVal      pic x(20).
           05 xHistNewVal      pic x(20).

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

       fd  deadlineFile.
       01  xDeadlineRecord.
           05 xDlState          pic xx.
           05 nDlDays           pic 999.

      * xSentType 'N' new hire, 'R' rehire.
       fd  sentFile.
       01  xSentRecord.
           05 nSentEmpNum       pic 9999.
           05 nSentHireDate     pic 9(8).
           05 xSentType         pic x.
           05 xSentState        pic xx.
           05 nSentDate         pic 9(8).

       fd  extractFile.
       01  xExtractRecord.
           05 xExState          pic xx.
           05 nExEmpNum         pic 9999.
           05 xExLastName       pic x(20).
           05 xExFirstName      pic x(20).
           05 nExHireDate       pic 9(8).
           05 xExType           pic x.

       fd  reportFile.
       01  xReportLine          pic x(100).

           copy "busdate-filesection.cbl".

           copy "runlog-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xSubmit             pic x               value 'n'.
       77  nTodayInt           pic 9(7)            value 0.
       77  nHireDate           pic 9(8)            value 0.
       77  xHireType           pic x               value space.
       77  nDefaultDays        pic 999             value 20.
       77  nWarnDays           pic 99              value 5.
       77  nDays               pic 999             value 0.
       77  nPendSub            pic 9(4)            value 0.
       77  nSentSub            pic 9(5)            value 0.
       77  nDlSub              pic 99              value 0.
       77  xAlreadySent        pic x               value 'n'.
       77  nMasterCount        pic 9(4)            value 0.
       77  nMasterTableMax     pic 9(4)            value 2000.
       77  xMasterTableFull    pic x               value 'n'.
       77  nSentCount          pic 9(5)            value 0.
       77  nSentMax            pic 9(5)            value 10000.
       77  xSentTableFull      pic x               value 'n'.
       77  nDlCount            pic 99              value 0.
       77  nDlMax              pic 99              value 60.
       77  nPendCount          pic 9(4)            value 0.
       77  nPendMax            pic 9(4)            value 500.
       77  xPendTableFull      pic x               value 'n'.
       77  nSubmitCount        pic 9(4)            value 0.
       77  nWaitCount          pic 9(4)            value 0.
       77  nDueCount           pic 9(4)            value 0.
       77  xPrevState          pic xx              value spaces.
       77  nStateCount         pic 9(4)            value 0.

       01  xMasterTable.
           05 xMasterElement occurs 1 to 2000 times
               depending on nMasterCount
               ascending key is nEmpNumM
               indexed by masterIdx.
               10 nEmpNumM         pic 9999.
               10 xLastNameM       pic x(20).
               10 xFirstNameM      pic x(20).
               10 xWorkStateM      pic xx.

       01  xSentTable.
           05 xSentElement occurs 10000 times.
               10 nSentEmpNumT     pic 9999.
               10 nSentHireDateT   pic 9(8).

       01  xDeadlineTable.
           05 xDeadlineElement occurs 60 times.
               10 xDlStateT        pic xx.
               10 nDlDaysT         pic 999.

      * Hires not yet on the sent log, sorted into state order for
      * the extract and the report.
       01  xPendTable.
           05 xPendElement occurs 1 to 500 times
               depending on nPendCount.
               10 xPdState         pic xx.
               10 nPdEmpNum        pic 9999.
               10 nPdHireDate      pic 9(8).
               10 xPdType          pic x.
               10 xPdLastName      pic x(20).
               10 xPdFirstName     pic x(20).
               10 nPdDeadline      pic 9(8).
               10 nPdDaysLeft      pic s9(5).
               10 xPdSubmitted     pic x.

       01  xReportHeading-1.
           05 filler           pic x(26)
               value 'NEW-HIRE REGISTRY REPORT, '.
           05 neHeadDate       pic 9(8).
           05 filler           pic x(2)            value spaces.
           05 xHeadMode        pic x(40).

       01  xReportHeading-2.
           05 filler           pic x(7)            value 'STATE'.
           05 filler           pic x(6)            value 'EMP'.
           05 filler           pic x(32)           value 'NAME'.
           05 filler           pic x(8)            value 'TYPE'.
           05 filler           pic x(10)           value 'HIRED'.
           05 filler           pic x(10)           value 'DUE BY'.
           05 filler           pic x(10)           value 'DAYS LEFT'.

       01  xSectionLine.
           05 xSectionText     pic x(60).

       01  xReportDetail.
           05 xDetState        pic xx.
           05 filler           pic x(5)            value spaces.
           05 neDetEmpNum      pic 9999.
           05 filler           pic x(2)            value spaces.
           05 xDetName         pic x(30).
           05 filler           pic x(2)            value spaces.
           05 xDetType         pic x(8).
           05 neDetHired       pic 9(8).
           05 filler           pic x(2)            value spaces.
           05 neDetDue         pic 9(8).
           05 filler           pic x(2)            value spaces.
           05 neDetDaysLeft    pic ----9.
           05 filler           pic x(2)            value spaces.
           05 xDetFlag         pic x(12).

       01  xStateFooter.
           05 filler           pic x(7)            value spaces.
           05 neSfCount        pic zzz9.
           05 filler           pic x(12)           value ' for state '.
           05 xSfState         pic xx.

       01  xReportFooter.
           05 neFootSubmitted  pic zzz9.
           05 filler           pic x(13)           value ' submitted, '.
           05 neFootWaiting    pic zzz9.
           05 filler           pic x(20)
               value ' waiting, of which '.
           05 neFootDue        pic zzz9.
           05 filler           pic x(25)
               value ' due soon or overdue'.

           copy "busdate-workingstorage.cbl".

           copy "runlog-workingstorage.cbl".

       procedure division.
       000-main.
           move "Payroll-25" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           open input historyFile.
           perform 200-next-history until xEofFlag = "y".
           close historyFile.
           move "n" to xEofFlag.
           if nPendCount > 0
               sort xPendElement on ascending key xPdState nPdEmpNum
                   nPdHireDate
           end-if.
           if xSubmit = "y"
               perform 300-submit
           end-if.
           perform 400-report.
           perform 500-termination.
           stop run.

       100-initialization.
           display "Submit the new-hire report now (Y/N)? "
           with no advancing.
           accept xSubmit.
           if xSubmit = "Y" or xSubmit = "y"
               move "y" to xSubmit
           else
               move "n" to xSubmit
           end-if.
           perform 9200-get-business-date.
           compute nTodayInt = function integer-of-date(xBusinessDate).
           open input deadlineFile.
           perform 110-next-deadline until xEofFlag = "y".
           close deadlineFile.
           move "n" to xEofFlag.
           open input sentFile.
           perform 120-next-sent until xEofFlag = "y".
           close sentFile.
           move "n" to xEofFlag.
           open input masterFile.
           perform 130-load-master until xEofFlag = "y".
           close masterFile.
           move "n" to xEofFlag.

       110-next-deadline.
           read deadlineFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nDlDays numeric and nDlCount < nDlMax
                       add 1 to nDlCount,
                       move xDlState to xDlStateT(nDlCount),
                       move nDlDays to nDlDaysT(nDlCount)
                   end-if,
           end-read.

       120-next-sent.
           read sentFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nSentCount >= nSentMax
                       if xSentTableFull = "n"
                           display "WARNING: sent log table full at "
                           nSentMax " rows -- later hires may be "
                           "reported again."
                           move "y" to xSentTableFull
                       end-if
                   else
                       add 1 to nSentCount,
                       move nSentEmpNum to nSentEmpNumT(nSentCount),
                       move nSentHireDate to
                           nSentHireDateT(nSentCount)
                   end-if,
           end-read.

       130-load-master.
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
                       move xLastName to xLastNameM(nMasterCount),
                       move xFirstName to xFirstNameM(nMasterCount),
                       move xWorkState to xWorkStateM(nMasterCount)
                   end-if,
           end-read.

      * An ADD is hired the day Payroll-02 applied it; a REHIRE's
      * status line carries the rehire date after the "A ".
       200-next-history.
           read historyFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xHistAction(1:3) = "ADD"
                       move xHistDateIn to nHireDate,
                       move "N" to xHireType,
                       perform 210-note-hire
                   end-if,
                   if xHistAction(1:6) = "REHIRE"
                       and xHistField(1:6) = "STATUS"
                       move xHistDateIn to nHireDate,
                       if xHistNewVal(3:8) numeric
                           move xHistNewVal(3:8) to nHireDate
                       end-if,
                       move "R" to xHireType,
                       perform 210-note-hire
                   end-if,
           end-read.

       210-note-hire.
           move "n" to xAlreadySent.
           perform varying nSentSub from 1 by 1
               until nSentSub > nSentCount
               if nSentEmpNumT(nSentSub) = nHistEmpNum
                   and nSentHireDateT(nSentSub) = nHireDate
                   move "y" to xAlreadySent
                   move nSentCount to nSentSub
               end-if
           end-perform.
           if xAlreadySent = "y"
               exit paragraph
           end-if.
           perform varying nPendSub from 1 by 1
               until nPendSub > nPendCount
               if nPdEmpNum(nPendSub) = nHistEmpNum
                   and nPdHireDate(nPendSub) = nHireDate
                   exit paragraph
               end-if
           end-perform.
           if nPendCount >= nPendMax
               if xPendTableFull = "n"
                   display "WARNING: waiting list full at " nPendMax
                   " hires -- the rest come up on the next run."
                   move "y" to xPendTableFull
               end-if
               exit paragraph
           end-if.
           add 1 to nPendCount.
           move nPendCount to nPendSub.
           move nHistEmpNum to nPdEmpNum(nPendSub).
           move nHireDate to nPdHireDate(nPendSub).
           move xHireType to xPdType(nPendSub).
           move "n" to xPdSubmitted(nPendSub).
           move spaces to xPdState(nPendSub).
           move "(NOT ON MASTER FILE)" to xPdLastName(nPendSub).
           move spaces to xPdFirstName(nPendSub).
           if nMasterCount > 0
               search all xMasterElement
                   at end
                       continue
                   when nEmpNumM(masterIdx) = nHistEmpNum
                       move xWorkStateM(masterIdx) to
                           xPdState(nPendSub)
                       move xLastNameM(masterIdx) to
                           xPdLastName(nPendSub)
                       move xFirstNameM(masterIdx) to
                           xPdFirstName(nPendSub)
               end-search
           end-if.
           move nDefaultDays to nDays.
           perform varying nDlSub from 1 by 1
               until nDlSub > nDlCount
               if xDlStateT(nDlSub) = xPdState(nPendSub)
                   move nDlDaysT(nDlSub) to nDays
               end-if
           end-perform.
           move function date-of-integer(
               function integer-of-date(nHireDate) + nDays)
               to nPdDeadline(nPendSub).
           compute nPdDaysLeft(nPendSub) =
               function integer-of-date(nPdDeadline(nPendSub))
               - nTodayInt.

      * Everyone with a work state goes on the extract and the sent
      * log; the extract is rebuilt for each submission.
       300-submit.
           open output extractFile.
           open extend sentFile.
           perform varying nPendSub from 1 by 1
               until nPendSub > nPendCount
               if xPdState(nPendSub) not = spaces
                   move xPdState(nPendSub) to xExState
                   move nPdEmpNum(nPendSub) to nExEmpNum
                   move xPdLastName(nPendSub) to xExLastName
                   move xPdFirstName(nPendSub) to xExFirstName
                   move nPdHireDate(nPendSub) to nExHireDate
                   move xPdType(nPendSub) to xExType
                   write xExtractRecord
                   move nPdEmpNum(nPendSub) to nSentEmpNum
                   move nPdHireDate(nPendSub) to nSentHireDate
                   move xPdType(nPendSub) to xSentType
                   move xPdState(nPendSub) to xSentState
                   move xBusinessDate to nSentDate
                   write xSentRecord
                   move "y" to xPdSubmitted(nPendSub)
                   add 1 to nSubmitCount
               end-if
           end-perform.
           close sentFile.
           close extractFile.

       400-report.
           open output reportFile.
           move xBusinessDate to neHeadDate.
           if xSubmit = "y"
               move "SUBMITTED -- Payroll-25-newhire.txt" to xHeadMode
           else
               move "NOT SUBMITTED -- WAITING LIST ONLY" to xHeadMode
           end-if.
           write xReportLine from xReportHeading-1.
           write xReportLine from xReportHeading-2.
           if xSubmit = "y"
               move spaces to xReportLine
               write xReportLine
               move "SUBMITTED THIS RUN" to xSectionText
               write xReportLine from xSectionLine
               move spaces to xPrevState
               move 0 to nStateCount
               perform varying nPendSub from 1 by 1
                   until nPendSub > nPendCount
                   if xPdSubmitted(nPendSub) = "y"
                       perform 410-write-grouped
                   end-if
               end-perform
               perform 420-state-footer
           end-if.
           move spaces to xReportLine.
           write xReportLine.
           move "NOT YET REPORTED" to xSectionText.
           write xReportLine from xSectionLine.
           move spaces to xPrevState.
           move 0 to nStateCount.
           perform varying nPendSub from 1 by 1
               until nPendSub > nPendCount
               if xPdSubmitted(nPendSub) = "n"
                   add 1 to nWaitCount
                   if nPdDaysLeft(nPendSub) <= nWarnDays
                       add 1 to nDueCount
                   end-if
                   perform 410-write-grouped
               end-if
           end-perform.
           perform 420-state-footer.
           move spaces to xReportLine.
           write xReportLine.
           move nSubmitCount to neFootSubmitted.
           move nWaitCount to neFootWaiting.
           move nDueCount to neFootDue.
           write xReportLine from xReportFooter.
           close reportFile.

       410-write-grouped.
           if nStateCount > 0 and xPdState(nPendSub) not = xPrevState
               perform 420-state-footer
           end-if.
           move xPdState(nPendSub) to xPrevState.
           add 1 to nStateCount.
           move xPdState(nPendSub) to xDetState.
           move nPdEmpNum(nPendSub) to neDetEmpNum.
           move function concatenate(
               function trim(xPdLastName(nPendSub)), ", ",
               xPdFirstName(nPendSub)) to xDetName.
           if xPdType(nPendSub) = "R"
               move "REHIRE" to xDetType
           else
               move "NEW" to xDetType
           end-if.
           move nPdHireDate(nPendSub) to neDetHired.
           move nPdDeadline(nPendSub) to neDetDue.
           move nPdDaysLeft(nPendSub) to neDetDaysLeft.
           move spaces to xDetFlag.
           if xPdSubmitted(nPendSub) = "n"
               if xPdState(nPendSub) = spaces
                   move "NO STATE" to xDetFlag
               end-if
               if nPdDaysLeft(nPendSub) <= nWarnDays
                   move "** DUE SOON" to xDetFlag
               end-if
               if nPdDaysLeft(nPendSub) < 0
                   move "** OVERDUE" to xDetFlag
               end-if
           end-if.
           write xReportLine from xReportDetail.

       420-state-footer.
           if nStateCount = 0
               exit paragraph
           end-if.
           move nStateCount to neSfCount.
           move xPrevState to xSfState.
           write xReportLine from xStateFooter.
           move 0 to nStateCount.

       500-termination.
           display " ".
           display "New-hire registry: " nSubmitCount " submitted, "
           nWaitCount " waiting, " nDueCount
           " due soon or overdue -- see "
           "Payroll-25-newhire-report.txt".
           display " ".
           move "Payroll-25" to xRunLogProgram.
           move nSubmitCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "busdate-procedure.cbl".

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
