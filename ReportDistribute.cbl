      * Program: Nightly Report Distribution to Department Managers
      *
      * The last step of the nightly chain. The department-keyed
      * reports the chain leaves behind -- the payroll register and
      * its exceptions, the labor budget report, and the fleet
      * reports -- used to be printed and walked round by hand. Each
      * is now split by department number into the folder of that
      * department's manager (as named in Departments.txt), under
      *     Distribution/<business date>/<Last-First>/Dept<n>-<report>
      * and a complete company-wide copy of every report goes to
      *     Distribution/<business date>/Finance/<report>
      * A manager gets the report headings and the lines for the
      * department; the company-wide lines after them (totals,
      * footers, anything keyed to no department) go to managers
      * only on the reports that carry no pay -- a pay-sensitive
      * report never shows a manager anything but the department's
      * own lines. What went where is appended to the distribution
      * log under the business date.
      *
      * The month-end reports stay on disk between month ends, so
      * one goes out only on the business date its step is recorded
      * COMPLETE in BatchStepControl.txt; any other night it is
      * logged NOT PRODUCED and nothing is sent. The payroll
      * register and its exceptions likewise stay on disk from the
      * last payday, so they go out only on a night Payroll-01
      * actually paid -- when it left a record on
      * Payroll-01-control.txt, which it empties on a night with
      * nothing to pay (as the balance audit, Payroll-05, reads it).

       identification division.
       program-id. ReportDistribute.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional reportInFile assign to dynamic
           xReportInName
           organization is line sequential.

           select copyOutFile assign to dynamic xCopyOutName
           organization is line sequential.

           select deptFile assign to "Departments.txt"
           organization is line sequential.

           select optional vehicleFile assign to
           "GasMileage-vehicles.txt"
           organization is line sequential.

      * Payroll employee master (indexed, see Payroll-07), for the
      * department of an employee on the payroll exceptions.
           select masterFile assign to "Payroll.master.dat"
           organization is indexed
           access is sequential
           record key is nEmpNumMstr.

           select optional distLogFile assign to
           "ReportDistribute-log.txt"
           organization is line sequential.

           select optional stepCtlFile assign to
           "BatchStepControl.txt"
           organization is line sequential.

           select optional payControlFile assign to
           "Payroll-01-control.txt"
           organization is line sequential.

           copy "busdate-filecontrol.cbl".

           copy "runlog-filecontrol.cbl".

       data division.
       file section.
       fd  reportInFile.
       01  xReportInRecord             pic x(256).

       fd  copyOutFile.
       01  xCopyOutRecord              pic x(256).

       fd  deptFile.
       01  xDeptRecord.
           05 nDeptNumD                pic 99.
           05 xDeptNameD               pic x(20).
           05 xDeptMgrD                pic x(20).
           05 nDeptGlAcctD             pic 9(5).

       fd  vehicleFile.
       01  xVehicleInput.
           05 nVehicleNumInput         pic 9(5).
           05 xVehicleMakeModelInput   pic x(20).
           05 xVehicleDeptInput        pic x(10).
           05 filler                   pic x(92).

       fd  masterFile.
       01  xMasterInput.
           05 nDeptNumMst              pic 99.
           05 nEmpNumMstr              pic 9999.
           05 filler                   pic x(126).

       fd  distLogFile.
       01  xDistLogLine                pic x(120).

       fd  stepCtlFile.
       01  xStepCtlLine                pic x(60).

       fd  payControlFile.
       01  xPayControlLine             pic x(62).

           copy "busdate-filesection.cbl".

           copy "runlog-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xReportInName       pic x(60)           value spaces.
       77  xCopyOutName        pic x(100)          value spaces.
       77  xDirName            pic x(100)          value spaces.
       77  xRunDateText        pic x(8)            value spaces.
       77  xMgrLast            pic x(20)           value spaces.
       77  xMgrFirst           pic x(20)           value spaces.
       77  nNameLen            pic 99              value 0.
       77  nRptSub             pic 99              value 0.
       77  nDeptSub            pic 999             value 0.
       77  nVehSub             pic 999             value 0.
       77  nVehicleCount       pic 999             value 0.
       77  nLineDept           pic 99              value 0.
       77  nTargetDept         pic 999             value 0.
       77  nDeptNumOut         pic 99              value 0.
       77  xAnyDeptSeen        pic x               value 'n'.
       77  nReportLines        pic 9(7)            value 0.
       77  nLinesWritten       pic 9(7)            value 0.
       77  nFilesDelivered     pic 9(5)            value 0.
       77  nReportsFound       pic 99              value 0.
       77  nNoManagerCount     pic 99              value 0.
       77  xDeptTextWork       pic x(20)           value spaces.
       77  nEmpWork            pic 9999            value 0.
       77  nVehicleWork        pic 9(5)            value 0.
       77  xStepDone           pic x               value 'n'.
       77  xStepWant           pic x(60)           value spaces.
       77  xPayRunTonight      pic x               value 'n'.

      * The reports distributed, with the key that says how a line
      * is matched to a department, whether the report shows pay
      * (y = a manager sees the department's own lines only),
      * whether it goes out only on a night Payroll-01 paid (y), and
      * for a month-end report the step that produces it.
       01  xReportTable.
           05 filler pic x(50) value
               "Payroll-01-output.txt         REGyy               ".
           05 filler pic x(50) value
               "Payroll-01-exceptions.txt     PEXyy               ".
           05 filler pic x(50) value
               "Payroll-16-budget.txt         BUDynPayroll-16     ".
           05 filler pic x(50) value
               "GasMileage-14-depreciation.txtDEPnn               ".
           05 filler pic x(50) value
               "GasMileage-05-report.txt      FLTnnGasMileage-05  ".
           05 filler pic x(50) value
               "GasMileage-06-exceptions.txt  TRPnn               ".
       01  xReportList redefines xReportTable.
           05 xReportEntry occurs 6 times.
               10 xRtName          pic x(30).
               10 xRtKey           pic x(3).
               10 xRtSensitive     pic x.
               10 xRtPayRun        pic x.
               10 xRtStep          pic x(15).

       01  xDeptTable.
           05 xDeptElement occurs 99 times.
               10 xDtPresent       pic x           value 'n'.
               10 xDtName          pic x(20)       value spaces.
               10 xDtMgr           pic x(20)       value spaces.
               10 xDtFolder        pic x(40)       value spaces.
               10 nDtLines         pic 9(7)        value 0.

       01  xVehicleTable.
           05 xVehicleElement occurs 200 times.
               10 nVtNum           pic 9(5)        value 0.
               10 nVtDept          pic 99          value 0.

      * Department of every employee on the master, by number.
       01  xEmpDeptTable.
           05 nEmpDeptT occurs 9999 times pic 99 value 0.

      * The ways a report line names its department.
       01  xLineWork                   pic x(256).
       01  xRegisterLine redefines xLineWork.
           05 xRgDept                  pic xx.
           05 xRgGap                   pic x(3).
           05 xRgEmpNum                pic x(4).
           05 filler                   pic x(247).
       01  xRegisterSubtotal redefines xLineWork.
           05 xRsLabel                 pic x(5).
           05 xRsDept                  pic xx.
           05 filler                   pic x(249).
       01  xExceptionLine redefines xLineWork.
           05 xExEmpNum                pic x(4).
           05 filler                   pic x(252).
       01  xBudgetLine redefines xLineWork.
           05 xBdDept                  pic xx.
           05 xBdGap                   pic x.
           05 filler                   pic x(253).
       01  xFleetLine redefines xLineWork.
           05 xFlVehicle               pic x(5).
           05 xFlGap                   pic x.
           05 filler                   pic x(250).
       01  xFleetRollup redefines xLineWork.
           05 xFrLabel                 pic x(5).
           05 xFrDeptName              pic x(10).
           05 filler                   pic x(241).
       01  xDeprPostLine redefines xLineWork.
           05 xDpLabel                 pic x(14).
           05 xDpDept                  pic xx.
           05 filler                   pic x(240).
       01  xTripException redefines xLineWork.
           05 filler                   pic x(33).
           05 xTxDeptName              pic x(10).
           05 filler                   pic x(213).

       01  xDistLogRecord.
           05 nDlBusinessDate          pic 9(8).
           05 filler                   pic x(2)        value spaces.
           05 xDlReport                pic x(30).
           05 filler                   pic x(2)        value spaces.
           05 xDlRecipient             pic x(24).
           05 filler                   pic x(2)        value spaces.
           05 xDlDept                  pic x(3).
           05 filler                   pic x(2)        value spaces.
           05 neDlLines                pic zzzz9.
           05 filler                   pic x(2)        value spaces.
           05 xDlResult                pic x(40).

           copy "busdate-workingstorage.cbl".

           copy "runlog-workingstorage.cbl".

       procedure division.
       000-main.
           move "ReportDist" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           open extend distLogFile.
           perform 200-distribute-report
               varying nRptSub from 1 by 1 until nRptSub > 6.
           close distLogFile.
           perform 900-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           move xBusinessDate to xRunDateText.
           move "Distribution" to xDirName.
           perform 150-make-folder.
           move function concatenate("Distribution/", xRunDateText)
               to xDirName.
           perform 150-make-folder.
           move function concatenate("Distribution/", xRunDateText,
               "/Finance") to xDirName.
           perform 150-make-folder.
           move "n" to xEofFlag.
           open input deptFile.
           perform 110-load-departments until xEofFlag = "y".
           close deptFile.
           move "n" to xEofFlag.
           open input vehicleFile.
           perform 120-load-vehicles until xEofFlag = "y".
           close vehicleFile.
           move "n" to xEofFlag.
           open input masterFile.
           perform 130-load-master until xEofFlag = "y".
           close masterFile.
           perform 140-check-pay-run.

       110-load-departments.
           read deptFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nDeptNumD > 0
                       move "y" to xDtPresent(nDeptNumD),
                       move xDeptNameD to xDtName(nDeptNumD),
                       move xDeptMgrD to xDtMgr(nDeptNumD),
                       perform 115-manager-folder
                   end-if,
           end-read.

      * "Harding, Paul" files under Harding-Paul; a department with
      * no manager named has no folder and its pages stay with
      * Finance.
       115-manager-folder.
           if xDeptMgrD = spaces
               exit paragraph
           end-if.
           move spaces to xMgrLast.
           move spaces to xMgrFirst.
           unstring xDeptMgrD delimited by ","
               into xMgrLast xMgrFirst
           end-unstring.
           if xMgrFirst = spaces
               move function trim(xMgrLast) to xDtFolder(nDeptNumD)
           else
               string function trim(xMgrLast) delimited by size
                   "-" delimited by size
                   function trim(xMgrFirst) delimited by size
                   into xDtFolder(nDeptNumD)
               end-string
           end-if.
           compute nNameLen =
               function length(function trim(xDtFolder(nDeptNumD))).
           inspect xDtFolder(nDeptNumD)(1:nNameLen)
               replacing all " " by "-".
           move function concatenate("Distribution/", xRunDateText,
               "/", function trim(xDtFolder(nDeptNumD))) to xDirName.
           perform 150-make-folder.

       120-load-vehicles.
           read vehicleFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nVehicleCount < 200
                       add 1 to nVehicleCount,
                       move nVehicleNumInput to nVtNum(nVehicleCount),
                       move xVehicleDeptInput to xDeptTextWork,
                       perform 125-dept-by-name,
                       move nLineDept to nVtDept(nVehicleCount)
                   end-if,
           end-read.

      * Fleet files carry the department by name; this turns the
      * name in xDeptTextWork into its number, 0 when not on file.
       125-dept-by-name.
           move 0 to nLineDept.
           perform varying nDeptSub from 1 by 1 until nDeptSub > 99
               if xDtPresent(nDeptSub) = "y"
                   and function trim(xDtName(nDeptSub)) =
                       function trim(xDeptTextWork)
                   move nDeptSub to nLineDept
                   move 99 to nDeptSub
               end-if
           end-perform.

       130-load-master.
           read masterFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nEmpNumMstr > 0
                       move nDeptNumMst to nEmpDeptT(nEmpNumMstr)
                   end-if,
           end-read.

      * A record on Payroll-01-control.txt means Payroll-01 paid
      * tonight; on a night with nothing to pay it empties the file.
       140-check-pay-run.
           move "n" to xPayRunTonight.
           open input payControlFile.
           read payControlFile
               at end
                   continue
               not at end
                   move "y" to xPayRunTonight
           end-read.
           close payControlFile.

      * Already there from an earlier report or an earlier attempt
      * is as good as made.
       150-make-folder.
           call "CBL_CREATE_DIR" using xDirName.
           move 0 to return-code.

      * One report: a counting pass to see which departments it
      * has lines for, then a copy to Finance and one to each of
      * those departments' managers.
       200-distribute-report.
           move xRtName(nRptSub) to xDlReport.
           if xRtPayRun(nRptSub) = "y" and xPayRunTonight = "n"
               move "Finance" to xDlRecipient
               move "ALL" to xDlDept
               move 0 to neDlLines
               move "NOT PRODUCED TONIGHT - NOTHING SENT" to xDlResult
               perform 290-write-log
               exit paragraph
           end-if.
           if xRtStep(nRptSub) not = spaces
               perform 205-check-step
               if xStepDone = "n"
                   move "Finance" to xDlRecipient
                   move "ALL" to xDlDept
                   move 0 to neDlLines
                   move "NOT PRODUCED TONIGHT - NOTHING SENT"
                       to xDlResult
                   perform 290-write-log
                   exit paragraph
               end-if
           end-if.
           move xRtName(nRptSub) to xReportInName.
           move 0 to nReportLines.
           perform varying nDeptSub from 1 by 1 until nDeptSub > 99
               move 0 to nDtLines(nDeptSub)
           end-perform.
           move "n" to xEofFlag.
           open input reportInFile.
           perform 210-count-line until xEofFlag = "y".
           close reportInFile.
           if nReportLines = 0
               move "Finance" to xDlRecipient
               move "ALL" to xDlDept
               move 0 to neDlLines
               move "NOT PRODUCED - NOTHING SENT" to xDlResult
               perform 290-write-log
               exit paragraph
           end-if.
           add 1 to nReportsFound.
           move 0 to nTargetDept.
           move function concatenate("Distribution/", xRunDateText,
               "/Finance/", function trim(xRtName(nRptSub)))
               to xCopyOutName.
           perform 220-write-copy.
           move "Finance" to xDlRecipient.
           move "ALL" to xDlDept.
           move "DELIVERED" to xDlResult.
           perform 290-write-log.
           perform 230-deliver-department
               varying nTargetDept from 1 by 1 until nTargetDept > 99.

      * A month-end report's step must have run for this business
      * date; any other night the file is last month's.
       205-check-step.
           move "n" to xStepDone.
           move function concatenate(xRunDateText, " ",
               function trim(xRtStep(nRptSub)), " COMPLETE")
               to xStepWant.
           move "n" to xEofFlag.
           open input stepCtlFile.
           perform 206-next-step-line until xEofFlag = "y".
           close stepCtlFile.

       206-next-step-line.
           read stepCtlFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xStepCtlLine = xStepWant
                       move "y" to xStepDone
                       move "y" to xEofFlag
                   end-if,
           end-read.

       210-count-line.
           read reportInFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nReportLines,
                   perform 300-classify-line,
                   if nLineDept > 0
                       add 1 to nDtLines(nLineDept)
                   end-if,
           end-read.

      * Finance (target 0) gets every line. A manager gets the lines
      * ahead of the first department's (the headings) and the
      * department's own; the company-wide lines after that only
      * when the report shows no pay.
       220-write-copy.
           move 0 to nLinesWritten.
           move "n" to xAnyDeptSeen.
           move "n" to xEofFlag.
           open input reportInFile.
           open output copyOutFile.
           perform 225-copy-line until xEofFlag = "y".
           close reportInFile.
           close copyOutFile.
           move nLinesWritten to neDlLines.

       225-copy-line.
           read reportInFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform 300-classify-line,
                   evaluate true
                       when nTargetDept = 0
                           perform 228-write-line
                       when nLineDept = nTargetDept
                           perform 228-write-line
                       when nLineDept = 0 and xAnyDeptSeen = "n"
                           perform 228-write-line
                       when nLineDept = 0
                           and xRtSensitive(nRptSub) = "n"
                           perform 228-write-line
                   end-evaluate,
                   if nLineDept > 0
                       move "y" to xAnyDeptSeen
                   end-if,
           end-read.

       228-write-line.
           write xCopyOutRecord from xReportInRecord.
           add 1 to nLinesWritten.

       230-deliver-department.
           if nDtLines(nTargetDept) = 0
               exit paragraph
           end-if.
           move nTargetDept to nDeptNumOut.
           move nDeptNumOut to xDlDept.
           if xDtFolder(nTargetDept) = spaces
               move "(none)" to xDlRecipient
               move nDtLines(nTargetDept) to neDlLines
               move "NO MANAGER ON FILE - FINANCE ONLY" to xDlResult
               add 1 to nNoManagerCount
               perform 290-write-log
               exit paragraph
           end-if.
           move function concatenate("Distribution/", xRunDateText,
               "/", function trim(xDtFolder(nTargetDept)), "/Dept",
               nDeptNumOut, "-", function trim(xRtName(nRptSub)))
               to xCopyOutName.
           perform 220-write-copy.
           move xDtFolder(nTargetDept) to xDlRecipient.
           move "DELIVERED" to xDlResult.
           perform 290-write-log.

       290-write-log.
           move xBusinessDate to nDlBusinessDate.
           write xDistLogLine from xDistLogRecord.
           if xDlResult = "DELIVERED"
               add 1 to nFilesDelivered
           end-if.

      * Sets nLineDept to the department the current line belongs
      * to, or 0 for a company-wide line (or a department not on
      * file, which only Finance should see).
       300-classify-line.
           move xReportInRecord to xLineWork.
           move 0 to nLineDept.
           evaluate xRtKey(nRptSub)
               when "REG"
                   if xRgDept is numeric and xRgGap = spaces
                       and xRgEmpNum is numeric
                       move xRgDept to nLineDept
                   end-if
                   if xRsLabel = "DEPT " and xRsDept is numeric
                       move xRsDept to nLineDept
                   end-if
               when "PEX"
                   if xExEmpNum is numeric
                       move xExEmpNum to nEmpWork
                       if nEmpWork > 0
                           move nEmpDeptT(nEmpWork) to nLineDept
                       end-if
                   end-if
               when "BUD"
                   if xBdDept is numeric and xBdGap = spaces
                       move xBdDept to nLineDept
                   end-if
               when "DEP"
                   if xDpLabel = "POSTED DEPT" and xDpDept is numeric
                       move xDpDept to nLineDept
                   else
                       perform 310-dept-by-vehicle
                   end-if
               when "FLT"
                   if xFrLabel = "DEPT "
                       move xFrDeptName to xDeptTextWork
                       perform 125-dept-by-name
                   else
                       perform 310-dept-by-vehicle
                   end-if
               when "TRP"
                   perform 310-dept-by-vehicle
                   if nLineDept = 0 and xTxDeptName not = spaces
                       move xTxDeptName to xDeptTextWork
                       perform 125-dept-by-name
                   end-if
           end-evaluate.
           if nLineDept > 0
               if xDtPresent(nLineDept) not = "y"
                   move 0 to nLineDept
               end-if
           end-if.

       310-dept-by-vehicle.
           if xFlVehicle is not numeric or xFlGap not = space
               exit paragraph
           end-if.
           move xFlVehicle to nVehicleWork.
           perform varying nVehSub from 1 by 1
               until nVehSub > nVehicleCount
               if nVtNum(nVehSub) = nVehicleWork
                   move nVtDept(nVehSub) to nLineDept
                   move nVehicleCount to nVehSub
               end-if
           end-perform.

       900-termination.
           move "ReportDist" to xRunLogProgram.
           move nFilesDelivered to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.
           display " ".
           display nReportsFound, " reports distributed in ",
           nFilesDelivered, " files -- see ReportDistribute-log.txt".
           if nNoManagerCount > 0
               display nNoManagerCount, " department report(s) held ",
               "for Finance only: no manager on Departments.txt"
           end-if.
           display " ".

           copy "busdate-procedure.cbl".

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
