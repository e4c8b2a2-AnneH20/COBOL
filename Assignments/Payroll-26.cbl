      * Program: Payroll Vacation Liability Valuation
      *
      * The accrued vacation liability on the balance sheet, worked
      * out from the real balances instead of carried as a year-old
      * estimate. Every active employee's vacation hours on
      * Payroll.leave.txt are valued at the current rate on
      * Payroll.master.dat -- hourly staff at nPayRate, salaried
      * staff at the hourly equivalent of nSalaryAmt (the period
      * salary times nPeriodsPerYear over nHoursPerYear, the same
      * annualising Payroll-21 uses) -- and totalled by department
      * on Payroll-26-vacliab.txt.
      *
      * Each department's total is compared with its last valuation
      * on Payroll.vacliability.txt and only the change is posted,
      * in the GL extract format to Payroll-26-gl.txt for
      * GlConsolidate: a rise debits the department's wage expense
      * account (department master, or the 50000-plus-department
      * fallback) and credits accrued vacation (20600); a fall posts
      * the reverse. The new valuation is then appended to the
      * control file, so a second run with nothing changed posts
      * nothing. The nightly chain runs it at each month end
      * (BatchSchedule.txt).
      *
      * Terminated employees carry no liability (their balance is
      * paid out at termination) and are not valued; a balance for
      * an employee not on the master is listed as an exception.

       identification division.
       program-id. Payroll-26.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional leaveFile assign to "Payroll.leave.txt"
           organization is line sequential.

      * Indexed employee master (see Payroll-07); sequential read
      * hands the rows over in employee-number order.
           select masterFile assign to "Payroll.master.dat"
           organization is indexed
           access is sequential
           record key is nEmpNumMstr.

           select optional deptFile assign to "Departments.txt"
           organization is line sequential.

      * Every valuation posted, appended per run; the latest row
      * per department is the balance carried on the books.
           select optional valuationFile assign to
           "Payroll.vacliability.txt"
           organization is line sequential.

      * GL-format entries, appended between GlConsolidate runs.
           select optional glFile assign to "Payroll-26-gl.txt"
           organization is line sequential.

           select reportFile assign to "Payroll-26-vacliab.txt"
           organization is line sequential.

           copy "busdate-filecontrol.cbl".

           copy "runlog-filecontrol.cbl".

       data division.
       file section.
       fd  leaveFile.
       01  xLeaveRecord.
           05 nEmpNumLv        pic 9999.
           05 nVacBalLv        pic 999v99.
           05 nSickBalLv       pic 999v99.

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

       fd  deptFile.
       01  xDeptRecord.
           05 nDeptNumD         pic 99.
           05 xDeptNameD        pic x(20).
           05 xDeptMgrD         pic x(20).
           05 nDeptGlAcctD      pic 9(5).

       fd  valuationFile.
       01  xValuationRecord.
           05 nVlDate           pic 9(8).
           05 nVlDeptNum        pic 99.
           05 nVlHours          pic 9(7)v99.
           05 nVlAmount         pic 9(7)v99.

       fd  glFile.
       01  xGlRecord.
           05 xGlDeptNum        pic 99.
           05 xGlDebitAcct      pic 9(5).
           05 xGlDebitAmount    pic 9(7)v99.
           05 xGlCreditAcct     pic 9(5).
           05 xGlCreditAmount   pic 9(7)v99.
           05 xGlPeriod         pic 9(8).

       fd  reportFile.
       01  xReportLine         pic x(90).

           copy "busdate-filesection.cbl".

           copy "runlog-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  nDeptSub            pic 999             value 0.
       77  nWorkSub            pic 9(4)            value 0.
       77  nHoursPerYear       pic 9(4)            value 2080.
       77  nPeriodsPerYear     pic 99              value 26.
       77  nHourlyRate         pic 999v9999        value 0.
       77  nValue              pic 9(7)v99         value 0.
       77  nChange             pic s9(7)v99        value 0.
       77  nExpenseAcct        pic 9(5)            value 0.

      * Accrued vacation liability, credited as the balance grows
      * and debited as it is used or paid out.
       77  nGlAccruedVacAcct   pic 9(5)            value 20600.

       77  nMasterCount        pic 9(4)            value 0.
       77  nMasterTableMax     pic 9(4)            value 2000.
       77  xMasterTableFull    pic x               value 'n'.
       77  nWorkCount          pic 9(4)            value 0.
       77  nWorkMax            pic 9(4)            value 2000.
       77  xWorkTableFull      pic x               value 'n'.
       77  nValuedCount        pic 9(4)            value 0.
       77  nTermCount          pic 9(4)            value 0.
       77  nExceptionCount     pic 9(4)            value 0.
       77  nPostCount          pic 99              value 0.
       77  nTotalHours         pic 9(7)v99         value 0.
       77  nTotalValue         pic 9(9)v99         value 0.
       77  nTotalPrior         pic 9(9)v99         value 0.
       77  nPrevDept           pic 99              value 0.

       01  xMasterTable.
           05 xMasterElement occurs 1 to 2000 times
               depending on nMasterCount
               ascending key is nEmpNumM
               indexed by masterIdx.
               10 nEmpNumM         pic 9999.
               10 nDeptNumM        pic 99.
               10 xLastNameM       pic x(20).
               10 xFirstNameM      pic x(20).
               10 nPayRateM        pic 999v99.
               10 xStatusM         pic x.
               10 xPayTypeM        pic x.
               10 nSalaryM         pic 9(5)v99.

      * One row per vacation balance valued, sorted into department
      * order for the report.
       01  xWorkTable.
           05 xWorkElement occurs 1 to 2000 times
               depending on nWorkCount.
               10 nWkDeptNum       pic 99.
               10 nWkEmpNum        pic 9999.
               10 xWkName          pic x(30).
               10 xWkPayType       pic x.
               10 nWkHours         pic 999v99.
               10 nWkRate          pic 999v9999.
               10 nWkValue         pic 9(7)v99.

       01  xDeptTable.
           05 xDeptElement occurs 99 times.
               10 xDeptNameT       pic x(20)      value spaces.
               10 nDeptGlAcctT     pic 9(5)       value 0.
               10 nDeptHoursT      pic 9(7)v99    value 0.
               10 nDeptValueT      pic 9(7)v99    value 0.
               10 nDeptPriorT      pic 9(7)v99    value 0.
               10 nDeptPriorDateT  pic 9(8)       value 0.

       01  xReportHeading-1.
           05 filler           pic x(34)
               value 'VACATION LIABILITY VALUATION, DATE'.
           05 filler           pic x               value space.
           05 neHeadDate       pic 9(8).

       01  xReportHeading-2.
           05 filler           pic x(6)            value 'EMP'.
           05 filler           pic x(32)           value 'NAME'.
           05 filler           pic x(6)            value 'TYPE'.
           05 filler           pic x(10)           value '    HOURS'.
           05 filler           pic x(12)           value '   RATE/HR'.
           05 filler           pic x(14)
               value '        VALUE'.

       01  xDeptHeading.
           05 filler           pic x(11)           value 'DEPARTMENT '.
           05 neDhDept         pic 99.
           05 filler           pic x(2)            value spaces.
           05 xDhName          pic x(20).

       01  xReportDetail.
           05 neDetEmpNum      pic 9999.
           05 filler           pic x(2)            value spaces.
           05 xDetName         pic x(30).
           05 filler           pic x(2)            value spaces.
           05 xDetType         pic x(4).
           05 neDetHours       pic zzz,zz9.99.
           05 filler           pic x(2)            value spaces.
           05 neDetRate        pic zz9.9999.
           05 filler           pic x(2)            value spaces.
           05 neDetValue       pic $$,$$$,$$9.99.

       01  xDeptFooter.
           05 filler           pic x(6)            value spaces.
           05 filler           pic x(36)
               value 'DEPARTMENT TOTAL'.
           05 neDfHours        pic zzz,zz9.99.
           05 filler           pic x(12)           value spaces.
           05 neDfValue        pic $$,$$$,$$9.99.

       01  xSummaryHeading.
           05 filler           pic x(6)            value 'DEPT'.
           05 filler           pic x(11)           value 'LAST VALUED'.
           05 filler           pic x(13)
               value '   PRIOR BOOK'.
           05 filler           pic x(16)
               value '         CURRENT'.
           05 filler           pic x(16)
               value '         CHANGE '.
           05 filler           pic x(9)            value '  ACCOUNT'.

       01  xSummaryDetail.
           05 neSmDept         pic 99.
           05 filler           pic x(4)            value spaces.
           05 neSmPriorDate    pic 9(8).
           05 filler           pic x(3)            value spaces.
           05 neSmPrior        pic $$,$$$,$$9.99.
           05 filler           pic x(3)            value spaces.
           05 neSmCurrent      pic $$,$$$,$$9.99.
           05 filler           pic x(2)            value spaces.
           05 neSmChange       pic $$,$$$,$$9.99-.
           05 filler           pic x(2)            value spaces.
           05 neSmAcct         pic 9(5).

       01  xNoteLine.
           05 xNoteText        pic x(90).

       01  xReportFooter.
           05 filler           pic x(22)
               value 'TOTAL LIABILITY      '.
           05 neFootValue      pic $$$,$$$,$$9.99.
           05 filler           pic x(14)
               value '   PRIOR BOOK '.
           05 neFootPrior      pic $$$,$$$,$$9.99.

       01  xExceptionLine.
           05 filler           pic x(9)            value 'EMPLOYEE '.
           05 neExEmpNum       pic 9999.
           05 filler           pic x(2)            value spaces.
           05 neExHours        pic zz9.99.
           05 filler           pic x(2)            value spaces.
           05 xExText          pic x(50).

           copy "busdate-workingstorage.cbl".

           copy "runlog-workingstorage.cbl".

       procedure division.
       000-main.
           move "Payroll-26" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           open output reportFile.
           move xBusinessDate to neHeadDate.
           write xReportLine from xReportHeading-1.
           open input leaveFile.
           perform 200-next-leave until xEofFlag = "y".
           close leaveFile.
           move "n" to xEofFlag.
           if nWorkCount > 0
               sort xWorkElement on ascending key nWkDeptNum nWkEmpNum
           end-if.
           perform 300-write-detail.
           perform 400-post-changes.
           close reportFile.
           perform 500-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           open input deptFile.
           perform 110-next-department until xEofFlag = "y".
           close deptFile.
           move "n" to xEofFlag.
           open input valuationFile.
           perform 120-next-valuation until xEofFlag = "y".
           close valuationFile.
           move "n" to xEofFlag.
           open input masterFile.
           perform 130-load-master until xEofFlag = "y".
           close masterFile.
           move "n" to xEofFlag.

       110-next-department.
           read deptFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nDeptNumD > 0
                       move xDeptNameD to xDeptNameT(nDeptNumD),
                       move nDeptGlAcctD to nDeptGlAcctT(nDeptNumD)
                   end-if,
           end-read.

      * The file is in posting order, so the last row read for a
      * department is what the books carry now.
       120-next-valuation.
           read valuationFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nVlDeptNum numeric and nVlDeptNum > 0
                       and nVlAmount numeric
                       move nVlAmount to nDeptPriorT(nVlDeptNum),
                       move nVlDate to nDeptPriorDateT(nVlDeptNum)
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
                       move nDeptNum to nDeptNumM(nMasterCount),
                       move xLastName to xLastNameM(nMasterCount),
                       move xFirstName to xFirstNameM(nMasterCount),
                       move nPayRate to nPayRateM(nMasterCount),
                       move xStatus to xStatusM(nMasterCount),
                       move xPayType to xPayTypeM(nMasterCount),
                       move nSalaryAmt to nSalaryM(nMasterCount)
                   end-if,
           end-read.

       200-next-leave.
           read leaveFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nVacBalLv numeric and nVacBalLv > 0
                       perform 210-value-balance
                   end-if,
           end-read.

       210-value-balance.
           if nMasterCount = 0
               move "NOT ON MASTER FILE -- NOT VALUED" to xExText
               perform 220-write-exception
               exit paragraph
           end-if.
           search all xMasterElement
               at end
                   move "NOT ON MASTER FILE -- NOT VALUED" to xExText
                   perform 220-write-exception
                   exit paragraph
               when nEmpNumM(masterIdx) = nEmpNumLv
                   continue
           end-search.
           if xStatusM(masterIdx) = "T"
               add 1 to nTermCount
               exit paragraph
           end-if.
           if nDeptNumM(masterIdx) = 0
               move "NO DEPARTMENT ON MASTER -- NOT VALUED" to xExText
               perform 220-write-exception
               exit paragraph
           end-if.
           if nWorkCount >= nWorkMax
               if xWorkTableFull = "n"
                   display "WARNING: valuation table full at "
                   nWorkMax " rows -- remaining balances were not "
                   "valued."
                   move "y" to xWorkTableFull
               end-if
               exit paragraph
           end-if.
           if xPayTypeM(masterIdx) = "S"
               compute nHourlyRate rounded =
                   nSalaryM(masterIdx) * nPeriodsPerYear
                   / nHoursPerYear
           else
               move nPayRateM(masterIdx) to nHourlyRate
           end-if.
           compute nValue rounded = nVacBalLv * nHourlyRate.
           add 1 to nWorkCount.
           move nDeptNumM(masterIdx) to nWkDeptNum(nWorkCount).
           move nEmpNumLv to nWkEmpNum(nWorkCount).
           move function concatenate(
               function trim(xLastNameM(masterIdx)), ", ",
               xFirstNameM(masterIdx)) to xWkName(nWorkCount).
           move xPayTypeM(masterIdx) to xWkPayType(nWorkCount).
           move nVacBalLv to nWkHours(nWorkCount).
           move nHourlyRate to nWkRate(nWorkCount).
           move nValue to nWkValue(nWorkCount).
           add nVacBalLv to nDeptHoursT(nDeptNumM(masterIdx)).
           add nValue to nDeptValueT(nDeptNumM(masterIdx)).
           add 1 to nValuedCount.

       220-write-exception.
           add 1 to nExceptionCount.
           move nEmpNumLv to neExEmpNum.
           move nVacBalLv to neExHours.
           write xReportLine from xExceptionLine.

       300-write-detail.
           write xReportLine from xReportHeading-2.
           move 0 to nPrevDept.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nWorkCount
               if nWkDeptNum(nWorkSub) not = nPrevDept
                   if nPrevDept > 0
                       perform 310-dept-footer
                   end-if
                   move nWkDeptNum(nWorkSub) to nPrevDept
                   move spaces to xReportLine
                   write xReportLine
                   move nPrevDept to neDhDept
                   move xDeptNameT(nPrevDept) to xDhName
                   write xReportLine from xDeptHeading
               end-if
               move nWkEmpNum(nWorkSub) to neDetEmpNum
               move xWkName(nWorkSub) to xDetName
               if xWkPayType(nWorkSub) = "S"
                   move "SAL" to xDetType
               else
                   move "HRLY" to xDetType
               end-if
               move nWkHours(nWorkSub) to neDetHours
               move nWkRate(nWorkSub) to neDetRate
               move nWkValue(nWorkSub) to neDetValue
               write xReportLine from xReportDetail
           end-perform.
           if nPrevDept > 0
               perform 310-dept-footer
           end-if.

       310-dept-footer.
           move nDeptHoursT(nPrevDept) to neDfHours.
           move nDeptValueT(nPrevDept) to neDfValue.
           write xReportLine from xDeptFooter.

      * Post each department's change since its last valuation and
      * record the new valuation -- every department that has ever
      * carried a balance or carries one now gets a row, so one
      * whose staff used up all their hours is brought down to zero.
       400-post-changes.
           move spaces to xReportLine.
           write xReportLine.
           write xReportLine from xSummaryHeading.
           open extend glFile.
           open extend valuationFile.
           perform 410-post-department
               varying nDeptSub from 1 by 1 until nDeptSub > 99.
           close valuationFile.
           close glFile.
           move spaces to xReportLine.
           write xReportLine.
           move nTotalValue to neFootValue.
           move nTotalPrior to neFootPrior.
           write xReportLine from xReportFooter.
           if nTermCount > 0
               move spaces to xNoteText
               move nTermCount to xNoteText(1:4)
               move "balance(s) of terminated employees not valued."
                   to xNoteText(6:)
               write xReportLine from xNoteLine
           end-if.

       410-post-department.
           if nDeptValueT(nDeptSub) = 0 and nDeptPriorT(nDeptSub) = 0
               exit paragraph
           end-if.
           add nDeptValueT(nDeptSub) to nTotalValue.
           add nDeptPriorT(nDeptSub) to nTotalPrior.
           add nDeptHoursT(nDeptSub) to nTotalHours.
           compute nChange =
               nDeptValueT(nDeptSub) - nDeptPriorT(nDeptSub).
           if nDeptGlAcctT(nDeptSub) > 0
               move nDeptGlAcctT(nDeptSub) to nExpenseAcct
           else
               compute nExpenseAcct = 50000 + nDeptSub
           end-if.
           move nDeptSub to neSmDept.
           move nDeptPriorDateT(nDeptSub) to neSmPriorDate.
           move nDeptPriorT(nDeptSub) to neSmPrior.
           move nDeptValueT(nDeptSub) to neSmCurrent.
           move nChange to neSmChange.
           move nExpenseAcct to neSmAcct.
           write xReportLine from xSummaryDetail.
           if nChange = 0
               exit paragraph
           end-if.
           move nDeptSub to xGlDeptNum.
           if nChange > 0
               move nExpenseAcct to xGlDebitAcct
               move nGlAccruedVacAcct to xGlCreditAcct
               move nChange to xGlDebitAmount
               move nChange to xGlCreditAmount
           else
               move nGlAccruedVacAcct to xGlDebitAcct
               move nExpenseAcct to xGlCreditAcct
               compute xGlDebitAmount = 0 - nChange
               compute xGlCreditAmount = 0 - nChange
           end-if.
           move xBusinessDate to xGlPeriod.
           write xGlRecord.
           add 1 to nPostCount.
           move xBusinessDate to nVlDate.
           move nDeptSub to nVlDeptNum.
           move nDeptHoursT(nDeptSub) to nVlHours.
           move nDeptValueT(nDeptSub) to nVlAmount.
           write xValuationRecord.

       500-termination.
           display " ".
           display "Vacation liability: " nValuedCount
           " balances valued, " nPostCount
           " department changes posted, " nExceptionCount
           " exceptions".
           display "See Payroll-26-vacliab.txt".
           display " ".
           move "Payroll-26" to xRunLogProgram.
           move nValuedCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "busdate-procedure.cbl".

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
