      * Program: Payroll Merit Increase Worksheet
      *
      * The annual merit cycle, costed before it is approved instead
      * of keyed into Payroll.maintenance.txt one raise at a time.
      * Every active employee on Payroll.master.dat is listed by
      * department with the current rate, the proposed percentage,
      * the new rate, and what the raise costs over a year. The
      * percentage comes from the department's guideline in
      * Payroll.meritguide.txt unless the employee has an override
      * in Payroll.meritoverride.txt (an override of zero means no
      * raise). Each department's total merit cost is shown against
      * its labor budget for the year from Payroll.budget.txt.
      *
      * Run it as often as the worksheet needs reworking; answering
      * Y at the approval prompt appends one Payroll-02 rate-change
      * ('C') transaction per raise to Payroll.maintenance.txt,
      * stamped with the operator's id; Payroll-02 applies them once
      * a second person has released them (Payroll-31).

       identification division.
       program-id. Payroll-21.
       author. Anne.

       environment division.
       input-output section.
       file-control.
      * Indexed employee master (see Payroll-07); sequential read
      * hands the rows over in employee-number order.
           select masterFile assign to "Payroll.master.dat"
           organization is indexed
           access is sequential
           record key is nEmpNumMstr.

      * One guideline percentage per department.
           select optional guideFile assign to "Payroll.meritguide.txt"
           organization is line sequential.

      * Individual percentages that replace the guideline.
           select optional overrideFile assign to
           "Payroll.meritoverride.txt"
           organization is line sequential.

           select optional budgetFile assign to "Payroll.budget.txt"
           organization is line sequential.

           select optional deptFile assign to "Departments.txt"
           organization is line sequential.

      * Payroll-02's transaction file; approved raises are appended.
           select optional maintFile assign to
           "Payroll.maintenance.txt"
           organization is line sequential.

           select reportFile assign to "Payroll-21-merit.txt"
           organization is line sequential.

           copy "busdate-filecontrol.cbl".

           copy "runlog-filecontrol.cbl".

       data division.
       file section.
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

       fd  guideFile.
       01  xGuideRecord.
           05 nGuideDept        pic 99.
           05 nGuidePct         pic 99v99.

       fd  overrideFile.
       01  xOverrideRecord.
           05 nOverEmpNum       pic 9999.
           05 nOverPct          pic 99v99.

       fd  budgetFile.
       01  xBudgetRecord.
           05 nBudDept          pic 99.
           05 nBudPeriod        pic 9(8).
           05 nBudAmount        pic 9(7)v99.

       fd  deptFile.
       01  xDeptRecord.
           05 nDeptNumD         pic 99.
           05 xDeptNameD        pic x(20).
           05 xDeptMgrD         pic x(20).
           05 nDeptGlAcctD      pic 9(5).

       fd  maintFile.
       01  xMaintTransaction.
           05 xMaintAction         pic x.
           05 nMaintEmpNum         pic 9999.
           05 nMaintDeptNum        pic 99.
           05 xMaintLastName       pic x(20).
           05 xMaintFirstName      pic x(20).
           05 nMaintPayRate        pic 999v99.
           05 xMaintTermDate       pic 9(8).
           05 xMaintPayType        pic x.
           05 nMaintSalaryAmt      pic 9(5)v99.
           05 xMaintWorkState      pic xx.
      * Mailing address parts (never set here).
           05 filler               pic x(62).
      * Second-person release (see Payroll-31): the keyer's
      * WebUsers.txt id; the stage number and releasing approver are
      * filled in by Payroll-31.
           05 xMaintKeyedBy        pic x(12).
           05 nMaintStageNum       pic 9(6).
           05 xMaintReleasedBy     pic x(12).

       fd  reportFile.
       01  xReportLine         pic x(120).

           copy "busdate-filesection.cbl".

           copy "runlog-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xApproved           pic x               value 'n'.
       77  xKeyedBy            pic x(12)           value spaces.
       77  nWorkSub            pic 9(4)            value 0.
       77  nOverSub            pic 9(4)            value 0.
       77  nWorkCount          pic 9(4)            value 0.
       77  nWorkMax            pic 9(4)            value 2000.
       77  xWorkTableFull      pic x               value 'n'.
       77  nOverCount          pic 9(4)            value 0.
       77  nOverMax            pic 9(4)            value 2000.
       77  nBudgetYear         pic 9(4)            value 0.
       77  nRaiseCount         pic 9(4)            value 0.
       77  nTransCount         pic 9(4)            value 0.
       77  nPrevDept           pic 99              value 0.
       77  nBudgetPct          pic 9(5)v99         value 0.
       77  nTotalCost          pic 9(9)v99         value 0.
       77  nTotalBudget        pic 9(9)v99         value 0.

      * Annualizing: hourly staff at a 40-hour week for 52 weeks,
      * salaried staff at one per-period salary every biweekly
      * period.
       77  nHoursPerYear       pic 9(4)            value 2080.
       77  nPeriodsPerYear     pic 99              value 26.

       01  xGuideTable.
           05 nGuidePctT occurs 99 times pic 99v99 value 0.

       01  xDeptNameTable.
           05 xDeptNameT occurs 99 times pic x(20) value spaces.

       01  xDeptCostTable.
           05 xDeptCostElement occurs 99 times.
               10 nDcMeritCost     pic 9(9)v99    value 0.
               10 nDcBudget        pic 9(9)v99    value 0.
               10 nDcHeadCount     pic 9(4)       value 0.

       01  xOverTable.
           05 xOverElement occurs 2000 times.
               10 nOverEmpNumT     pic 9999.
               10 nOverPctT        pic 99v99.

      * One row per active employee, sorted into department order
      * for the worksheet.
       01  xWorkTable.
           05 xWorkElement occurs 1 to 2000 times
               depending on nWorkCount.
               10 nWkDept          pic 99.
               10 nWkEmpNum        pic 9999.
               10 xWkName          pic x(30).
               10 xWkPayType       pic x.
               10 nWkOldRate       pic 9(5)v99.
               10 nWkNewRate       pic 9(5)v99.
               10 nWkPct           pic 99v99.
               10 xWkPctSource     pic x.
               10 nWkAnnualCost    pic 9(7)v99.

       01  xReportHeading-1.
           05 filler           pic x(33)
               value 'MERIT INCREASE WORKSHEET, BUDGET '.
           05 neHeadYear       pic 9(4).
           05 filler           pic x(2)            value spaces.
           05 xHeadApproval    pic x(40).

       01  xReportHeading-2.
           05 filler           pic x(6)            value 'EMP'.
           05 filler           pic x(32)           value 'NAME'.
           05 filler           pic x(5)            value 'TYPE'.
           05 filler           pic x(12)           value '  CURRENT'.
           05 filler           pic x(9)            value '   PCT'.
           05 filler           pic x(12)           value '      NEW'.
           05 filler           pic x(14)           value ' ANNUAL COST'.

       01  xDeptHeading.
           05 filler           pic x(5)            value 'DEPT '.
           05 neDhDept         pic 99.
           05 filler           pic x(2)            value spaces.
           05 xDhName          pic x(20).

       01  xReportDetail.
           05 neDetEmpNum      pic 9999.
           05 filler           pic x(2)            value spaces.
           05 xDetName         pic x(30).
           05 filler           pic x(2)            value spaces.
           05 xDetPayType      pic x(5).
           05 neDetOldRate     pic $$$,$$9.99.
           05 filler           pic x(2)            value spaces.
           05 neDetPct         pic z9.99.
           05 xDetPctSource    pic x(4).
           05 filler           pic x(1)            value spaces.
           05 neDetNewRate     pic $$$,$$9.99.
           05 filler           pic x(2)            value spaces.
           05 neDetAnnualCost  pic $$,$$$,$$9.99.

       01  xDeptFooter.
           05 filler           pic x(8)            value spaces.
           05 filler           pic x(19)
               value 'DEPT MERIT COST    '.
           05 neDfCost         pic $$,$$$,$$9.99.
           05 filler           pic x(16)
               value '   YEAR BUDGET  '.
           05 neDfBudget       pic $$,$$$,$$9.99.
           05 filler           pic x(3)            value spaces.
           05 neDfPct          pic zz9.99.
           05 filler           pic x(11)           value '% OF BUDGET'.

       01  xReportFooter.
           05 neFootRaises     pic zzz9.
           05 filler           pic x(22)
               value ' raises, total cost  '.
           05 neFootCost       pic $$,$$$,$$9.99.
           05 filler           pic x(16)
               value '   YEAR BUDGET  '.
           05 neFootBudget     pic $$,$$$,$$9.99.
           05 filler           pic x(3)            value spaces.
           05 neFootPct        pic zz9.99.
           05 filler           pic x(11)           value '% OF BUDGET'.

           copy "busdate-workingstorage.cbl".

           copy "runlog-workingstorage.cbl".

       procedure division.
       000-main.
           move "Payroll-21" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-worksheet.
           if xApproved = "y"
               perform 250-write-transactions
           end-if.
           perform 300-termination.
           stop run.

       100-initialization.
           display "Merit worksheet approved -- write the rate-change "
           "transactions (Y/N)? " with no advancing.
           accept xApproved.
           if xApproved = "Y" or xApproved = "y"
               move "y" to xApproved
           else
               move "n" to xApproved
           end-if.
      * The transactions wait in Payroll.maintenance.txt until a
      * second person releases them, so they carry who keyed them.
           if xApproved = "y"
               display "Your WebUsers id (keyed by): "
               with no advancing
               accept xKeyedBy
               if xKeyedBy = spaces
                   display "No id given -- no transactions will be "
                   "written."
                   move "n" to xApproved
               end-if
           end-if.
           perform 9200-get-business-date.
           move xBusinessDate(1:4) to nBudgetYear.
           open input deptFile.
           perform 110-next-department until xEofFlag = "y".
           close deptFile.
           move "n" to xEofFlag.
           open input guideFile.
           perform 120-next-guideline until xEofFlag = "y".
           close guideFile.
           move "n" to xEofFlag.
           open input overrideFile.
           perform 130-next-override until xEofFlag = "y".
           close overrideFile.
           move "n" to xEofFlag.
           open input budgetFile.
           perform 140-next-budget until xEofFlag = "y".
           close budgetFile.
           move "n" to xEofFlag.
           open input masterFile.
           perform 150-next-employee until xEofFlag = "y".
           close masterFile.
           move "n" to xEofFlag.

       110-next-department.
           read deptFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nDeptNumD > 0
                       move xDeptNameD to xDeptNameT(nDeptNumD)
                   end-if,
           end-read.

       120-next-guideline.
           read guideFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nGuideDept > 0 and nGuidePct numeric
                       move nGuidePct to nGuidePctT(nGuideDept)
                   end-if,
           end-read.

       130-next-override.
           read overrideFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nOverPct not numeric
                       display "WARNING: override for employee "
                       nOverEmpNum " is not a valid percentage -- "
                       "the department guideline applies."
                   else
                       if nOverCount < nOverMax
                           add 1 to nOverCount,
                           move nOverEmpNum to
                               nOverEmpNumT(nOverCount),
                           move nOverPct to nOverPctT(nOverCount)
                       end-if
                   end-if,
           end-read.

      * The department's labor budget for the year is the sum of
      * its per-period budget lines dated in the business year.
       140-next-budget.
           read budgetFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nBudDept > 0
                       and nBudPeriod(1:4) = nBudgetYear
                       add nBudAmount to nDcBudget(nBudDept)
                   end-if,
           end-read.

       150-next-employee.
           read masterFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xStatus = "A"
                       perform 160-cost-employee
                   end-if,
           end-read.

      * The override wins when there is one; otherwise the
      * department guideline. A salaried employee's raise is on the
      * per-period salary, an hourly employee's on the hourly rate.
       160-cost-employee.
           if nWorkCount >= nWorkMax
               if xWorkTableFull = "n"
                   display "WARNING: worksheet full at " nWorkMax
                   " employees -- the rest were not costed."
                   move "y" to xWorkTableFull
               end-if
               exit paragraph
           end-if.
           add 1 to nWorkCount.
           move nWorkCount to nWorkSub.
           move nDeptNum to nWkDept(nWorkSub).
           move nEmpNumMstr to nWkEmpNum(nWorkSub).
           move function concatenate(
               function trim(xLastName), ", ", xFirstName)
               to xWkName(nWorkSub).
           move xPayType to xWkPayType(nWorkSub).
           if xPayType = "S"
               move nSalaryAmt to nWkOldRate(nWorkSub)
           else
               move nPayRate to nWkOldRate(nWorkSub)
           end-if.
           move "G" to xWkPctSource(nWorkSub).
           move 0 to nWkPct(nWorkSub).
           if nDeptNum > 0
               move nGuidePctT(nDeptNum) to nWkPct(nWorkSub)
           end-if.
           perform varying nOverSub from 1 by 1
               until nOverSub > nOverCount
               if nOverEmpNumT(nOverSub) = nEmpNumMstr
                   move nOverPctT(nOverSub) to nWkPct(nWorkSub)
                   move "O" to xWkPctSource(nWorkSub)
               end-if
           end-perform.
           compute nWkNewRate(nWorkSub) rounded =
               nWkOldRate(nWorkSub) * (1 + nWkPct(nWorkSub) / 100).
      * The master's hourly rate holds three integer digits; a raise
      * that would overflow it is capped at what it can hold.
           if xPayType not = "S" and nWkNewRate(nWorkSub) > 999.99
               display "WARNING: employee " nEmpNumMstr
               " new rate exceeds 999.99 -- capped."
               move 999.99 to nWkNewRate(nWorkSub)
           end-if.
           if xPayType = "S"
               compute nWkAnnualCost(nWorkSub) rounded =
                   (nWkNewRate(nWorkSub) - nWkOldRate(nWorkSub))
                   * nPeriodsPerYear
           else
               compute nWkAnnualCost(nWorkSub) rounded =
                   (nWkNewRate(nWorkSub) - nWkOldRate(nWorkSub))
                   * nHoursPerYear
           end-if.
           if nDeptNum > 0
               add nWkAnnualCost(nWorkSub) to nDcMeritCost(nDeptNum)
               add 1 to nDcHeadCount(nDeptNum)
           end-if.
           if nWkNewRate(nWorkSub) > nWkOldRate(nWorkSub)
               add 1 to nRaiseCount
           end-if.

       200-worksheet.
           open output reportFile.
           move nBudgetYear to neHeadYear.
           if xApproved = "y"
               move "APPROVED -- TRANSACTIONS WRITTEN"
                   to xHeadApproval
           else
               move "PROPOSAL -- NOTHING WRITTEN" to xHeadApproval
           end-if.
           write xReportLine from xReportHeading-1.
           write xReportLine from xReportHeading-2.
           if nWorkCount > 0
               sort xWorkElement on ascending key nWkDept nWkEmpNum
           end-if.
           move 99 to nPrevDept.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nWorkCount
               if nWkDept(nWorkSub) not = nPrevDept
                   if nWorkSub > 1
                       perform 230-department-footer
                   end-if
                   move nWkDept(nWorkSub) to nPrevDept
                   perform 210-department-heading
               end-if
               perform 220-write-detail
           end-perform.
           if nWorkCount > 0
               perform 230-department-footer
           end-if.
           perform 240-report-footer.
           close reportFile.

       210-department-heading.
           move spaces to xReportLine.
           write xReportLine.
           move nPrevDept to neDhDept.
           if nPrevDept > 0
               move xDeptNameT(nPrevDept) to xDhName
           else
               move "(NO DEPARTMENT)" to xDhName
           end-if.
           write xReportLine from xDeptHeading.

       220-write-detail.
           move nWkEmpNum(nWorkSub) to neDetEmpNum.
           move xWkName(nWorkSub) to xDetName.
           if xWkPayType(nWorkSub) = "S"
               move "SAL" to xDetPayType
           else
               move "HRLY" to xDetPayType
           end-if.
           move nWkOldRate(nWorkSub) to neDetOldRate.
           move nWkPct(nWorkSub) to neDetPct.
           if xWkPctSource(nWorkSub) = "O"
               move "% OV" to xDetPctSource
           else
               move "%" to xDetPctSource
           end-if.
           move nWkNewRate(nWorkSub) to neDetNewRate.
           move nWkAnnualCost(nWorkSub) to neDetAnnualCost.
           write xReportLine from xReportDetail.

       230-department-footer.
           move 0 to nBudgetPct.
           if nPrevDept > 0
               move nDcMeritCost(nPrevDept) to neDfCost
               move nDcBudget(nPrevDept) to neDfBudget
               add nDcMeritCost(nPrevDept) to nTotalCost
               add nDcBudget(nPrevDept) to nTotalBudget
               if nDcBudget(nPrevDept) > 0
                   compute nBudgetPct rounded =
                       nDcMeritCost(nPrevDept) * 100
                       / nDcBudget(nPrevDept)
               end-if
           else
               move 0 to neDfCost
               move 0 to neDfBudget
           end-if.
           move nBudgetPct to neDfPct.
           write xReportLine from xDeptFooter.

       240-report-footer.
           move spaces to xReportLine.
           write xReportLine.
           move 0 to nBudgetPct.
           if nTotalBudget > 0
               compute nBudgetPct rounded =
                   nTotalCost * 100 / nTotalBudget
           end-if.
           move nRaiseCount to neFootRaises.
           move nTotalCost to neFootCost.
           move nTotalBudget to neFootBudget.
           move nBudgetPct to neFootPct.
           write xReportLine from xReportFooter.

      * One Payroll-02 change transaction per raise. An hourly
      * employee gets the new pay rate; a salaried one gets pay type
      * 'S' with the new salary. Every other field is left blank or
      * zero, which Payroll-02 reads as "leave alone".
       250-write-transactions.
           open extend maintFile.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nWorkCount
               if nWkNewRate(nWorkSub) > nWkOldRate(nWorkSub)
                   perform 260-write-one-transaction
               end-if
           end-perform.
           close maintFile.

       260-write-one-transaction.
           move spaces to xMaintTransaction.
           move "C" to xMaintAction.
           move xKeyedBy to xMaintKeyedBy.
           move nWkEmpNum(nWorkSub) to nMaintEmpNum.
           move 0 to nMaintDeptNum.
           move 0 to nMaintPayRate.
           move 0 to xMaintTermDate.
           move 0 to nMaintSalaryAmt.
           if xWkPayType(nWorkSub) = "S"
               move "S" to xMaintPayType
               move nWkNewRate(nWorkSub) to nMaintSalaryAmt
           else
               move nWkNewRate(nWorkSub) to nMaintPayRate
           end-if.
           write xMaintTransaction.
           add 1 to nTransCount.

       300-termination.
           display " ".
           display "Merit worksheet written to Payroll-21-merit.txt: "
           nRaiseCount " raises".
           if xApproved = "y"
               display nTransCount " rate-change transactions "
               "appended to Payroll.maintenance.txt for Payroll-02."
           else
               display "Not approved -- no transactions written."
           end-if.
           display " ".
           move nWorkCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "busdate-procedure.cbl".

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
