      * Program: Payroll Workers' Compensation Premium Report
      *
      * The carrier bills workers' comp on payroll dollars by risk
      * class, and the annual premium audit used to be rebuilt by
      * hand from old Payroll-01-output.txt printouts. This report
      * builds it from Payroll.taxarchive.txt instead: gross wages
      * per WC class for a date range, with the overtime premium
      * (the half-time over straight time that Payroll-01 archives
      * with each regular line) backed out as the carrier's rules
      * require, and the estimated premium per class at the class
      * rate per $100 of payroll.
      *
      * Each department's class and rate is on Payroll.wcclass.txt;
      * an employee whose work is rated differently from the rest
      * of the department has a row on Payroll.wcoverride.txt,
      * which wins. Employees are classed by their department on
      * the master today. Off-cycle ('O') pay counts as payroll;
      * a voided check's reversing line ('V', from Payroll-19)
      * comes back out. Archive lines written before the overtime
      * premium was archived carry no premium and count in full --
      * the report says how many there were. Anyone paid with no
      * class at all is listed under NO CLASS ASSIGNED with no
      * premium estimated, so the gap is fixed rather than missed.

       identification division.
       program-id. Payroll-23.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional taxArchiveFile assign to
           "Payroll.taxarchive.txt"
           organization is line sequential.

      * Indexed employee master (see Payroll-07); sequential read
      * hands the rows over in employee-number order.
           select masterFile assign to "Payroll.master.dat"
           organization is indexed
           access is sequential
           record key is nEmpNumMstr.

      * One WC class and rate per department.
           select optional classFile assign to "Payroll.wcclass.txt"
           organization is line sequential.

      * Individual classes that replace the department's.
           select optional overrideFile assign to
           "Payroll.wcoverride.txt"
           organization is line sequential.

           select reportFile assign to "Payroll-23-wcpremium.txt"
           organization is line sequential.

           copy "busdate-filecontrol.cbl".

           copy "runlog-filecontrol.cbl".

       data division.
       file section.
       fd  taxArchiveFile.
       01  xTaxArchiveRecord.
           05 nTaxArcDate       pic 9(8).
           05 nTaxArcEmpNum     pic 9999.
           05 nTaxArcGross      pic 9(7)v99.
           05 nTaxArcFed        pic 9(5)v99.
           05 nTaxArcState      pic 9(5)v99.
           05 nTaxArcFica       pic 9(5)v99.
           05 xTaxArcRunType    pic x.
           05 nTaxArcNet        pic 9(7)v99.
           05 nTaxArcOtPrem     pic 9(5)v99.

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

      * Rate is dollars per $100 of WC payroll.
       fd  classFile.
       01  xClassRecord.
           05 nClassDept        pic 99.
           05 nClassCode        pic 9(4).
           05 nClassRate        pic 99v99.
           05 xClassDesc        pic x(20).

       fd  overrideFile.
       01  xOverrideRecord.
           05 nOverEmpNum       pic 9999.
           05 nOverCode         pic 9(4).
           05 nOverRate         pic 99v99.
           05 xOverDesc         pic x(20).

       fd  reportFile.
       01  xReportLine         pic x(110).

           copy "busdate-filesection.cbl".

           copy "runlog-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xStartDateIn        pic x(8)            value spaces.
       77  xEndDateIn          pic x(8)            value spaces.
       77  nStartDate          pic 9(8)            value 0.
       77  nEndDate            pic 9(8)            value 0.
       77  nDateCheck          pic 9(8)            value 0.
       77  nEmpSub             pic 9(4)            value 0.
       77  nOverSub            pic 9(4)            value 0.
       77  nClassSub           pic 99              value 0.
       77  nFoundSub           pic 99              value 0.
       77  nEmpCount           pic 9(4)            value 0.
       77  nEmpMax             pic 9(4)            value 2000.
       77  xEmpTableFull       pic x               value 'n'.
       77  nOverCount          pic 9(4)            value 0.
       77  nOverMax            pic 9(4)            value 2000.
       77  nClassCount         pic 99              value 0.
       77  nClassMax           pic 99              value 50.
       77  xClassTableFull     pic x               value 'n'.
       77  nLineCount          pic 9(7)            value 0.
       77  nUsedCount          pic 9(7)            value 0.
       77  nNoOtDetailCount    pic 9(7)            value 0.
       77  nNotOnMasterCount   pic 9(7)            value 0.
       77  nNotOnMasterGross   pic s9(9)v99        value 0.
       77  nLineOtPrem         pic 9(5)v99         value 0.
       77  nPrevClassSub       pic 99              value 0.
       77  neWarnRate          pic z9.99.
       77  nTotGross           pic s9(9)v99        value 0.
       77  nTotOtPrem          pic s9(9)v99        value 0.
       77  nTotWcPay           pic s9(9)v99        value 0.
       77  nTotPremium         pic s9(9)v99        value 0.

       01  xDeptClassTable.
           05 xDeptClassElement occurs 99 times.
               10 nDcCode          pic 9(4)       value 0.
               10 nDcRate          pic 99v99      value 0.
               10 xDcDesc          pic x(20)      value spaces.

       01  xOverTable.
           05 xOverElement occurs 2000 times.
               10 nOverEmpNumT     pic 9999.
               10 nOverCodeT       pic 9(4).
               10 nOverRateT       pic 99v99.
               10 xOverDescT       pic x(20).

      * Every employee on the master with the class they are rated
      * in and what the archive paid them in the range.
       01  xEmpTable.
           05 xEmpElement occurs 1 to 2000 times
               depending on nEmpCount
               ascending key is nEmpNumT
               indexed by empIdx.
               10 nEmpNumT         pic 9999.
               10 nEmpDeptT        pic 99.
               10 xEmpNameT        pic x(30).
               10 nEmpClassSubT    pic 99.
               10 xEmpSourceT      pic x.
               10 xEmpPaidT        pic x.
               10 nEmpGrossT       pic s9(7)v99.
               10 nEmpOtPremT      pic s9(7)v99.

      * One row per class in use; row 1 is always the unclassed
      * bucket.
       01  xClassTable.
           05 xClassElement occurs 50 times.
               10 nClCode          pic 9(4).
               10 nClRate          pic 99v99.
               10 xClDesc          pic x(20).
               10 nClEmpCount      pic 9(4).
               10 nClGross         pic s9(9)v99.
               10 nClOtPrem        pic s9(9)v99.
               10 nClWcPay         pic s9(9)v99.
               10 nClPremium       pic s9(9)v99.

       01  xReportHeading-1.
           05 filler           pic x(40)
               value "WORKERS' COMPENSATION PREMIUM BY CLASS, ".
           05 neHeadStart      pic 9(8).
           05 filler           pic x(4)            value ' TO '.
           05 neHeadEnd        pic 9(8).

       01  xReportHeading-2.
           05 filler           pic x(6)            value 'EMP'.
           05 filler           pic x(32)           value 'NAME'.
           05 filler           pic x(6)            value 'DEPT'.
           05 filler           pic x(4)            value 'SRC'.
           05 filler           pic x(15)
               value '   GROSS WAGES'.
           05 filler           pic x(15)
               value '    OT PREMIUM'.
           05 filler           pic x(15)
               value '    WC PAYROLL'.

       01  xClassHeading.
           05 filler           pic x(6)            value 'CLASS '.
           05 neChCode         pic 9(4).
           05 filler           pic x(2)            value spaces.
           05 xChDesc          pic x(20).
           05 filler           pic x(7)            value '  RATE '.
           05 neChRate         pic z9.99.
           05 filler           pic x(9)            value ' PER $100'.

       01  xReportDetail.
           05 neDetEmpNum      pic 9999.
           05 filler           pic x(2)            value spaces.
           05 xDetName         pic x(30).
           05 filler           pic x(3)            value spaces.
           05 neDetDept        pic 99.
           05 filler           pic x(3)            value spaces.
           05 xDetSource       pic x(4).
           05 neDetGross       pic $$,$$$,$$9.99-.
           05 filler           pic x(1)            value spaces.
           05 neDetOtPrem      pic $$,$$$,$$9.99-.
           05 filler           pic x(1)            value spaces.
           05 neDetWcPay       pic $$,$$$,$$9.99-.

       01  xClassFooter.
           05 filler           pic x(8)            value spaces.
           05 neCfEmps         pic zzz9.
           05 filler           pic x(14)           value ' EMPLOYEES'.
           05 filler           pic x(14)           value 'CLASS TOTAL'.
           05 neCfGross        pic $$$,$$$,$$9.99-.
           05 neCfOtPrem       pic $$$,$$$,$$9.99-.
           05 neCfWcPay        pic $$$,$$$,$$9.99-.
           05 filler           pic x(12)           value '   PREMIUM '.
           05 neCfPremium      pic $$,$$$,$$9.99-.

       01  xSummaryHeading.
           05 filler           pic x(6)            value 'CLASS'.
           05 filler           pic x(22)           value 'DESCRIPTION'.
           05 filler           pic x(8)            value '  RATE'.
           05 filler           pic x(16)
               value '    WC PAYROLL'.
           05 filler           pic x(16)
               value '   EST PREMIUM'.

       01  xSummaryLine.
           05 neSumCode        pic 9(4).
           05 filler           pic x(2)            value spaces.
           05 xSumDesc         pic x(20).
           05 filler           pic x(2)            value spaces.
           05 neSumRate        pic z9.99.
           05 filler           pic x(1)            value spaces.
           05 neSumWcPay       pic $$$,$$$,$$9.99-.
           05 filler           pic x(1)            value spaces.
           05 neSumPremium     pic $$$,$$$,$$9.99-.

       01  xReportFooter.
           05 filler           pic x(28)           value 'ALL CLASSES'.
           05 filler           pic x(8)            value spaces.
           05 neFootWcPay      pic $$$,$$$,$$9.99-.
           05 filler           pic x(1)            value spaces.
           05 neFootPremium    pic $$$,$$$,$$9.99-.

       01  xNoteLine.
           05 xNoteText        pic x(110).

       01  xCountNote.
           05 neCnCount        pic z,zzz,zz9.
           05 xCnText          pic x(100).

       01  xAmountNote.
           05 filler           pic x(37)
               value 'GROSS PAID TO EMPLOYEES NOT ON MASTER'.
           05 filler           pic x(2)            value spaces.
           05 neAnAmount       pic $$$,$$$,$$9.99-.

           copy "busdate-workingstorage.cbl".

           copy "runlog-workingstorage.cbl".

       procedure division.
       000-main.
           move "Payroll-23" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           open input taxArchiveFile.
           perform 200-next-archive-line until xEofFlag = "y".
           close taxArchiveFile.
           move "n" to xEofFlag.
           perform 300-summarize-classes.
           perform 400-report.
           perform 500-termination.
           stop run.

      * Default range is the business year to date -- the policy
      * year most carriers audit on.
       100-initialization.
           perform 9200-get-business-date.
           display "Start date YYYYMMDD (blank = January 1)? "
           with no advancing.
           accept xStartDateIn.
           display "End date YYYYMMDD (blank = business date)? "
           with no advancing.
           accept xEndDateIn.
           move xBusinessDate to nStartDate.
           move "0101" to nStartDate(5:4).
           move xBusinessDate to nEndDate.
           if xStartDateIn not = spaces
               move 0 to nDateCheck
               if xStartDateIn numeric
                   move xStartDateIn to nDateCheck
               end-if
               if nDateCheck > 0
                   and function integer-of-date(nDateCheck) > 0
                   move nDateCheck to nStartDate
               else
                   display "WARNING: start date " xStartDateIn
                   " is not a valid date -- January 1 used."
               end-if
           end-if.
           if xEndDateIn not = spaces
               move 0 to nDateCheck
               if xEndDateIn numeric
                   move xEndDateIn to nDateCheck
               end-if
               if nDateCheck > 0
                   and function integer-of-date(nDateCheck) > 0
                   move nDateCheck to nEndDate
               else
                   display "WARNING: end date " xEndDateIn
                   " is not a valid date -- business date used."
               end-if
           end-if.
           move 1 to nClassCount.
           move 0 to nClCode(1).
           move 0 to nClRate(1).
           move "NO CLASS ASSIGNED" to xClDesc(1).
           move 0 to nClEmpCount(1).
           move 0 to nClGross(1).
           move 0 to nClOtPrem(1).
           move 0 to nClWcPay(1).
           move 0 to nClPremium(1).
           open input classFile.
           perform 110-next-class until xEofFlag = "y".
           close classFile.
           move "n" to xEofFlag.
           open input overrideFile.
           perform 120-next-override until xEofFlag = "y".
           close overrideFile.
           move "n" to xEofFlag.
           open input masterFile.
           perform 130-next-employee until xEofFlag = "y".
           close masterFile.
           move "n" to xEofFlag.

       110-next-class.
           read classFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nClassDept > 0 and nClassCode numeric
                       and nClassRate numeric
                       move nClassCode to nDcCode(nClassDept),
                       move nClassRate to nDcRate(nClassDept),
                       move xClassDesc to xDcDesc(nClassDept)
                   else
                       display "WARNING: Payroll.wcclass.txt line for "
                       "dept " nClassDept " is not valid -- skipped."
                   end-if,
           end-read.

       120-next-override.
           read overrideFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nOverCode not numeric or nOverRate not numeric
                       display "WARNING: WC override for employee "
                       nOverEmpNum " is not valid -- the department "
                       "class applies."
                   else
                       if nOverCount < nOverMax
                           add 1 to nOverCount,
                           move nOverEmpNum to
                               nOverEmpNumT(nOverCount),
                           move nOverCode to nOverCodeT(nOverCount),
                           move nOverRate to nOverRateT(nOverCount),
                           move xOverDesc to xOverDescT(nOverCount)
                       end-if
                   end-if,
           end-read.

      * Terminated employees stay on the table: wages paid before
      * they left are still in the audit period.
       130-next-employee.
           read masterFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nEmpCount >= nEmpMax
                       if xEmpTableFull = "n"
                           display "WARNING: employee table full at "
                           nEmpMax " records -- remaining rows in "
                           "Payroll.master.dat were not loaded."
                           move "y" to xEmpTableFull
                       end-if
                   else
                       perform 140-class-employee
                   end-if,
           end-read.

      * The override wins when there is one; otherwise the
      * department's class; otherwise none.
       140-class-employee.
           add 1 to nEmpCount.
           move nEmpCount to nEmpSub.
           move nEmpNumMstr to nEmpNumT(nEmpSub).
           move nDeptNum to nEmpDeptT(nEmpSub).
           move function concatenate(
               function trim(xLastName), ", ", xFirstName)
               to xEmpNameT(nEmpSub).
           move "n" to xEmpPaidT(nEmpSub).
           move 0 to nEmpGrossT(nEmpSub).
           move 0 to nEmpOtPremT(nEmpSub).
           move 1 to nEmpClassSubT(nEmpSub).
           move space to xEmpSourceT(nEmpSub).
           perform varying nOverSub from 1 by 1
               until nOverSub > nOverCount
               if nOverEmpNumT(nOverSub) = nEmpNumMstr
                   move nOverCodeT(nOverSub) to nClCode(nClassMax)
                   move nOverRateT(nOverSub) to nClRate(nClassMax)
                   move xOverDescT(nOverSub) to xClDesc(nClassMax)
                   move "O" to xEmpSourceT(nEmpSub)
               end-if
           end-perform.
           if xEmpSourceT(nEmpSub) = space
               and nDeptNum > 0 and nDcCode(nDeptNum) > 0
               move nDcCode(nDeptNum) to nClCode(nClassMax)
               move nDcRate(nDeptNum) to nClRate(nClassMax)
               move xDcDesc(nDeptNum) to xClDesc(nClassMax)
               move "D" to xEmpSourceT(nEmpSub)
           end-if.
           if xEmpSourceT(nEmpSub) not = space
               perform 150-find-class
               move nFoundSub to nEmpClassSubT(nEmpSub)
           end-if.

      * The candidate class is staged in the last table row; a new
      * class takes the next free row. The first department or
      * override row seen for a class sets its rate.
       150-find-class.
           move 0 to nFoundSub.
           perform varying nClassSub from 2 by 1
               until nClassSub > nClassCount
               if nClCode(nClassSub) = nClCode(nClassMax)
                   move nClassSub to nFoundSub
                   move nClassCount to nClassSub
               end-if
           end-perform.
           if nFoundSub > 0
               if nClRate(nFoundSub) not = nClRate(nClassMax)
                   move nClRate(nFoundSub) to neWarnRate
                   display "WARNING: class " nClCode(nClassMax)
                   " has more than one rate -- " neWarnRate " used."
               end-if
               exit paragraph
           end-if.
           if nClassCount >= nClassMax - 1
               if xClassTableFull = "n"
                   display "WARNING: class table full at "
                   nClassCount " classes -- remaining employees "
                   "are reported unclassed."
                   move "y" to xClassTableFull
               end-if
               move 1 to nFoundSub
               exit paragraph
           end-if.
           add 1 to nClassCount.
           move nClassCount to nFoundSub.
           move nClCode(nClassMax) to nClCode(nFoundSub).
           move nClRate(nClassMax) to nClRate(nFoundSub).
           move xClDesc(nClassMax) to xClDesc(nFoundSub).
           move 0 to nClEmpCount(nFoundSub).
           move 0 to nClGross(nFoundSub).
           move 0 to nClOtPrem(nFoundSub).
           move 0 to nClWcPay(nFoundSub).
           move 0 to nClPremium(nFoundSub).

       200-next-archive-line.
           read taxArchiveFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nLineCount,
                   perform 210-accumulate-line,
           end-read.

      * Only lines dated in the range count. A void takes its gross
      * back out; the premium it reversed was never archived on it.
       210-accumulate-line.
           if nTaxArcDate < nStartDate or nTaxArcDate > nEndDate
               exit paragraph
           end-if.
           add 1 to nUsedCount.
           move 0 to nLineOtPrem.
           if nTaxArcOtPrem numeric
               move nTaxArcOtPrem to nLineOtPrem
           else
               if xTaxArcRunType = space
                   add 1 to nNoOtDetailCount
               end-if
           end-if.
           search all xEmpElement
               at end
                   add 1 to nNotOnMasterCount
                   if xTaxArcRunType = "V"
                       subtract nTaxArcGross from nNotOnMasterGross
                   else
                       add nTaxArcGross to nNotOnMasterGross
                   end-if
               when nEmpNumT(empIdx) = nTaxArcEmpNum
                   move "y" to xEmpPaidT(empIdx)
                   if xTaxArcRunType = "V"
                       subtract nTaxArcGross from nEmpGrossT(empIdx)
                       subtract nLineOtPrem from nEmpOtPremT(empIdx)
                   else
                       add nTaxArcGross to nEmpGrossT(empIdx)
                       add nLineOtPrem to nEmpOtPremT(empIdx)
                   end-if
           end-search.

      * WC payroll is gross less the overtime premium; the premium
      * estimate is the class rate per $100 of it.
       300-summarize-classes.
           perform varying nEmpSub from 1 by 1
               until nEmpSub > nEmpCount
               if xEmpPaidT(nEmpSub) = "y"
                   move nEmpClassSubT(nEmpSub) to nClassSub
                   add 1 to nClEmpCount(nClassSub)
                   add nEmpGrossT(nEmpSub) to nClGross(nClassSub)
                   add nEmpOtPremT(nEmpSub) to nClOtPrem(nClassSub)
               end-if
           end-perform.
           perform varying nClassSub from 1 by 1
               until nClassSub > nClassCount
               compute nClWcPay(nClassSub) =
                   nClGross(nClassSub) - nClOtPrem(nClassSub)
               compute nClPremium(nClassSub) rounded =
                   nClWcPay(nClassSub) * nClRate(nClassSub) / 100
               add nClGross(nClassSub) to nTotGross
               add nClOtPrem(nClassSub) to nTotOtPrem
               add nClWcPay(nClassSub) to nTotWcPay
               add nClPremium(nClassSub) to nTotPremium
           end-perform.

      * Employee detail grouped by class (in class-table order, the
      * unclassed bucket last so it stands out), then the one-page
      * class summary the carrier's auditor works from.
       400-report.
           open output reportFile.
           move nStartDate to neHeadStart.
           move nEndDate to neHeadEnd.
           write xReportLine from xReportHeading-1.
           write xReportLine from xReportHeading-2.
           perform varying nPrevClassSub from 2 by 1
               until nPrevClassSub > nClassCount
               perform 410-report-class
           end-perform.
           move 1 to nPrevClassSub.
           perform 410-report-class.
           move spaces to xReportLine.
           write xReportLine.
           write xReportLine from xSummaryHeading.
           perform varying nClassSub from 2 by 1
               until nClassSub > nClassCount
               perform 420-write-summary
           end-perform.
           move 1 to nClassSub.
           perform 420-write-summary.
           move nTotWcPay to neFootWcPay.
           move nTotPremium to neFootPremium.
           write xReportLine from xReportFooter.
           perform 430-write-notes.
           close reportFile.

       410-report-class.
           if nClEmpCount(nPrevClassSub) = 0
               exit paragraph
           end-if.
           move spaces to xReportLine.
           write xReportLine.
           move nClCode(nPrevClassSub) to neChCode.
           move xClDesc(nPrevClassSub) to xChDesc.
           move nClRate(nPrevClassSub) to neChRate.
           write xReportLine from xClassHeading.
           perform varying nEmpSub from 1 by 1
               until nEmpSub > nEmpCount
               if xEmpPaidT(nEmpSub) = "y"
                   and nEmpClassSubT(nEmpSub) = nPrevClassSub
                   perform 415-write-detail
               end-if
           end-perform.
           move nClEmpCount(nPrevClassSub) to neCfEmps.
           move nClGross(nPrevClassSub) to neCfGross.
           move nClOtPrem(nPrevClassSub) to neCfOtPrem.
           move nClWcPay(nPrevClassSub) to neCfWcPay.
           move nClPremium(nPrevClassSub) to neCfPremium.
           write xReportLine from xClassFooter.

       415-write-detail.
           move nEmpNumT(nEmpSub) to neDetEmpNum.
           move xEmpNameT(nEmpSub) to xDetName.
           move nEmpDeptT(nEmpSub) to neDetDept.
           evaluate xEmpSourceT(nEmpSub)
               when "O"
                   move "EMP" to xDetSource
               when "D"
                   move "DEPT" to xDetSource
               when other
                   move "NONE" to xDetSource
           end-evaluate.
           move nEmpGrossT(nEmpSub) to neDetGross.
           move nEmpOtPremT(nEmpSub) to neDetOtPrem.
           compute neDetWcPay =
               nEmpGrossT(nEmpSub) - nEmpOtPremT(nEmpSub).
           write xReportLine from xReportDetail.

       420-write-summary.
           if nClEmpCount(nClassSub) = 0
               exit paragraph
           end-if.
           move nClCode(nClassSub) to neSumCode.
           move xClDesc(nClassSub) to xSumDesc.
           move nClRate(nClassSub) to neSumRate.
           move nClWcPay(nClassSub) to neSumWcPay.
           move nClPremium(nClassSub) to neSumPremium.
           write xReportLine from xSummaryLine.

       430-write-notes.
           move spaces to xReportLine.
           write xReportLine.
           if nClEmpCount(1) > 0
               move "EMPLOYEES UNDER NO CLASS ASSIGNED HAVE NO PREMIUM "
                   to xNoteText
               write xReportLine from xNoteLine
               move "ESTIMATED -- ADD THEIR DEPARTMENT TO "
                   to xNoteText
               move "Payroll.wcclass.txt OR AN OVERRIDE." to
                   xNoteText(38:)
               write xReportLine from xNoteLine
           end-if.
           if nNoOtDetailCount > 0
               move nNoOtDetailCount to neCnCount
               move " REGULAR ARCHIVE LINES CARRY NO OVERTIME PREMIUM "
                   to xCnText
               move "-- COUNTED IN FULL." to xCnText(50:)
               write xReportLine from xCountNote
           end-if.
           if nNotOnMasterCount > 0
               move nNotOnMasterCount to neCnCount
               move " ARCHIVE LINES FOR EMPLOYEES NOT ON THE MASTER "
                   to xCnText
               move "-- NOT CLASSED." to xCnText(48:)
               write xReportLine from xCountNote
               move nNotOnMasterGross to neAnAmount
               write xReportLine from xAmountNote
           end-if.

       500-termination.
           display " ".
           display "WC premium report written to "
           "Payroll-23-wcpremium.txt: " nUsedCount
           " archive lines in range".
           if nClEmpCount(1) > 0
               display "WARNING: " nClEmpCount(1)
               " paid employees have no WC class."
           end-if.
           display " ".
           move "Payroll-23" to xRunLogProgram.
           move nUsedCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "busdate-procedure.cbl".

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
