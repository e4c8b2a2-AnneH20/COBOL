      * Program: Payroll Month-End Wage Accrual
      *
      * When a pay period straddles month end, the days worked after
      * the last period end are earned but not paid, and never hit
      * the month's books. This step runs every night and does
      * nothing except on two days:
      *
      * On the last business day of a month it estimates each
      * department's earned-but-unpaid wages from the hours and
      * pay behind the last Payroll-01 run (its labor distribution
      * extract): the department's pay for the period, per working
      * day of the period, times the working days between the
      * period end and the calendar month end. The accrual posts in
      * the GL extract format -- wage expense debited, accrued
      * wages (20500) credited, dated the month end -- to
      * Payroll-22-gl.txt, which GlConsolidate picks up.
      *
      * On the first business day of the next month it posts the
      * matching reversal, so the accrual never doubles up with the
      * real pay when it runs.
      *
      * Every accrual and its reversal are kept on
      * Payroll.wageaccrual.txt, so a rerun of either day never
      * posts twice; a reversal is dropped from the file once it is
      * from an earlier month than the business date (the GL
      * extract has it). A file too big for the table posts and
      * rewrites nothing. Weekends and Holidays.txt dates are not
      * working days (the same calendar DateRoll rolls by).

       identification division.
       program-id. Payroll-22.
       author. Anne.

       environment division.
       input-output section.
       file-control.
      * The last Payroll-01 run's per-employee hours and pay.
           select optional laborDistFile assign to
           "Payroll-01-labordist.txt"
           organization is line sequential.

           select optional deptFile assign to "Departments.txt"
           organization is line sequential.

           select optional holidayFile assign to "Holidays.txt"
           organization is line sequential.

      * Accruals posted and whether each has been reversed yet.
           select optional accrualFile assign to
           "Payroll.wageaccrual.txt"
           organization is line sequential.

      * GL-format entries, appended between GlConsolidate runs.
           select optional glFile assign to "Payroll-22-gl.txt"
           organization is line sequential.

           select reportFile assign to "Payroll-22-accrual.txt"
           organization is line sequential.

           copy "busdate-filecontrol.cbl".

           copy "runlog-filecontrol.cbl".

       data division.
       file section.
       fd  laborDistFile.
       01  xLaborDistRecord.
           05 nLdrEmpNum        pic 9999.
           05 filler            pic x.
           05 nLdrDeptNum       pic 99.
           05 filler            pic x.
           05 xLdrCostCenter    pic xx.
           05 filler            pic x.
           05 nLdrHours         pic 999.
           05 filler            pic x.
           05 nLdrAmount        pic 9(7)v99.
           05 filler            pic x.
           05 nLdrPeriod        pic 9(8).

       fd  deptFile.
       01  xDeptRecord.
           05 nDeptNumD         pic 99.
           05 xDeptNameD        pic x(20).
           05 xDeptMgrD         pic x(20).
           05 nDeptGlAcctD      pic 9(5).

       fd  holidayFile.
       01  xHolidayRecord.
           05 nHolDate         pic 9(8).
           05 filler           pic x.
           05 xHolName         pic x(30).

      * xWaStatus 'A' accrued and still standing, 'R' reversed on
      * nWaRevDate.
       fd  accrualFile.
       01  xAccrualRecord.
           05 nWaMonthEnd       pic 9(8).
           05 nWaDeptNum        pic 99.
           05 nWaAmount         pic 9(7)v99.
           05 nWaExpAcct        pic 9(5).
           05 xWaStatus         pic x.
           05 nWaRevDate        pic 9(8).

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
       77  xRunDate            pic 9(8)            value 0.
       77  nRunDateInt         pic 9(7)            value 0.
       77  nDeptSub            pic 999             value 0.
       77  nDateInt            pic 9(7)            value 0.
       77  nDateWork           pic 9(8)            value 0.
       77  nDowWork            pic 9               value 0.
       77  xDayOk              pic x               value 'n'.
       77  nHolidayCount       pic 99              value 0.
       77  nHolidaySub         pic 99              value 0.
       77  xBackupName         pic x(40)           value spaces.

      * Accrued wages liability, credited by the accrual and
      * debited back by the reversal.
       77  nGlAccruedWagesAcct pic 9(5)            value 20500.

       77  nMonthEnd           pic 9(8)            value 0.
       77  nMonthEndInt        pic 9(7)            value 0.
       77  nMonthStart         pic 9(8)            value 0.
       77  xLastBizDay         pic x               value 'n'.
       77  xAlreadyAccrued     pic x               value 'n'.
       77  nPeriodEnd          pic 9(8)            value 0.
       77  nPeriodEndInt       pic 9(7)            value 0.
       77  nPeriodDays         pic 99              value 14.
       77  nPeriodWorkDays     pic 99              value 0.
       77  nUnpaidWorkDays     pic 99              value 0.
       77  nLaborLineCount     pic 9(5)            value 0.
       77  nAccrualCount       pic 99              value 0.
       77  nReversalCount      pic 99              value 0.
       77  nAccrualTotal       pic 9(9)v99         value 0.
       77  nReversalTotal      pic 9(9)v99         value 0.

       77  nWaCount            pic 9(4)            value 0.
       77  nWaMax              pic 9(4)            value 500.
       77  nWaSub              pic 9(4)            value 0.
       77  xWaTableFull        pic x               value 'n'.
       77  nWaDroppedCount     pic 9(4)            value 0.

       01  xHolidayTable.
           05 nHolDateT occurs 30 times pic 9(8) value 0.

       01  xDeptTable.
           05 xDeptElement occurs 99 times.
               10 xDeptNameT       pic x(20)      value spaces.
               10 nDeptGlAcctT     pic 9(5)       value 0.
               10 nDeptHoursT      pic 9(7)       value 0.
               10 nDeptPayT        pic 9(9)v99    value 0.
               10 nDeptEstHoursT   pic 9(7)v9     value 0.
               10 nDeptAccrualT    pic 9(7)v99    value 0.

      * Every accrual on file, rewritten at the end with this run's
      * postings and reversals marked.
       01  xWaTable.
           05 xWaElement occurs 500 times.
               10 nWaMonthEndT     pic 9(8).
               10 nWaDeptNumT      pic 99.
               10 nWaAmountT       pic 9(7)v99.
               10 nWaExpAcctT      pic 9(5).
               10 xWaStatusT       pic x.
               10 nWaRevDateT      pic 9(8).

       01  xReportHeading-1.
           05 filler           pic x(30)
               value 'MONTH-END WAGE ACCRUAL, DATE '.
           05 neHeadDate       pic 9(8).

       01  xReportHeading-2.
           05 filler           pic x(20)
               value 'ACCRUAL FOR MONTH '.
           05 neHeadMonthEnd   pic 9(8).
           05 filler           pic x(22)
               value ', LAST PERIOD ENDING '.
           05 neHeadPeriodEnd  pic 9(8).
           05 filler           pic x(2)            value spaces.
           05 neHeadUnpaid     pic z9.
           05 filler           pic x(4)            value ' OF '.
           05 neHeadPeriodDays pic z9.
           05 filler           pic x(13)
               value ' WORKING DAYS'.

       01  xReportHeading-3.
           05 filler           pic x(6)            value 'DEPT'.
           05 filler           pic x(22)           value 'NAME'.
           05 filler           pic x(14)           value ' PERIOD PAY'.
           05 filler           pic x(10)           value 'EST HOURS'.
           05 filler           pic x(14)           value '    ACCRUAL'.
           05 filler           pic x(8)            value 'ACCOUNT'.

       01  xReportDetail.
           05 neDetDept        pic 99.
           05 filler           pic x(4)            value spaces.
           05 xDetName         pic x(20).
           05 filler           pic x(2)            value spaces.
           05 neDetPay         pic $$,$$$,$$9.99.
           05 filler           pic x(1)            value spaces.
           05 neDetHours       pic zzzz9.9.
           05 filler           pic x(3)            value spaces.
           05 neDetAccrual     pic $$,$$$,$$9.99.
           05 filler           pic x(2)            value spaces.
           05 neDetAcct        pic 9(5).

       01  xReversalDetail.
           05 filler           pic x(9)            value 'REVERSED '.
           05 neRevMonthEnd    pic 9(8).
           05 filler           pic x(6)            value ' DEPT '.
           05 neRevDept        pic 99.
           05 filler           pic x(2)            value spaces.
           05 neRevAmount      pic $$,$$$,$$9.99.
           05 filler           pic x(2)            value spaces.
           05 neRevAcct        pic 9(5).

       01  xNoteLine.
           05 xNoteText        pic x(90).

       01  xReportFooter.
           05 filler           pic x(10)           value 'ACCRUED   '.
           05 neFootAccrued    pic $$,$$$,$$9.99.
           05 filler           pic x(14)
               value '   REVERSED   '.
           05 neFootReversed   pic $$,$$$,$$9.99.

           copy "busdate-workingstorage.cbl".

           copy "runlog-workingstorage.cbl".

       procedure division.
       000-main.
           move "Payroll-22" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           open output reportFile.
           move xRunDate to neHeadDate.
           write xReportLine from xReportHeading-1.
           open extend glFile.
           if xWaTableFull = "y"
               move "PAYROLL.WAGEACCRUAL.TXT TOO BIG -- NOTHING POSTED."
                   to xNoteText
               write xReportLine from xNoteLine
           else
               perform 200-reverse-prior-accruals
               if xLastBizDay = "y"
                   perform 300-post-accrual
               end-if
           end-if.
           close glFile.
           move nAccrualTotal to neFootAccrued.
           move nReversalTotal to neFootReversed.
           write xReportLine from xReportFooter.
           close reportFile.
           if nAccrualCount > 0 or nReversalCount > 0
               or nWaDroppedCount > 0
               perform 400-rewrite-accruals
           end-if.
           perform 500-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           move xBusinessDate to xRunDate.
           compute nRunDateInt = function integer-of-date(xRunDate).
           open input holidayFile.
           perform 110-next-holiday until xEofFlag = "y".
           close holidayFile.
           move "n" to xEofFlag.
           open input deptFile.
           perform 120-next-department until xEofFlag = "y".
           close deptFile.
           move "n" to xEofFlag.
           perform 140-find-month-end.
           open input accrualFile.
           perform 130-next-accrual until xEofFlag = "y".
           close accrualFile.
           move "n" to xEofFlag.

       110-next-holiday.
           read holidayFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nHolidayCount < 30
                       add 1 to nHolidayCount,
                       move nHolDate to nHolDateT(nHolidayCount)
                   end-if,
           end-read.

       120-next-department.
           read deptFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nDeptNumD > 0
                       move xDeptNameD to xDeptNameT(nDeptNumD),
                       move nDeptGlAcctD to nDeptGlAcctT(nDeptNumD)
                   end-if,
           end-read.

      * A reversal from before this month is not loaded, so the
      * next rewrite drops it.
       130-next-accrual.
           read accrualFile
               at end
                   move "y" to xEofFlag,
               not at end
                   evaluate true
                       when xWaStatus = "R"
                           and nWaRevDate < nMonthStart
                           add 1 to nWaDroppedCount
                       when nWaCount >= nWaMax
                           if xWaTableFull = "n"
                               display "WARNING: accrual control "
                               "table full at " nWaMax " rows -- "
                               "remaining rows in "
                               "Payroll.wageaccrual.txt were not "
                               "loaded; nothing posted or rewritten."
                               move "y" to xWaTableFull
                           end-if
                       when other
                           add 1 to nWaCount
                           move nWaMonthEnd to nWaMonthEndT(nWaCount)
                           move nWaDeptNum to nWaDeptNumT(nWaCount)
                           move nWaAmount to nWaAmountT(nWaCount)
                           move nWaExpAcct to nWaExpAcctT(nWaCount)
                           move xWaStatus to xWaStatusT(nWaCount)
                           move nWaRevDate to nWaRevDateT(nWaCount)
                   end-evaluate,
           end-read.

      * The calendar month end of the business date, and whether the
      * next business day after today falls in another month --
      * that makes today the month's last business day.
       140-find-month-end.
           move xRunDate to nMonthStart.
           move "01" to nMonthStart(7:2).
           move xRunDate to nDateWork.
           move "28" to nDateWork(7:2).
           compute nDateInt = function integer-of-date(nDateWork) + 4.
           move function date-of-integer(nDateInt) to nDateWork.
           move "01" to nDateWork(7:2).
           compute nMonthEndInt =
               function integer-of-date(nDateWork) - 1.
           move function date-of-integer(nMonthEndInt) to nMonthEnd.
           move nRunDateInt to nDateInt.
           move "n" to xDayOk.
           perform 150-try-next-day until xDayOk = "y".
           if nDateInt > nMonthEndInt
               move "y" to xLastBizDay
           end-if.

       150-try-next-day.
           add 1 to nDateInt.
           perform 160-check-work-day.

      * Day-number modulo seven: 6 is Saturday, 0 is Sunday on the
      * 1601-01-01 = Monday base INTEGER-OF-DATE uses.
       160-check-work-day.
           move "n" to xDayOk.
           move function date-of-integer(nDateInt) to nDateWork.
           compute nDowWork = function mod(nDateInt, 7).
           if nDowWork = 6 or nDowWork = 0
               exit paragraph
           end-if.
           perform varying nHolidaySub from 1 by 1
               until nHolidaySub > nHolidayCount
               if nHolDateT(nHolidaySub) = nDateWork
                   exit paragraph
               end-if
           end-perform.
           move "y" to xDayOk.

      * Any accrual from an earlier month still standing is reversed
      * on the first run in a later month -- the first business day,
      * or whenever the chain next runs after it.
       200-reverse-prior-accruals.
           perform varying nWaSub from 1 by 1 until nWaSub > nWaCount
               if xWaStatusT(nWaSub) = "A"
                   and nWaMonthEndT(nWaSub) < nMonthStart
                   perform 210-reverse-one
               end-if
           end-perform.

       210-reverse-one.
           move nWaDeptNumT(nWaSub) to xGlDeptNum.
           move nGlAccruedWagesAcct to xGlDebitAcct.
           move nWaAmountT(nWaSub) to xGlDebitAmount.
           move nWaExpAcctT(nWaSub) to xGlCreditAcct.
           move nWaAmountT(nWaSub) to xGlCreditAmount.
           move xRunDate to xGlPeriod.
           write xGlRecord.
           move "R" to xWaStatusT(nWaSub).
           move xRunDate to nWaRevDateT(nWaSub).
           add 1 to nReversalCount.
           add nWaAmountT(nWaSub) to nReversalTotal.
           move nWaMonthEndT(nWaSub) to neRevMonthEnd.
           move nWaDeptNumT(nWaSub) to neRevDept.
           move nWaAmountT(nWaSub) to neRevAmount.
           move nWaExpAcctT(nWaSub) to neRevAcct.
           write xReportLine from xReversalDetail.

       300-post-accrual.
           move "n" to xAlreadyAccrued.
           perform varying nWaSub from 1 by 1 until nWaSub > nWaCount
               if nWaMonthEndT(nWaSub) = nMonthEnd
                   move "y" to xAlreadyAccrued
               end-if
           end-perform.
           if xAlreadyAccrued = "y"
               move "ACCRUAL FOR THIS MONTH ALREADY POSTED."
                   to xNoteText
               write xReportLine from xNoteLine
               exit paragraph
           end-if.
           open input laborDistFile.
           perform 310-next-labor-line until xEofFlag = "y".
           close laborDistFile.
           move "n" to xEofFlag.
           if nLaborLineCount = 0 or nPeriodEnd = 0
               move "NO PAY RUN ON FILE -- NOTHING ACCRUED."
                   to xNoteText
               write xReportLine from xNoteLine
               exit paragraph
           end-if.
           perform 320-count-working-days.
           move nMonthEnd to neHeadMonthEnd.
           move nPeriodEnd to neHeadPeriodEnd.
           move nUnpaidWorkDays to neHeadUnpaid.
           move nPeriodWorkDays to neHeadPeriodDays.
           write xReportLine from xReportHeading-2.
           if nUnpaidWorkDays = 0 or nPeriodWorkDays = 0
               move "NO UNPAID WORKING DAYS -- NOTHING ACCRUED."
                   to xNoteText
               write xReportLine from xNoteLine
               exit paragraph
           end-if.
           write xReportLine from xReportHeading-3.
           perform 330-accrue-department
               varying nDeptSub from 1 by 1 until nDeptSub > 99.

      * Per-department hours and pay for the last run; the period
      * end on the lines dates it.
       310-next-labor-line.
           read laborDistFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nLdrDeptNum numeric and nLdrDeptNum > 0
                       and nLdrAmount numeric
                       add 1 to nLaborLineCount,
                       add nLdrHours to nDeptHoursT(nLdrDeptNum),
                       add nLdrAmount to nDeptPayT(nLdrDeptNum),
                       if nLdrPeriod > nPeriodEnd
                           move nLdrPeriod to nPeriodEnd
                       end-if
                   end-if,
           end-read.

      * Working days in the two-week period the pay covered, and
      * working days after its end through the month end.
       320-count-working-days.
           compute nPeriodEndInt = function integer-of-date(nPeriodEnd).
           compute nDateInt = nPeriodEndInt - nPeriodDays.
           perform nPeriodDays times
               add 1 to nDateInt
               perform 160-check-work-day
               if xDayOk = "y"
                   add 1 to nPeriodWorkDays
               end-if
           end-perform.
           move nPeriodEndInt to nDateInt.
           perform until nDateInt >= nMonthEndInt
               add 1 to nDateInt
               perform 160-check-work-day
               if xDayOk = "y"
                   add 1 to nUnpaidWorkDays
               end-if
           end-perform.

      * The department's pay per working day of the period, times
      * the unpaid working days -- debit its wage expense account
      * (department master, or the 50000-plus-department fallback),
      * credit accrued wages.
       330-accrue-department.
           if nDeptPayT(nDeptSub) = 0
               exit paragraph
           end-if.
           compute nDeptAccrualT(nDeptSub) rounded =
               nDeptPayT(nDeptSub) * nUnpaidWorkDays / nPeriodWorkDays.
           compute nDeptEstHoursT(nDeptSub) rounded =
               nDeptHoursT(nDeptSub) * nUnpaidWorkDays
               / nPeriodWorkDays.
           if nDeptAccrualT(nDeptSub) = 0
               exit paragraph
           end-if.
           move nDeptSub to xGlDeptNum.
           if nDeptGlAcctT(nDeptSub) > 0
               move nDeptGlAcctT(nDeptSub) to xGlDebitAcct
           else
               compute xGlDebitAcct = 50000 + nDeptSub
           end-if.
           move nDeptAccrualT(nDeptSub) to xGlDebitAmount.
           move nGlAccruedWagesAcct to xGlCreditAcct.
           move nDeptAccrualT(nDeptSub) to xGlCreditAmount.
           move nMonthEnd to xGlPeriod.
           write xGlRecord.
           add 1 to nAccrualCount.
           add nDeptAccrualT(nDeptSub) to nAccrualTotal.
           if nWaCount < nWaMax
               add 1 to nWaCount
               move nMonthEnd to nWaMonthEndT(nWaCount)
               move nDeptSub to nWaDeptNumT(nWaCount)
               move nDeptAccrualT(nDeptSub) to nWaAmountT(nWaCount)
               move xGlDebitAcct to nWaExpAcctT(nWaCount)
               move "A" to xWaStatusT(nWaCount)
               move 0 to nWaRevDateT(nWaCount)
           else
               display "WARNING: accrual control table full at "
               nWaMax " rows -- dept " nDeptSub
               " accrual will not reverse automatically."
           end-if.
           move nDeptSub to neDetDept.
           move xDeptNameT(nDeptSub) to xDetName.
           move nDeptPayT(nDeptSub) to neDetPay.
           move nDeptEstHoursT(nDeptSub) to neDetHours.
           move nDeptAccrualT(nDeptSub) to neDetAccrual.
           move xGlDebitAcct to neDetAcct.
           write xReportLine from xReportDetail.

      * Never from a table that could not hold the whole file -- the
      * rows past it would be lost.
       400-rewrite-accruals.
           if xWaTableFull = "y"
               display "WARNING: Payroll.wageaccrual.txt not "
               "rewritten -- it did not fit the accrual table."
               exit paragraph
           end-if.
           move "Payroll.wageaccrual.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output accrualFile.
           perform varying nWaSub from 1 by 1 until nWaSub > nWaCount
               move nWaMonthEndT(nWaSub) to nWaMonthEnd
               move nWaDeptNumT(nWaSub) to nWaDeptNum
               move nWaAmountT(nWaSub) to nWaAmount
               move nWaExpAcctT(nWaSub) to nWaExpAcct
               move xWaStatusT(nWaSub) to xWaStatus
               move nWaRevDateT(nWaSub) to nWaRevDate
               write xAccrualRecord
           end-perform.
           close accrualFile.

       500-termination.
           display " ".
           display "Wage accrual: " nAccrualCount
           " departments accrued, " nReversalCount " reversed".
           if nWaDroppedCount > 0 and xWaTableFull = "n"
               display nWaDroppedCount " reversed accruals from "
               "earlier months dropped from Payroll.wageaccrual.txt"
           end-if.
           display "See Payroll-22-accrual.txt".
           display " ".
           move "Payroll-22" to xRunLogProgram.
           compute nRunLogRecCount = nAccrualCount + nReversalCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "busdate-procedure.cbl".

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
