      * Program: Insurance Carrier Invoice Reconciliation
      *
      * The health and dental carriers' monthly bills, checked line
      * by line against what Payroll-01 actually withheld instead of
      * paid as presented. Each carrier's bill is keyed (or loaded
      * from the carrier's list) onto Payroll.carrierbill.txt -- one
      * line per covered employee per plan -- and matched, employee
      * and plan code, to the month's 'I' withholdings on
      * Payroll.insarchive.txt (the dated archive Payroll-01 writes
      * at each clean finish).
      *
      * Payroll withholds per check and the carriers bill per month,
      * so what was withheld is turned into a monthly figure before
      * it is compared: the average per check in the month times
      * nPeriodsPerYear over 12. A month with a third check does not
      * show up as an overpayment that way, and a short check (a
      * premium cut down by a small net) still does.
      *
      * Payroll-29-insrecon.txt lists every exception: billed but
      * not deducted (with the master status -- usually a
      * termination the carrier was never told about), deducted but
      * not billed, and billed amounts that differ from the monthly
      * withholding by more than nTolerance -- then a net over/under
      * total per carrier. Run it when the bills arrive.

       identification division.
       program-id. Payroll-29.
       author. Anne.

       environment division.
       input-output section.
       file-control.
      * Read raw -- it comes from outside the shop -- so a bad line
      * is listed instead of stopping the run.
           select billFile assign to "Payroll.carrierbill.txt"
           organization is line sequential.

           select optional insArchiveFile assign to
           "Payroll.insarchive.txt"
           organization is line sequential.

      * Plan codes and the carrier each bills under (maintained
      * with the elections, see Payroll-17).
           select optional planFile assign to "Payroll.insplans.txt"
           organization is line sequential.

      * Indexed employee master (see Payroll-07); sequential read
      * hands the rows over in employee-number order.
           select masterFile assign to "Payroll.master.dat"
           organization is indexed
           access is sequential
           record key is nEmpNumMstr.

           select reportFile assign to "Payroll-29-insrecon.txt"
           organization is line sequential.

           copy "busdate-filecontrol.cbl".

           copy "runlog-filecontrol.cbl".

       data division.
       file section.
      * Premium is keyed in cents.
       fd  billFile.
       01  xBillRecord.
           05 xBillCarrier      pic x(10).
           05 xBillPlan         pic x(4).
           05 xBillEmpNumRaw    pic x(4).
           05 xBillPremiumRaw   pic x(7).

       fd  insArchiveFile.
       01  xInsArchiveRecord.
           05 nInsArcDate       pic 9(8).
           05 nInsArcEmpNum     pic 9999.
           05 xInsArcPlan       pic x(4).
           05 nInsArcAmount     pic 9(5)v99.
           05 nInsArcPeriod     pic 9(8).

       fd  planFile.
       01  xPlanRecord.
           05 xPlanCodePl       pic x(4).
           05 xCarrierPl        pic x(10).
           05 xPlanDescPl       pic x(20).

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

       fd  reportFile.
       01  xReportLine         pic x(132).

           copy "busdate-filesection.cbl".

           copy "runlog-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xMonthIn            pic x(6)            value spaces.
       77  nReconMonth         pic 9(6)            value 0.
       77  nReconYear          pic 9(4)            value 0.
       77  nReconMo            pic 99              value 0.
       77  nArcMonth           pic 9(6)            value 0.
       77  nPeriodsPerYear     pic 99              value 26.

      * Billed and withheld figures within this much of each other
      * are taken as agreeing -- per-check rounding, not an error.
       77  nTolerance          pic 9v99            value 0.05.

       77  nEmpNumWork         pic 9(4)            value 0.
       77  nPremiumWork        pic 9(5)v99         value 0.
       77  nMonthlyWork        pic 9(7)v99         value 0.
       77  nDiffWork           pic s9(7)v99        value 0.
       77  xCarrierWork        pic x(10)           value spaces.
       77  xPlanWork           pic x(4)            value spaces.
       77  xNoteWork           pic x(36)           value spaces.

       77  nMasterCount        pic 9(4)            value 0.
       77  nMasterTableMax     pic 9(4)            value 2000.
       77  xMasterTableFull    pic x               value 'n'.
       77  nMatchedSub         pic 9(4)            value 0.
       77  xMatchFound         pic x               value 'n'.

       77  nDedCount           pic 9(4)            value 0.
       77  nDedTableMax        pic 9(4)            value 2000.
       77  xDedTableFull       pic x               value 'n'.
       77  nDedSub             pic 9(4)            value 0.
       77  nDedFoundSub        pic 9(4)            value 0.

       77  nPlanCount          pic 99              value 0.
       77  nPlanTableMax       pic 99              value 50.
       77  nPlanSub            pic 99              value 0.

       77  nCarrierCount       pic 99              value 0.
       77  nCarrierMax         pic 99              value 20.
       77  nCarrierSub         pic 99              value 0.
       77  nCarrierFoundSub    pic 99              value 0.

       77  nBillLineCount      pic 9(5)            value 0.
       77  nAgreeCount         pic 9(5)            value 0.
       77  nExceptionCount     pic 9(5)            value 0.
       77  nBadLineCount       pic 9(5)            value 0.
       77  nNetTotal           pic s9(9)v99        value 0.

       01  xMasterTable.
           05 xMasterElement occurs 1 to 2000 times
               depending on nMasterCount
               ascending key is nEmpNumM
               indexed by masterIdx.
               10 nEmpNumM         pic 9999.
               10 xNameM           pic x(24).
               10 xStatusM         pic x.
               10 xTermDateM       pic 9(8).

      * The month's withholding, one row per employee and plan: the
      * total, how many checks it came off, and whether a bill line
      * has claimed it.
       01  xDedTable.
           05 xDedElement occurs 1 to 2000 times
               depending on nDedCount.
               10 nDtEmpNum        pic 9999.
               10 xDtPlan          pic x(4).
               10 nDtTotal         pic 9(7)v99.
               10 nDtChecks        pic 99.
               10 nDtLastDate      pic 9(8).
               10 xDtBilled        pic x.

       01  xPlanTable.
           05 xPlanElement occurs 50 times.
               10 xPlanCodeP       pic x(4).
               10 xCarrierP        pic x(10).

       01  xCarrierTable.
           05 xCarrierElement occurs 20 times.
               10 xCarrierC        pic x(10).
               10 nBilledC         pic 9(7)v99.
               10 nWithheldC       pic 9(7)v99.
               10 nExceptionC      pic 9(5).

       01  xReportHeading-1.
           05 filler           pic x(42)
               value 'INSURANCE CARRIER RECONCILIATION, MONTH'.
           05 neHeadMonth      pic 9(6).
           05 filler           pic x(13)
               value '   RUN DATE '.
           05 neHeadDate       pic 9(8).

       01  xReportHeading-2.
           05 filler           pic x(11)           value 'CARRIER'.
           05 filler           pic x(5)            value 'PLAN'.
           05 filler           pic x(5)            value 'EMP'.
           05 filler           pic x(25)           value 'NAME'.
           05 filler           pic x(11)           value '    BILLED'.
           05 filler           pic x(11)           value '  WITHHELD'.
           05 filler           pic x(11)           value '   MONTHLY'.
           05 filler           pic x(12)
               value '  DIFFERENCE'.
           05 filler           pic x(2)            value spaces.
           05 filler           pic x(4)            value 'NOTE'.

       01  xReportDetail.
           05 xRptCarrier      pic x(10).
           05 filler           pic x               value space.
           05 xRptPlan         pic x(4).
           05 filler           pic x               value space.
           05 xRptEmpNum       pic x(4).
           05 filler           pic x               value space.
           05 xRptName         pic x(24).
           05 filler           pic x               value space.
           05 neRptBilled      pic zzz,zz9.99.
           05 filler           pic x               value space.
           05 neRptWithheld    pic zzz,zz9.99.
           05 filler           pic x               value space.
           05 neRptMonthly     pic zzz,zz9.99.
           05 filler           pic x               value space.
           05 neRptDiff        pic zzz,zz9.99-.
           05 filler           pic x               value space.
           05 xRptNote         pic x(36).

       01  xCarrierHeading.
           05 filler           pic x(26)
               value 'CARRIER TOTALS'.
           05 filler           pic x(14)
               value '       BILLED'.
           05 filler           pic x(14)
               value '      MONTHLY'.
           05 filler           pic x(16)
               value '  NET OVER/UNDER'.
           05 filler           pic x(12)           value '  EXCEPTIONS'.

       01  xCarrierLine.
           05 xCtCarrier       pic x(10).
           05 filler           pic x(18)           value spaces.
           05 neCtBilled       pic z,zzz,zz9.99.
           05 filler           pic x(2)            value spaces.
           05 neCtWithheld     pic z,zzz,zz9.99.
           05 filler           pic x(3)            value spaces.
           05 neCtNet          pic z,zzz,zz9.99-.
           05 filler           pic x(7)            value spaces.
           05 neCtExceptions   pic zzzz9.

       01  xReportFooter.
           05 neFtLines        pic zzzz9.
           05 filler           pic x(16)
               value ' bill lines, '.
           05 neFtAgree        pic zzzz9.
           05 filler           pic x(12)
               value ' agree, '.
           05 neFtExceptions   pic zzzz9.
           05 filler           pic x(14)
               value ' exceptions, '.
           05 neFtBad          pic zzzz9.
           05 filler           pic x(16)
               value ' unreadable'.

       01  xNetFooter.
           05 filler           pic x(40)
               value 'NET BILLED OVER(+)/UNDER(-) WITHHOLDING'.
           05 neFtNet          pic z,zzz,zz9.99-.

           copy "busdate-workingstorage.cbl".

           copy "runlog-workingstorage.cbl".

       procedure division.
       000-main.
           move "Payroll-29" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-match-bill until xEofFlag = "y".
           perform 300-unbilled.
           perform 400-carrier-totals.
           perform 500-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           display "Billing month to reconcile (YYYYMM, blank = last "
           "month)? " with no advancing.
           accept xMonthIn.
           perform 105-resolve-month.
           open input masterFile.
           perform 110-load-master until xEofFlag = "y".
           close masterFile.
           move "n" to xEofFlag.
           open input planFile.
           perform 120-load-plans until xEofFlag = "y".
           close planFile.
           move "n" to xEofFlag.
           open input insArchiveFile.
           perform 130-load-withholding until xEofFlag = "y".
           close insArchiveFile.
           move "n" to xEofFlag.
           open output reportFile.
           move nReconMonth to neHeadMonth.
           move xBusinessDate to neHeadDate.
           write xReportLine from xReportHeading-1.
           move spaces to xReportLine.
           write xReportLine.
           write xReportLine from xReportHeading-2.
           open input billFile.

      * The bills arrive after the month they cover, so the default
      * is the month before the business date.
       105-resolve-month.
           if xMonthIn not = spaces
               if xMonthIn numeric
                   and xMonthIn(5:2) >= "01"
                   and xMonthIn(5:2) <= "12"
                   move xMonthIn to nReconMonth
                   exit paragraph
               end-if
               display "WARNING: month " xMonthIn
               " is not YYYYMM -- last month used."
           end-if.
           move xBusinessDate(1:4) to nReconYear.
           move xBusinessDate(5:2) to nReconMo.
           if nReconMo = 1
               subtract 1 from nReconYear
               move 12 to nReconMo
           else
               subtract 1 from nReconMo
           end-if.
           compute nReconMonth = nReconYear * 100 + nReconMo.

       110-load-master.
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
                       move function concatenate(
                           function trim(xLastName), ", ",
                           function trim(xFirstName))
                           to xNameM(nMasterCount),
                       move xStatus to xStatusM(nMasterCount),
                       move 0 to xTermDateM(nMasterCount),
                       if xTermDate numeric
                           move xTermDate to xTermDateM(nMasterCount)
                       end-if
                   end-if,
           end-read.

       120-load-plans.
           read planFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nPlanCount < nPlanTableMax
                       add 1 to nPlanCount
                       move xPlanCodePl to xPlanCodeP(nPlanCount)
                       move xCarrierPl to xCarrierP(nPlanCount)
                   end-if,
           end-read.

      * Only withholding from checks dated in the month counts; two
      * elections on the same plan taken off one check are one
      * check.
       130-load-withholding.
           read insArchiveFile
               at end
                   move "y" to xEofFlag,
               not at end
                   compute nArcMonth = nInsArcDate / 100
                   if nArcMonth = nReconMonth
                       perform 135-add-withholding
                   end-if,
           end-read.

       135-add-withholding.
           move nInsArcEmpNum to nEmpNumWork.
           move xInsArcPlan to xPlanWork.
           perform 140-find-withholding.
           if nDedFoundSub = 0
               if nDedCount >= nDedTableMax
                   if xDedTableFull = "n"
                       display "WARNING: withholding table full at "
                       nDedTableMax
                       " rows -- remaining rows in "
                       "Payroll.insarchive.txt were not loaded."
                       move "y" to xDedTableFull
                   end-if
                   exit paragraph
               end-if
               add 1 to nDedCount
               move nDedCount to nDedFoundSub
               move nInsArcEmpNum to nDtEmpNum(nDedCount)
               move xInsArcPlan to xDtPlan(nDedCount)
               move 0 to nDtTotal(nDedCount)
               move 0 to nDtChecks(nDedCount)
               move 0 to nDtLastDate(nDedCount)
               move "n" to xDtBilled(nDedCount)
           end-if.
           add nInsArcAmount to nDtTotal(nDedFoundSub).
           if nInsArcDate not = nDtLastDate(nDedFoundSub)
               add 1 to nDtChecks(nDedFoundSub)
               move nInsArcDate to nDtLastDate(nDedFoundSub)
           end-if.

       140-find-withholding.
           move 0 to nDedFoundSub.
           perform varying nDedSub from 1 by 1
               until nDedSub > nDedCount
               if nDtEmpNum(nDedSub) = nEmpNumWork
                   and xDtPlan(nDedSub) = xPlanWork
                   move nDedSub to nDedFoundSub
                   move nDedCount to nDedSub
               end-if
           end-perform.

       150-find-employee.
           move "n" to xMatchFound.
           if nMasterCount > 0
               search all xMasterElement
                   at end
                       continue
                   when nEmpNumM(masterIdx) = nEmpNumWork
                       set nMatchedSub to masterIdx
                       move "y" to xMatchFound
               end-search
           end-if.

       160-monthly-equivalent.
           move 0 to nMonthlyWork.
           if nDtChecks(nDedFoundSub) > 0
               compute nMonthlyWork rounded =
                   nDtTotal(nDedFoundSub) / nDtChecks(nDedFoundSub)
                   * nPeriodsPerYear / 12
           end-if.

       170-find-carrier.
           move 0 to nCarrierFoundSub.
           perform varying nCarrierSub from 1 by 1
               until nCarrierSub > nCarrierCount
               if xCarrierC(nCarrierSub) = xCarrierWork
                   move nCarrierSub to nCarrierFoundSub
               end-if
           end-perform.
           if nCarrierFoundSub = 0
               if nCarrierCount < nCarrierMax
                   add 1 to nCarrierCount
                   move nCarrierCount to nCarrierFoundSub
                   move xCarrierWork to xCarrierC(nCarrierCount)
                   move 0 to nBilledC(nCarrierCount)
                   move 0 to nWithheldC(nCarrierCount)
                   move 0 to nExceptionC(nCarrierCount)
               else
                   move nCarrierMax to nCarrierFoundSub
               end-if
           end-if.

      * One bill line: matched to the month's withholding for the
      * same employee and plan, or listed as billed but not
      * deducted.
       200-match-bill.
           read billFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nBillLineCount,
                   perform 210-check-bill-line,
           end-read.

       210-check-bill-line.
           move spaces to xReportDetail.
           move xBillCarrier to xRptCarrier.
           move xBillPlan to xRptPlan.
           move xBillEmpNumRaw to xRptEmpNum.
           if xBillEmpNumRaw not numeric
               or xBillPremiumRaw not numeric
               add 1 to nBadLineCount
               move "UNREADABLE BILL LINE" to xRptNote
               write xReportLine from xReportDetail
               exit paragraph
           end-if.
           move xBillEmpNumRaw to nEmpNumWork.
           compute nPremiumWork =
               function numval(xBillPremiumRaw) / 100.
           move xBillCarrier to xCarrierWork.
           perform 170-find-carrier.
           add nPremiumWork to nBilledC(nCarrierFoundSub).
           perform 150-find-employee.
           if xMatchFound = "y"
               move xNameM(nMatchedSub) to xRptName
           end-if.
           move xBillPlan to xPlanWork.
           perform 140-find-withholding.
           move nPremiumWork to neRptBilled.
           if nDedFoundSub = 0
               move 0 to nMonthlyWork
               move "BILLED, NOT DEDUCTED" to xNoteWork
               if xMatchFound = "n"
                   move "BILLED, NOT ON MASTER" to xNoteWork
               else
                   if xStatusM(nMatchedSub) = "T"
                       move function concatenate(
                           "BILLED, NOT DEDUCTED - TERM ",
                           xTermDateM(nMatchedSub)) to xNoteWork
                   end-if
               end-if
           else
               move "y" to xDtBilled(nDedFoundSub)
               perform 160-monthly-equivalent
               move nDtTotal(nDedFoundSub) to neRptWithheld
               move "AMOUNT DIFFERENCE" to xNoteWork
           end-if.
           move nMonthlyWork to neRptMonthly.
           add nMonthlyWork to nWithheldC(nCarrierFoundSub).
           compute nDiffWork = nPremiumWork - nMonthlyWork.
           add nDiffWork to nNetTotal.
           if nDedFoundSub > 0
               and nDiffWork <= nTolerance
               and nDiffWork >= 0 - nTolerance
               add 1 to nAgreeCount
               exit paragraph
           end-if.
           move nDiffWork to neRptDiff.
           move xNoteWork to xRptNote.
           add 1 to nExceptionCount.
           add 1 to nExceptionC(nCarrierFoundSub).
           write xReportLine from xReportDetail.

      * Withholding no bill line claimed: the carrier is the plan's
      * on the plan file, or whichever carrier billed the plan.
       300-unbilled.
           perform varying nDedSub from 1 by 1
               until nDedSub > nDedCount
               if xDtBilled(nDedSub) = "n"
                   perform 310-report-unbilled
               end-if
           end-perform.

       310-report-unbilled.
           move spaces to xReportDetail.
           move "NO CARRIER" to xCarrierWork.
           perform varying nPlanSub from 1 by 1
               until nPlanSub > nPlanCount
               if xPlanCodeP(nPlanSub) = xDtPlan(nDedSub)
                   move xCarrierP(nPlanSub) to xCarrierWork
               end-if
           end-perform.
           move xCarrierWork to xRptCarrier.
           perform 170-find-carrier.
           move nDtEmpNum(nDedSub) to nEmpNumWork.
           move nEmpNumWork to xRptEmpNum.
           move xDtPlan(nDedSub) to xRptPlan.
           perform 150-find-employee.
           if xMatchFound = "y"
               move xNameM(nMatchedSub) to xRptName
           end-if.
           move nDedSub to nDedFoundSub.
           perform 160-monthly-equivalent.
           move 0 to neRptBilled.
           move nDtTotal(nDedSub) to neRptWithheld.
           move nMonthlyWork to neRptMonthly.
           add nMonthlyWork to nWithheldC(nCarrierFoundSub).
           compute nDiffWork = 0 - nMonthlyWork.
           add nDiffWork to nNetTotal.
           move nDiffWork to neRptDiff.
           move "DEDUCTED, NOT BILLED" to xRptNote.
           add 1 to nExceptionCount.
           add 1 to nExceptionC(nCarrierFoundSub).
           write xReportLine from xReportDetail.

       400-carrier-totals.
           move spaces to xReportLine.
           write xReportLine.
           write xReportLine from xCarrierHeading.
           perform varying nCarrierSub from 1 by 1
               until nCarrierSub > nCarrierCount
               move xCarrierC(nCarrierSub) to xCtCarrier
               move nBilledC(nCarrierSub) to neCtBilled
               move nWithheldC(nCarrierSub) to neCtWithheld
               compute neCtNet =
                   nBilledC(nCarrierSub) - nWithheldC(nCarrierSub)
               move nExceptionC(nCarrierSub) to neCtExceptions
               write xReportLine from xCarrierLine
           end-perform.

       500-termination.
           close billFile.
           move spaces to xReportLine.
           write xReportLine.
           move nBillLineCount to neFtLines.
           move nAgreeCount to neFtAgree.
           move nExceptionCount to neFtExceptions.
           move nBadLineCount to neFtBad.
           write xReportLine from xReportFooter.
           move nNetTotal to neFtNet.
           write xReportLine from xNetFooter.
           close reportFile.
           display " ".
           display "Carrier reconciliation for " nReconMonth
           " written to Payroll-29-insrecon.txt: " nExceptionCount
           " exceptions.".
           display " ".
           move nBillLineCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "busdate-procedure.cbl".

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
