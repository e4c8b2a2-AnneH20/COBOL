      * Program: Payroll State Unemployment Quarterly Report
      *
      * The employer side of the quarterly filings Payroll-10 does
      * for withholding: for each work state on Payroll.master.dat,
      * every employee's total wages for the quarter, the part of
      * them under the state's taxable wage base (wages already paid
      * earlier in the year use the base up first), and the employer
      * contribution due at our assigned rate. The wage bases and
      * rates come from Payroll.suirates.txt, which we keep as the
      * states send the new year's notices; the wages come from the
      * dated per-run archive Payroll.taxarchive.txt, so the filing
      * is built from data instead of by hand. A voided check's
      * reversing line ('V', from Payroll-19) comes back out of the
      * quarter it was voided in, the way Payroll-10 takes it.
      *
      * Asks for the quarter (YYYYQ); blank takes the last quarter
      * completed before the business date. Employees are listed
      * under the work state on the master today; a state with no
      * rate row is listed without a contribution so the table gets
      * fixed, not the filing skipped.

       identification division.
       program-id. Payroll-24.
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

      * One row per state: taxable wage base and our assigned
      * employer rate. The "US" row is the FUTA base and rate
      * Payroll-04 uses at year end.
           select optional suiRateFile assign to
           "Payroll.suirates.txt"
           organization is line sequential.

           select reportFile assign to "Payroll-24-sui.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

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

      * Rate is a percentage of taxable wages, e.g. 02700 = 2.700%.
       fd  suiRateFile.
       01  xSuiRateRecord.
           05 xSuiStateSr       pic xx.
           05 nSuiWageBaseSr    pic 9(6).
           05 nSuiRatePctSr     pic 99v999.

       fd  reportFile.
       01  xReportLine          pic x(100).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xQuarterIn          pic x(5)            value spaces.
       77  nReportYear         pic 9(4)            value 0.
       77  nReportQuarter      pic 9               value 0.
       77  nArcYear            pic 9(4)            value 0.
       77  nArcMonth           pic 99              value 0.
       77  nArcQuarter         pic 9               value 0.
       77  nLineCount          pic 9(7)            value 0.
       77  nUsedCount          pic 9(7)            value 0.
       77  nNotOnMasterCount   pic 9(7)            value 0.
       77  nEmpSub             pic 9(4)            value 0.
       77  nStateSub           pic 99              value 0.
       77  nFoundSub           pic 99              value 0.
       77  nRoomLeft           pic s9(9)v99        value 0.
       77  nMasterCount        pic 9(4)            value 0.
       77  nMasterTableMax     pic 9(4)            value 2000.
       77  xMasterTableFull    pic x               value 'n'.
       77  nSuiRateCount       pic 99              value 0.
       77  nSuiRateMax         pic 99              value 60.
       77  nStateCount         pic 99              value 0.
       77  nStateMax           pic 99              value 60.
       77  xStateTableFull     pic x               value 'n'.
       77  nNoRateCount        pic 99              value 0.
       77  nTotWages           pic s9(9)v99        value 0.
       77  nTotTaxable         pic s9(9)v99        value 0.
       77  nTotContrib         pic s9(9)v99        value 0.

       01  xSuiRateTable.
           05 xSuiRateElement occurs 60 times.
               10 xSrStateT        pic xx.
               10 nSrWageBaseT     pic 9(6).
               10 nSrRatePctT      pic 99v999.

      * Every employee on the master with their work state and the
      * year's wages before the quarter and in it.
       01  xMasterTable.
           05 xMasterElement occurs 1 to 2000 times
               depending on nMasterCount
               ascending key is nEmpNumM
               indexed by masterIdx.
               10 nEmpNumM         pic 9999.
               10 xNameM           pic x(30).
               10 xWorkStateM      pic xx.
               10 xPaidM           pic x.
               10 nPriorWagesM     pic s9(7)v99.
               10 nQtrWagesM       pic s9(7)v99.

      * One row per work state with quarter wages, sorted for the
      * report.
       01  xStateTable.
           05 xStateElement occurs 1 to 60 times
               depending on nStateCount.
               10 xStStateT        pic xx.
               10 nStEmpCount      pic 9(4).
               10 nStWages         pic s9(9)v99.
               10 nStTaxable       pic s9(9)v99.
               10 nStContrib       pic s9(9)v99.
               10 nStWageBase      pic 9(6).
               10 nStRatePct       pic 99v999.
               10 xStRateFound     pic x.

       01  xReportHeading-1.
           05 filler           pic x(40)
               value 'STATE UNEMPLOYMENT WAGE REPORT, QUARTER '.
           05 neHeadQuarter    pic 9.
           05 filler           pic x(1)            value space.
           05 neHeadYear       pic 9(4).

       01  xStateHeading.
           05 filler           pic x(6)            value 'STATE '.
           05 xShState         pic xx.
           05 filler           pic x(14)
               value '   WAGE BASE  '.
           05 neShWageBase     pic $$$$,$$9.
           05 filler           pic x(10)           value '   RATE  '.
           05 neShRate         pic z9.999.
           05 filler           pic x(1)            value '%'.
           05 xShNoRate        pic x(30)           value spaces.

       01  xColumnHeading.
           05 filler           pic x(6)            value 'EMP'.
           05 filler           pic x(32)           value 'NAME'.
           05 filler           pic x(16)
               value ' QUARTER WAGES'.
           05 filler           pic x(16)
               value ' TAXABLE WAGES'.
           05 filler           pic x(16)
               value '  EXCESS WAGES'.

       01  xReportDetail.
           05 neDetEmpNum      pic 9999.
           05 filler           pic x(2)            value spaces.
           05 xDetName         pic x(30).
           05 filler           pic x(2)            value spaces.
           05 neDetWages       pic $$,$$$,$$9.99-.
           05 filler           pic x(2)            value spaces.
           05 neDetTaxable     pic $$,$$$,$$9.99-.
           05 filler           pic x(2)            value spaces.
           05 neDetExcess      pic $$,$$$,$$9.99-.

       01  xStateFooter.
           05 neSfEmps         pic zzz9.
           05 filler           pic x(10)           value ' EMPLOYEES'.
           05 filler           pic x(19)
               value ' STATE TOTAL       '.
           05 neSfWages        pic $$$,$$$,$$9.99-.
           05 filler           pic x(1)            value spaces.
           05 neSfTaxable      pic $$$,$$$,$$9.99-.
           05 filler           pic x(16)
               value '  CONTRIBUTION '.
           05 neSfContrib      pic $$,$$$,$$9.99-.

       01  xReportFooter.
           05 filler           pic x(33)
               value 'ALL STATES                       '.
           05 neFootWages      pic $$$,$$$,$$9.99-.
           05 filler           pic x(1)            value spaces.
           05 neFootTaxable    pic $$$,$$$,$$9.99-.
           05 filler           pic x(16)
               value '  CONTRIBUTION '.
           05 neFootContrib    pic $$,$$$,$$9.99-.

       01  xNoteLine.
           05 neNoteCount      pic z,zzz,zz9.
           05 xNoteText        pic x(90).

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

       procedure division.
       000-main.
           move "Payroll-24" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           open input taxArchiveFile.
           perform 200-next-archive-line until xEofFlag = "y".
           close taxArchiveFile.
           move "n" to xEofFlag.
           perform 300-summarize-states.
           perform 400-report.
           perform 500-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           display "Quarter to report (YYYYQ, blank = last completed)? "
           with no advancing.
           accept xQuarterIn.
           perform 105-resolve-quarter.
           open input suiRateFile.
           perform 110-next-sui-rate until xEofFlag = "y".
           close suiRateFile.
           move "n" to xEofFlag.
           open input masterFile.
           perform 120-load-master until xEofFlag = "y".
           close masterFile.
           move "n" to xEofFlag.

      * The last completed quarter is the one before the business
      * date's quarter -- last year's fourth in January through
      * March.
       105-resolve-quarter.
           if xQuarterIn not = spaces
               if xQuarterIn numeric
                   and xQuarterIn(5:1) >= "1"
                   and xQuarterIn(5:1) <= "4"
                   move xQuarterIn(1:4) to nReportYear
                   move xQuarterIn(5:1) to nReportQuarter
                   exit paragraph
               end-if
               display "WARNING: quarter " xQuarterIn
               " is not YYYYQ -- last completed quarter used."
           end-if.
           move xBusinessDate(1:4) to nReportYear.
           move xBusinessDate(5:2) to nArcMonth.
           compute nReportQuarter = (nArcMonth + 2) / 3.
           if nReportQuarter = 1
               subtract 1 from nReportYear
               move 4 to nReportQuarter
           else
               subtract 1 from nReportQuarter
           end-if.

       110-next-sui-rate.
           read suiRateFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nSuiWageBaseSr not numeric
                       or nSuiRatePctSr not numeric
                       display "WARNING: Payroll.suirates.txt row for "
                       xSuiStateSr " is not valid -- skipped."
                   else
                       if nSuiRateCount < nSuiRateMax
                           add 1 to nSuiRateCount,
                           move xSuiStateSr to
                               xSrStateT(nSuiRateCount),
                           move nSuiWageBaseSr to
                               nSrWageBaseT(nSuiRateCount),
                           move nSuiRatePctSr to
                               nSrRatePctT(nSuiRateCount)
                       end-if
                   end-if,
           end-read.

       120-load-master.
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
                           xFirstName) to xNameM(nMasterCount),
                       move xWorkState to xWorkStateM(nMasterCount),
                       move "n" to xPaidM(nMasterCount),
                       move 0 to nPriorWagesM(nMasterCount),
                       move 0 to nQtrWagesM(nMasterCount)
                   end-if,
           end-read.

       200-next-archive-line.
           read taxArchiveFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nLineCount,
                   perform 210-accumulate-line,
           end-read.

      * Only the report year counts: quarters before the report
      * quarter use up the wage base, the report quarter is listed,
      * later quarters are ignored.
       210-accumulate-line.
           move nTaxArcDate(1:4) to nArcYear.
           if nArcYear not = nReportYear
               exit paragraph
           end-if.
           move nTaxArcDate(5:2) to nArcMonth.
           compute nArcQuarter = (nArcMonth + 2) / 3.
           if nArcQuarter > nReportQuarter
               exit paragraph
           end-if.
           add 1 to nUsedCount.
           search all xMasterElement
               at end
                   add 1 to nNotOnMasterCount
               when nEmpNumM(masterIdx) = nTaxArcEmpNum
                   if nArcQuarter = nReportQuarter
                       move "y" to xPaidM(masterIdx)
                       if xTaxArcRunType = "V"
                           subtract nTaxArcGross
                               from nQtrWagesM(masterIdx)
                       else
                           add nTaxArcGross to nQtrWagesM(masterIdx)
                       end-if
                   else
                       if xTaxArcRunType = "V"
                           subtract nTaxArcGross
                               from nPriorWagesM(masterIdx)
                       else
                           add nTaxArcGross
                               to nPriorWagesM(masterIdx)
                       end-if
                   end-if
           end-search.

      * Each paid employee's work state gets a row with its base and
      * rate; the states are then put in order for the report.
       300-summarize-states.
           perform varying nEmpSub from 1 by 1
               until nEmpSub > nMasterCount
               if xPaidM(nEmpSub) = "y"
                   perform 310-find-state
               end-if
           end-perform.
           if nStateCount > 0
               sort xStateElement on ascending key xStStateT
           end-if.

       310-find-state.
           move 0 to nFoundSub.
           perform varying nStateSub from 1 by 1
               until nStateSub > nStateCount
               if xStStateT(nStateSub) = xWorkStateM(nEmpSub)
                   move nStateSub to nFoundSub
                   move nStateCount to nStateSub
               end-if
           end-perform.
           if nFoundSub > 0
               exit paragraph
           end-if.
           if nStateCount >= nStateMax
               if xStateTableFull = "n"
                   display "WARNING: state table full at " nStateMax
                   " states -- remaining states were not reported."
                   move "y" to xStateTableFull
               end-if
               exit paragraph
           end-if.
           add 1 to nStateCount.
           move xWorkStateM(nEmpSub) to xStStateT(nStateCount).
           move 0 to nStEmpCount(nStateCount).
           move 0 to nStWages(nStateCount).
           move 0 to nStTaxable(nStateCount).
           move 0 to nStContrib(nStateCount).
           move 0 to nStWageBase(nStateCount).
           move 0 to nStRatePct(nStateCount).
           move "n" to xStRateFound(nStateCount).
           perform varying nFoundSub from 1 by 1
               until nFoundSub > nSuiRateCount
               if xSrStateT(nFoundSub) = xWorkStateM(nEmpSub)
                   move nSrWageBaseT(nFoundSub) to
                       nStWageBase(nStateCount)
                   move nSrRatePctT(nFoundSub) to
                       nStRatePct(nStateCount)
                   move "y" to xStRateFound(nStateCount)
               end-if
           end-perform.

       400-report.
           open output reportFile.
           move nReportQuarter to neHeadQuarter.
           move nReportYear to neHeadYear.
           write xReportLine from xReportHeading-1.
           perform varying nStateSub from 1 by 1
               until nStateSub > nStateCount
               perform 410-report-state
           end-perform.
           move spaces to xReportLine.
           write xReportLine.
           move nTotWages to neFootWages.
           move nTotTaxable to neFootTaxable.
           move nTotContrib to neFootContrib.
           write xReportLine from xReportFooter.
           if nNoRateCount > 0
               move nNoRateCount to neNoteCount
               move " STATES HAVE NO ROW ON Payroll.suirates.txt -- "
                   to xNoteText
               move "NO CONTRIBUTION FIGURED." to xNoteText(48:)
               write xReportLine from xNoteLine
           end-if.
           if nNotOnMasterCount > 0
               move nNotOnMasterCount to neNoteCount
               move " ARCHIVE LINES FOR EMPLOYEES NOT ON THE MASTER "
                   to xNoteText
               move "-- NOT REPORTED." to xNoteText(48:)
               write xReportLine from xNoteLine
           end-if.
           close reportFile.

       410-report-state.
           move spaces to xReportLine.
           write xReportLine.
           move xStStateT(nStateSub) to xShState.
           move nStWageBase(nStateSub) to neShWageBase.
           move nStRatePct(nStateSub) to neShRate.
           if xStRateFound(nStateSub) = "y"
               move spaces to xShNoRate
           else
               move "   ** NO RATE ON FILE **" to xShNoRate
               add 1 to nNoRateCount
           end-if.
           write xReportLine from xStateHeading.
           write xReportLine from xColumnHeading.
           perform varying nEmpSub from 1 by 1
               until nEmpSub > nMasterCount
               if xPaidM(nEmpSub) = "y"
                   and xWorkStateM(nEmpSub) = xStStateT(nStateSub)
                   perform 420-report-employee
               end-if
           end-perform.
           if xStRateFound(nStateSub) = "y"
               compute nStContrib(nStateSub) rounded =
                   nStTaxable(nStateSub) * nStRatePct(nStateSub)
                   / 100
           end-if.
           add nStWages(nStateSub) to nTotWages.
           add nStTaxable(nStateSub) to nTotTaxable.
           add nStContrib(nStateSub) to nTotContrib.
           move nStEmpCount(nStateSub) to neSfEmps.
           move nStWages(nStateSub) to neSfWages.
           move nStTaxable(nStateSub) to neSfTaxable.
           move nStContrib(nStateSub) to neSfContrib.
           write xReportLine from xStateFooter.

      * Taxable is what the quarter's wages add before the year's
      * running total passes the base; a state with no rate row
      * has no base, so nothing is taxable there yet.
       420-report-employee.
           compute nRoomLeft =
               nStWageBase(nStateSub) - nPriorWagesM(nEmpSub).
           if nRoomLeft < 0
               move 0 to nRoomLeft
           end-if.
           if nQtrWagesM(nEmpSub) <= 0
               move 0 to nRoomLeft
           else
               if nQtrWagesM(nEmpSub) < nRoomLeft
                   move nQtrWagesM(nEmpSub) to nRoomLeft
               end-if
           end-if.
           add 1 to nStEmpCount(nStateSub).
           add nQtrWagesM(nEmpSub) to nStWages(nStateSub).
           add nRoomLeft to nStTaxable(nStateSub).
           move nEmpNumM(nEmpSub) to neDetEmpNum.
           move xNameM(nEmpSub) to xDetName.
           move nQtrWagesM(nEmpSub) to neDetWages.
           move nRoomLeft to neDetTaxable.
           compute neDetExcess = nQtrWagesM(nEmpSub) - nRoomLeft.
           write xReportLine from xReportDetail.

       500-termination.
           display " ".
           display "SUI report for quarter " nReportQuarter " "
           nReportYear " written to Payroll-24-sui.txt: "
           nStateCount " states".
           if nNoRateCount > 0
               display "WARNING: " nNoRateCount " states have no "
               "row on Payroll.suirates.txt."
           end-if.
           display " ".
           move "Payroll-24" to xRunLogProgram.
           move nUsedCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
