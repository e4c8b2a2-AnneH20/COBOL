      * Payroll.ytd.txt to zeros so January's first Payroll-01 run
      * starts a fresh year instead of adding onto last year's
      * numbers.
      *
      * Also writes the FUTA summary for the year's Form 940 from
      * Payroll.taxarchive.txt: each employee's wages for the year,
      * the part under the federal wage base, and the tax, with the
      * liability by quarter. The base and rate are the "US" row on
      * Payroll.suirates.txt (the table Payroll-24 uses for the
      * states), defaulting to $7,000 at 0.6% when there is none.

       identification division.
       program-id. Payroll-04.
           select stmtFile assign to "Payroll-yearend-statements.txt"
           organization is line sequential.

      * Every year's statements, kept by year and employee so a past
      * statement can be reprinted (EmployeeStubs serves them to the
      * employee).
           select optional stmtArchiveFile assign to
           "Payroll.stmtarchive.txt"
           organization is line sequential.

           select registerFile assign to
           "Payroll-yearend-register.txt"
           organization is line sequential.
           "Payroll-04-carryover.txt"
           organization is line sequential.

           select optional taxArchiveFile assign to
           "Payroll.taxarchive.txt"
           organization is line sequential.

           select optional suiRateFile assign to
           "Payroll.suirates.txt"
           organization is line sequential.

           select futaFile assign to "Payroll-yearend-futa.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".
       file section.
       fd  masterFile.
       01  xInput.
           05 nDeptNum         pic 99.
           05 nEmpNumMstr      pic 9999.
           05 xLastName        pic x(20).
           05 xFirstName       pic x(20).
      * Work state for state-tax withholding, since remote staff
      * now work from several states. Maintained by Payroll-02.
           05 xWorkState       pic xx.
      * Mailing address for employee notices; maintained by
      * Payroll-02.
           05 xMailStreet      pic x(30).
           05 xMailCity        pic x(20).
           05 xMailState       pic xx.
           05 xMailZip         pic x(10).

      * nYtd401kIn: the year's 401k deferrals, carried since the
      * annual-limit enforcement went into Payroll-01.
           05 nYtdNetIn         pic 9(7)v99.
           05 nYtdTaxesIn       pic 9(7)v99.
           05 nYtd401kIn        pic 9(7)v99.
      * Imputed income to date (personal vehicle use, from
      * Payroll-01), already inside nYtdGrossIn.
           05 nYtdImputedIn     pic 9(7)v99.

       fd  stmtFile.
       01  xStmtLine            pic x(80).

       fd  stmtArchiveFile.
       01  xStmtArchiveRecord.
           05 nStmtArcYear      pic 9(4).
           05 nStmtArcEmpNum    pic 9999.
           05 xStmtArcText      pic x(80).

       fd  registerFile.
       01  xRegisterLine        pic x(100).

       fd  archiveFile.
       01  xArchiveRecord       pic x(56).

       fd  leaveFile.
       01  xLeaveRecord.
       fd  carryoverFile.
       01  xCarryoverLine       pic x(90).

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

       fd  suiRateFile.
       01  xSuiRateRecord.
           05 xSuiStateSr       pic xx.
           05 nSuiWageBaseSr    pic 9(6).
           05 nSuiRatePctSr     pic 99v999.

       fd  futaFile.
       01  xFutaLine            pic x(100).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".
           05 filler           pic x(21)
                                value ' employees forfeited'.

      * FUTA: federal wage base and rate (percent), replaced by the
      * "US" row on Payroll.suirates.txt when there is one.
       77  nFutaWageBase       pic 9(6)            value 7000.
       77  nFutaRatePct        pic 99v999          value 0.600.
       77  nFutaCount          pic 9(4)            value 0.
       77  nFutaMax            pic 9(4)            value 2000.
       77  xFutaTableFull      pic x               value 'n'.
       77  nFutaSub            pic 9(4)            value 0.
       77  nFoundSub           pic 9(4)            value 0.
       77  nQtrSub             pic 9               value 0.
       77  nArcMonth           pic 99              value 0.
       77  nArcQuarter         pic 9               value 0.
       77  nFutaRoom           pic s9(9)v99        value 0.
       77  nFutaRunning        pic s9(9)v99        value 0.
       77  nFutaQtrTaxable     pic s9(9)v99        value 0.
       77  nFutaEmpWages       pic s9(9)v99        value 0.
       77  nFutaEmpTaxable     pic s9(9)v99        value 0.
       77  nFutaEmpTax         pic s9(7)v99        value 0.
       77  nFutaTotWages       pic s9(9)v99        value 0.
       77  nFutaTotTaxable     pic s9(9)v99        value 0.
       77  nFutaTotTax         pic s9(9)v99        value 0.

       01  xFutaTable.
           05 xFutaElement occurs 1 to 2000 times
               depending on nFutaCount.
               10 nFuEmpNum        pic 9999.
               10 nFuQtrWages      pic s9(7)v99 occurs 4 times.

       01  xFutaQtrTotals.
           05 xFutaQtrElement occurs 4 times.
               10 nFqTaxable       pic s9(9)v99   value 0.
               10 nFqTax           pic s9(7)v99   value 0.

       01  xFutaHeading-1.
           05 filler           pic x(22)
               value 'FUTA ANNUAL SUMMARY, '.
           05 neFhYear         pic 9(4).
           05 filler           pic x(14)
               value '   WAGE BASE  '.
           05 neFhWageBase     pic $$$$,$$9.
           05 filler           pic x(9)            value '   RATE  '.
           05 neFhRate         pic z9.999.
           05 filler           pic x(1)            value '%'.

       01  xFutaHeading-2.
           05 filler           pic x(6)            value 'EMP'.
           05 filler           pic x(26)           value 'NAME'.
           05 filler           pic x(16)
               value '   TOTAL WAGES'.
           05 filler           pic x(16)
               value ' TAXABLE WAGES'.
           05 filler           pic x(16)
               value '  EXCESS WAGES'.
           05 filler           pic x(12)
               value '    FUTA TAX'.

       01  xFutaDetail.
           05 neFdEmpNum       pic 9999.
           05 filler           pic x(2)            value spaces.
           05 xFdName          pic x(24).
           05 filler           pic x(2)            value spaces.
           05 neFdWages        pic $$,$$$,$$9.99-.
           05 filler           pic x(2)            value spaces.
           05 neFdTaxable      pic $$,$$$,$$9.99-.
           05 filler           pic x(2)            value spaces.
           05 neFdExcess       pic $$,$$$,$$9.99-.
           05 filler           pic x(1)            value spaces.
           05 neFdTax          pic $$$,$$9.99-.

       01  xFutaQtrLine.
           05 filler           pic x(8)            value 'QUARTER '.
           05 neFqQuarter      pic 9.
           05 filler           pic x(23)
               value '  TAXABLE WAGES'.
           05 neFqTaxable      pic $$,$$$,$$9.99-.
           05 filler           pic x(14)
               value '  LIABILITY  '.
           05 neFqTax          pic $$$,$$9.99-.

       01  xFutaFooter.
           05 neFfEmpCount     pic zzz9.
           05 filler           pic x(28)
               value ' employees'.
           05 neFfWages        pic $$$,$$$,$$9.99-.
           05 filler           pic x(1)            value spaces.
           05 neFfTaxable      pic $$$,$$$,$$9.99-.
           05 filler           pic x(18)
               value '   TOTAL FUTA TAX '.
           05 neFfTax          pic $$$,$$9.99-.

       77  nStmtCount          pic 9(4)            value 0.
       77  nCompanyHours       pic 9(7)v99         value 0.
       77  nCompanyGross       pic 9(9)v99         value 0.
               depending on nMasterCount
               ascending key is nEmpNumM
               indexed by masterIdx.
               10 nDeptNumM        pic 99.
               10 nEmpNumM         pic 9999.
               10 xLastNameM       pic x(20).
               10 xFirstNameM      pic x(20).
           05 filler           pic x(2)            value spaces.
           05 xStmtName        pic x(30).
           05 filler           pic x(5)            value 'DEPT '.
           05 neStmtDept       pic 99.

       01  xStmtAmountLine.
           05 xStmtLabel       pic x(22).
           move "n" to xEofFlag.
           open input ytdFile.
           open output stmtFile.
           open extend stmtArchiveFile.
           open output registerFile.
           open output archiveFile.

       220-write-statement.
           move nCloseYear to neStmtYear.
           write xStmtLine from xStmtHeading.
           perform 225-archive-stmt-line.
           move nEmpNumYtd to neStmtEmpNum.
           if xMatchFound = "y"
               move function concatenate(
               move 0 to neStmtDept
           end-if.
           write xStmtLine from xStmtEmployee.
           perform 225-archive-stmt-line.

           move nYtdHoursIn to neStmtHours.
           write xStmtLine from xStmtHoursLine.
           perform 225-archive-stmt-line.

           move "GROSS WAGES" to xStmtLabel.
           move nYtdGrossIn to neStmtAmount.
           write xStmtLine from xStmtAmountLine.
           perform 225-archive-stmt-line.
      * Imputed income is part of the gross above -- taxed, never
      * paid -- and is shown so the employee can see why.
           if nYtdImputedIn numeric and nYtdImputedIn > 0
               move "  INCL. VEHICLE USE" to xStmtLabel
               move nYtdImputedIn to neStmtAmount
               write xStmtLine from xStmtAmountLine
               perform 225-archive-stmt-line
           end-if.
           move "TAXES AND DEDUCTIONS" to xStmtLabel.
           move nYtdTaxesIn to neStmtAmount.
           write xStmtLine from xStmtAmountLine.
           perform 225-archive-stmt-line.
           move "NET PAY" to xStmtLabel.
           move nYtdNetIn to neStmtAmount.
           write xStmtLine from xStmtAmountLine.
           perform 225-archive-stmt-line.

           write xStmtLine from xStmtSeparator.
           perform 225-archive-stmt-line.

      * The statement line just written, onto the archive under the
      * close year and employee.
       225-archive-stmt-line.
           move nCloseYear to nStmtArcYear.
           move nEmpNumYtd to nStmtArcEmpNum.
           move xStmtLine to xStmtArcText.
           write xStmtArchiveRecord.

       230-write-register-line.
           move nEmpNumYtd to neRegEmpNum.
       300-termination.
           close ytdFile.
           close stmtFile.
           close stmtArchiveFile.
           close archiveFile.

           move nStmtCount to neRegEmpCount.
           write xRegisterLine from xRegisterFooter.
           close registerFile.

           perform 350-futa-summary.
           perform 310-reset-ytd.
           perform 320-apply-carryover.
           perform 340-write-runlog.
           display "Year-end close for ", xCloseYearDisp, " -- ",
           nStmtCount, " statements written; totals archived to ",
           function trim(xArchiveFileName), ".".
           display "FUTA summary written to Payroll-yearend-futa.txt.".
           display " ".

      * Rewrite the year-to-date file with one zeroed record per
               move 0 to nYtdNetIn
               move 0 to nYtdTaxesIn
               move 0 to nYtd401kIn
               move 0 to nYtdImputedIn
               write xYtdRecord
           end-perform.
           close ytdFile.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

      * The closed year's archive lines per employee and quarter; a
      * void ('V') comes back out of the quarter it was voided in.
       350-futa-summary.
           move "n" to xEofFlag.
           open input suiRateFile.
           perform 355-next-sui-rate until xEofFlag = "y".
           close suiRateFile.
           move "n" to xEofFlag.
           open input taxArchiveFile.
           perform 360-next-archive-line until xEofFlag = "y".
           close taxArchiveFile.
           move "n" to xEofFlag.
           open output futaFile.
           move nCloseYear to neFhYear.
           move nFutaWageBase to neFhWageBase.
           move nFutaRatePct to neFhRate.
           write xFutaLine from xFutaHeading-1.
           write xFutaLine from xFutaHeading-2.
           perform varying nFutaSub from 1 by 1
               until nFutaSub > nFutaCount
               perform 370-futa-employee
           end-perform.
           move spaces to xFutaLine.
           write xFutaLine.
           perform varying nQtrSub from 1 by 1 until nQtrSub > 4
               compute nFqTax(nQtrSub) rounded =
                   nFqTaxable(nQtrSub) * nFutaRatePct / 100
               move nQtrSub to neFqQuarter
               move nFqTaxable(nQtrSub) to neFqTaxable
               move nFqTax(nQtrSub) to neFqTax
               write xFutaLine from xFutaQtrLine
           end-perform.
           move nFutaCount to neFfEmpCount.
           move nFutaTotWages to neFfWages.
           move nFutaTotTaxable to neFfTaxable.
           move nFutaTotTax to neFfTax.
           write xFutaLine from xFutaFooter.
           close futaFile.

       355-next-sui-rate.
           read suiRateFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xSuiStateSr = "US"
                       and nSuiWageBaseSr numeric
                       and nSuiRatePctSr numeric
                       move nSuiWageBaseSr to nFutaWageBase,
                       move nSuiRatePctSr to nFutaRatePct
                   end-if,
           end-read.

       360-next-archive-line.
           read taxArchiveFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nTaxArcDate(1:4) = nCloseYear
                       perform 365-accumulate-futa
                   end-if,
           end-read.

       365-accumulate-futa.
           move nTaxArcDate(5:2) to nArcMonth.
           compute nArcQuarter = (nArcMonth + 2) / 3.
           if nArcQuarter < 1 or nArcQuarter > 4
               exit paragraph
           end-if.
           move 0 to nFoundSub.
           perform varying nFutaSub from 1 by 1
               until nFutaSub > nFutaCount
               if nFuEmpNum(nFutaSub) = nTaxArcEmpNum
                   move nFutaSub to nFoundSub
                   move nFutaCount to nFutaSub
               end-if
           end-perform.
           if nFoundSub = 0
               if nFutaCount >= nFutaMax
                   if xFutaTableFull = "n"
                       display "WARNING: FUTA table full at "
                       nFutaMax " employees -- remaining archive "
                       "lines were not summarized."
                       move "y" to xFutaTableFull
                   end-if
                   exit paragraph
               end-if
               add 1 to nFutaCount
               move nFutaCount to nFoundSub
               move nTaxArcEmpNum to nFuEmpNum(nFoundSub)
               perform varying nQtrSub from 1 by 1 until nQtrSub > 4
                   move 0 to nFuQtrWages(nFoundSub, nQtrSub)
               end-perform
           end-if.
           if xTaxArcRunType = "V"
               subtract nTaxArcGross
                   from nFuQtrWages(nFoundSub, nArcQuarter)
           else
               add nTaxArcGross
                   to nFuQtrWages(nFoundSub, nArcQuarter)
           end-if.

      * Quarter by quarter, each quarter's wages are taxable until
      * the year's running total reaches the base -- the quarterly
      * liability the 940 asks for.
       370-futa-employee.
           move 0 to nFutaRunning.
           move 0 to nFutaEmpWages.
           move 0 to nFutaEmpTaxable.
           move 0 to nFutaEmpTax.
           perform varying nQtrSub from 1 by 1 until nQtrSub > 4
               compute nFutaRoom = nFutaWageBase - nFutaRunning
               if nFutaRoom < 0
                   move 0 to nFutaRoom
               end-if
               move nFuQtrWages(nFutaSub, nQtrSub) to nFutaQtrTaxable
               if nFutaQtrTaxable < 0
                   move 0 to nFutaQtrTaxable
               end-if
               if nFutaQtrTaxable > nFutaRoom
                   move nFutaRoom to nFutaQtrTaxable
               end-if
               add nFuQtrWages(nFutaSub, nQtrSub) to nFutaRunning
               add nFuQtrWages(nFutaSub, nQtrSub) to nFutaEmpWages
               add nFutaQtrTaxable to nFutaEmpTaxable
               add nFutaQtrTaxable to nFqTaxable(nQtrSub)
           end-perform.
           compute nFutaEmpTax rounded =
               nFutaEmpTaxable * nFutaRatePct / 100.
           add nFutaEmpWages to nFutaTotWages.
           add nFutaEmpTaxable to nFutaTotTaxable.
           add nFutaEmpTax to nFutaTotTax.
           move nFuEmpNum(nFutaSub) to neFdEmpNum.
           move "(NOT ON MASTER FILE)" to xFdName.
           if nMasterCount > 0
               search all xMasterElement
                   at end
                       continue
                   when nEmpNumM(masterIdx) = nFuEmpNum(nFutaSub)
                       move function concatenate(
                           function trim(xLastNameM(masterIdx)), ", ",
                           xFirstNameM(masterIdx)) to xFdName
               end-search
           end-if.
           move nFutaEmpWages to neFdWages.
           move nFutaEmpTaxable to neFdTaxable.
           compute neFdExcess = nFutaEmpWages - nFutaEmpTaxable.
           move nFutaEmpTax to neFdTax.
           write xFutaLine from xFutaDetail.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".
