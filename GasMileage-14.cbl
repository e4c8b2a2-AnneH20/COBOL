      * Program: Fleet Vehicle Depreciation Run
      *
      * The monthly run behind the asset record GasMileage-13 keeps
      * on GasMileage-vehicles.txt. It depreciates every vehicle
      * straight line -- cost less salvage over the useful life, a
      * full month in the month acquired -- through the last
      * complete month before the business date, catching up any
      * month a skipped run missed, and never past the depreciable
      * base or the month of disposal. Each department's expense
      * posts in the Payroll-01-gl.txt layout: depreciation expense
      * (53000 + dept number) debited, accumulated depreciation
      * (15900) credited, dated the month end, appended to
      * GasMileage-depr-gl.txt for GlConsolidate to pick up.
      *
      * A disposal posts once, dated the disposal, after the
      * disposal month has been depreciated: the accumulated
      * depreciation comes off against the vehicle asset account
      * (15000), the proceeds go to cash (10100), and the book value
      * left over is the gain or loss on disposal (61000 + dept
      * number). The month depreciated and whether the disposal is
      * posted are kept on the vehicle master, so a rerun in the same
      * month posts nothing twice. Vehicles with no asset record are
      * skipped.

       identification division.
       program-id. GasMileage-14.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select vehicleFile assign to "GasMileage-vehicles.txt"
           organization is line sequential.

           select deptFile assign to "Departments.txt"
           organization is line sequential.

      * GL-format entries, appended between GlConsolidate runs.
           select optional glFile assign to "GasMileage-depr-gl.txt"
           organization is line sequential.

           select reportFile assign to
           "GasMileage-14-depreciation.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
       fd  vehicleFile.
       01  xVehicleInput.
           05 nVehicleNumInput         pic 9(5).
           05 xVehicleMakeModelInput   pic x(20).
           05 xVehicleDeptInput        pic x(10).
           05 xVehicleAcqDateIn        pic x(8).
           05 xVehicleCostIn           pic x(9).
           05 xVehicleSalvageIn        pic x(9).
           05 xVehicleLifeIn           pic x(3).
           05 xVehicleVinIn            pic x(17).
           05 xVehiclePlateIn          pic x(8).
           05 xVehicleStatusIn         pic x.
           05 xVehicleDispDateIn       pic x(8).
           05 xVehicleProceedsIn       pic x(9).
           05 xVehicleAccumDeprIn      pic x(9).
           05 xVehicleDeprThruIn       pic x(6).
           05 xVehicleDispPostedIn     pic x.
      * Fuel tank capacity in whole gallons, blank when not known;
      * the fuel card load checks each fill against it.
           05 xVehicleTankIn           pic x(3).
      * Fuel type code from the CO2 factor table, blank when not
      * known.
           05 xVehicleFuelIn           pic x.

       fd  deptFile.
       01  xDeptRecord.
           05 nDeptNumD         pic 99.
           05 xDeptNameD        pic x(20).
           05 xDeptMgrD         pic x(20).
           05 nDeptGlAcctD      pic 9(5).

       fd  glFile.
       01  xGlRecord.
           05 xGlDeptNum        pic 99.
           05 xGlDebitAcct      pic 9(5).
           05 xGlDebitAmount    pic 9(7)v99.
           05 xGlCreditAcct     pic 9(5).
           05 xGlCreditAmount   pic 9(7)v99.
           05 xGlPeriod         pic 9(8).

       fd  reportFile.
       01  xReportLine         pic x(100).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xBackupName         pic x(40)           value spaces.
       77  xRunDate            pic 9(8)            value 0.
       77  nCentsWork          pic 9(9)            value 0.

       77  nGlVehicleAssetAcct pic 9(5)            value 15000.
       77  nGlAccumDeprAcct    pic 9(5)            value 15900.
       77  nGlCashAcct         pic 9(5)            value 10100.

      * The month being closed: the last complete month before the
      * business date, as yyyymm, a month index (years * 12 plus
      * months) for the arithmetic, and its last day.
       77  nThruMonth          pic 9(6)            value 0.
       77  nThruIdx            pic 9(6)            value 0.
       77  nMonthEnd           pic 9(8)            value 0.
       77  nDateWork           pic 9(8)            value 0.
       77  nDateInt            pic 9(7)            value 0.

       77  nIdxWork            pic 9(6)            value 0.
       77  nStartIdx           pic 9(6)            value 0.
       77  nEndIdx             pic 9(6)            value 0.
       77  nDispIdx            pic 9(6)            value 0.
       77  nMonthsWork         pic 9(4)            value 0.
       77  nYearWork           pic 9(4)            value 0.
       77  nMonthWork          pic 99              value 0.
       77  nBaseWork           pic 9(7)v99         value 0.
       77  nMonthlyWork        pic 9(7)v99         value 0.
       77  nDeprWork           pic 9(7)v99         value 0.
       77  nBookValue          pic 9(7)v99         value 0.
       77  nProceedsToBook     pic 9(7)v99         value 0.
       77  nGainLossWork       pic 9(7)v99         value 0.
       77  xDetNoteWk          pic x(30)           value spaces.

       77  nDeptSub            pic 999             value 0.
       77  nDeptFoundNum       pic 99              value 0.
       77  nPostedCount        pic 999             value 0.
       77  nDisposalCount      pic 999             value 0.
       77  nSkippedCount       pic 999             value 0.
       77  nDeprTotal          pic 9(8)v99         value 0.

       77  nVehicleCount       pic 999             value 0.
       77  nVehicleMax         pic 999             value 100.
       77  xVehicleTableFull   pic x               value 'n'.
       77  nVehSub             pic 999             value 0.

      * A date taken apart for the month arithmetic.
       01  xIdxDate.
           05 nIdxYear         pic 9(4).
           05 nIdxMonth        pic 99.
           05 nIdxDay          pic 99.

       01  xDeptTable.
           05 xDeptElement occurs 99 times.
               10 xDtPresent       pic x          value 'n'.
               10 xDtName          pic x(20)      value spaces.
               10 nDtDeprAmount    pic 9(7)v99    value 0.

       01  xVehicleTable.
           05 xVehicleElement occurs 100 times.
               10 nVtNum           pic 9(5).
               10 xVtMakeModel     pic x(20).
               10 xVtDept          pic x(10).
               10 nVtAcqDate       pic 9(8).
               10 nVtCost          pic 9(7)v99.
               10 nVtSalvage       pic 9(7)v99.
               10 nVtLife          pic 999.
               10 xVtVin           pic x(17).
               10 xVtPlate         pic x(8).
               10 xVtStatus        pic x.
               10 nVtDispDate      pic 9(8).
               10 nVtProceeds      pic 9(7)v99.
               10 nVtAccumDepr     pic 9(7)v99.
               10 nVtDeprThru      pic 9(6).
               10 xVtDispPosted    pic x.
               10 nVtTank          pic 999.
               10 xVtFuel          pic x.

       01  xReportHeading-1.
           05 filler           pic x(36)
               value 'FLEET DEPRECIATION RUN, BUSINESS DAY'.
           05 filler           pic x               value space.
           05 neHeadDate       pic 9(8).
           05 filler           pic x(16)
               value ', THROUGH MONTH '.
           05 neHeadMonth      pic 9(6).

       01  xReportHeading-2.
           05 filler           pic x(8)            value 'VEHICLE'.
           05 filler           pic x(11)           value 'DEPARTMENT'.
           05 filler           pic x(7)            value 'MONTHS'.
           05 filler           pic x(14)           value '   THIS RUN'.
           05 filler           pic x(14)
               value '  ACCUMULATED'.
           05 filler           pic x(14)
               value '   BOOK VALUE'.
           05 filler           pic x(30)           value 'NOTE'.

       01  xReportDetail.
           05 neDetVehicle     pic 9(5).
           05 filler           pic x(3)            value spaces.
           05 xDetDept         pic x(10).
           05 filler           pic x(2)            value spaces.
           05 neDetMonths      pic zzz9.
           05 filler           pic x(2)            value spaces.
           05 neDetDepr        pic $$,$$$,$$9.99.
           05 filler           pic x(1)            value spaces.
           05 neDetAccum       pic $$,$$$,$$9.99.
           05 filler           pic x(1)            value spaces.
           05 neDetBook        pic $$,$$$,$$9.99.
           05 filler           pic x(2)            value spaces.
           05 xDetNote         pic x(30).

       01  xDeptPostLine.
           05 filler           pic x(14)
               value 'POSTED DEPT  '.
           05 neDpDept         pic 99.
           05 filler           pic x(2)            value spaces.
           05 xDpName          pic x(20).
           05 neDpAmount       pic $$,$$$,$$9.99.
           05 filler           pic x(6)            value '  DR  '.
           05 neDpDebitAcct    pic 9(5).
           05 filler           pic x(6)            value '  CR  '.
           05 neDpCreditAcct   pic 9(5).

       01  xReportFooter.
           05 neFootPosted     pic zz9.
           05 filler           pic x(22)
                                value ' vehicles depreciated,'.
           05 neFootDisposals  pic zz9.
           05 filler           pic x(21)
                                value ' disposals posted,   '.
           05 neFootSkipped    pic zz9.
           05 filler           pic x(10)           value ' skipped  '.
           05 neFootTotal      pic $$,$$$,$$9.99.

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

       procedure division.
       000-main.
           move "GasMileage-14" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           open output reportFile.
           move xRunDate to neHeadDate.
           move nThruMonth to neHeadMonth.
           write xReportLine from xReportHeading-1.
           write xReportLine from xReportHeading-2.
           open extend glFile.
           perform varying nVehSub from 1 by 1
               until nVehSub > nVehicleCount
               perform 200-depreciate-vehicle
           end-perform.
           perform 300-post-departments.
           close glFile.
           move nPostedCount to neFootPosted.
           move nDisposalCount to neFootDisposals.
           move nSkippedCount to neFootSkipped.
           move nDeprTotal to neFootTotal.
           write xReportLine from xReportFooter.
           close reportFile.
           if nPostedCount > 0 or nDisposalCount > 0
               perform 400-rewrite-vehicles
           end-if.
           display " ".
           display nPostedCount, " vehicles depreciated through ",
           nThruMonth, ", ", nDisposalCount, " disposals posted -- "
           "see GasMileage-14-depreciation.txt".
           display " ".
           move "GasMileage-14" to xRunLogProgram.
           compute nRunLogRecCount = nPostedCount + nDisposalCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.
           stop run.

      * The month closed is the one before the business date's: the
      * day before the first of this month is its last day.
       100-initialization.
           perform 9200-get-business-date.
           move xBusinessDate to xRunDate.
           move xRunDate to nDateWork.
           move nDateWork to xIdxDate.
           move 1 to nIdxDay.
           move xIdxDate to nDateWork.
           compute nDateInt = function integer-of-date(nDateWork) - 1.
           move function date-of-integer(nDateInt) to nMonthEnd.
           move nMonthEnd to nDateWork.
           perform 205-month-index.
           move nIdxWork to nThruIdx.
           compute nThruMonth = nIdxYear * 100 + nIdxMonth.
           open input deptFile.
           perform 110-load-departments until xEofFlag = "y".
           close deptFile.
           move "n" to xEofFlag.
           open input vehicleFile.
           perform 120-load-vehicles until xEofFlag = "y".
           close vehicleFile.
           move "n" to xEofFlag.

       110-load-departments.
           read deptFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nDeptNumD > 0
                       move "y" to xDtPresent(nDeptNumD),
                       move xDeptNameD to xDtName(nDeptNumD)
                   end-if,
           end-read.

       120-load-vehicles.
           read vehicleFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nVehicleCount >= nVehicleMax
                       if xVehicleTableFull = "n"
                           display "WARNING: vehicle table full at "
                           nVehicleMax
                           " records -- remaining rows in "
                           "GasMileage-vehicles.txt were not loaded."
                           move "y" to xVehicleTableFull
                       end-if
                   else
                       add 1 to nVehicleCount,
                       perform 125-store-vehicle
                   end-if,
           end-read.

       125-store-vehicle.
           initialize xVehicleElement(nVehicleCount).
           move nVehicleNumInput to nVtNum(nVehicleCount).
           move xVehicleMakeModelInput to xVtMakeModel(nVehicleCount).
           move xVehicleDeptInput to xVtDept(nVehicleCount).
           if xVehicleAcqDateIn numeric
               move xVehicleAcqDateIn to nVtAcqDate(nVehicleCount)
           end-if.
           if xVehicleCostIn numeric
               compute nVtCost(nVehicleCount) =
                   function numval(xVehicleCostIn) / 100
           end-if.
           if xVehicleSalvageIn numeric
               compute nVtSalvage(nVehicleCount) =
                   function numval(xVehicleSalvageIn) / 100
           end-if.
           if xVehicleLifeIn numeric
               move xVehicleLifeIn to nVtLife(nVehicleCount)
           end-if.
           move xVehicleVinIn to xVtVin(nVehicleCount).
           move xVehiclePlateIn to xVtPlate(nVehicleCount).
           move xVehicleStatusIn to xVtStatus(nVehicleCount).
           if xVehicleDispDateIn numeric
               move xVehicleDispDateIn to nVtDispDate(nVehicleCount)
           end-if.
           if xVehicleProceedsIn numeric
               compute nVtProceeds(nVehicleCount) =
                   function numval(xVehicleProceedsIn) / 100
           end-if.
           if xVehicleAccumDeprIn numeric
               compute nVtAccumDepr(nVehicleCount) =
                   function numval(xVehicleAccumDeprIn) / 100
           end-if.
           if xVehicleDeprThruIn numeric
               move xVehicleDeprThruIn to nVtDeprThru(nVehicleCount)
           end-if.
           move xVehicleDispPostedIn to xVtDispPosted(nVehicleCount).
           if xVehicleTankIn numeric
               move xVehicleTankIn to nVtTank(nVehicleCount)
           end-if.
           move xVehicleFuelIn to xVtFuel(nVehicleCount).

      * Months from the one after the last depreciated (or the
      * month acquired) through the month closed -- or the disposal
      * month, if earlier.
       200-depreciate-vehicle.
           if nVtAcqDate(nVehSub) = 0 or nVtLife(nVehSub) = 0
               exit paragraph
           end-if.
           move spaces to xDetNoteWk.
           move 0 to nDeprWork.
           move 0 to nMonthsWork.
           perform 210-find-department.
           if nDeptFoundNum = 0
               move "DEPT NOT ON FILE - NOT POSTED" to xDetNoteWk
               add 1 to nSkippedCount
               perform 290-write-detail
               exit paragraph
           end-if.
           if nVtDeprThru(nVehSub) > 0
               compute nDateWork = nVtDeprThru(nVehSub) * 100 + 1
               perform 205-month-index
               compute nStartIdx = nIdxWork + 1
           else
               move nVtAcqDate(nVehSub) to nDateWork
               perform 205-month-index
               move nIdxWork to nStartIdx
           end-if.
           move nThruIdx to nEndIdx.
           move 0 to nDispIdx.
           if xVtStatus(nVehSub) = "D"
               move nVtDispDate(nVehSub) to nDateWork
               perform 205-month-index
               move nIdxWork to nDispIdx
               if nDispIdx < nEndIdx
                   move nDispIdx to nEndIdx
               end-if
           end-if.
           compute nBaseWork = nVtCost(nVehSub) - nVtSalvage(nVehSub).
           if nEndIdx >= nStartIdx
               and nVtAccumDepr(nVehSub) < nBaseWork
               compute nMonthsWork = nEndIdx - nStartIdx + 1
               compute nMonthlyWork rounded =
                   nBaseWork / nVtLife(nVehSub)
               compute nDeprWork = nMonthlyWork * nMonthsWork
               if nDeprWork > nBaseWork - nVtAccumDepr(nVehSub)
                   compute nDeprWork =
                       nBaseWork - nVtAccumDepr(nVehSub)
                   move "FULLY DEPRECIATED" to xDetNoteWk
               end-if
               add nDeprWork to nVtAccumDepr(nVehSub)
               add nDeprWork to nDtDeprAmount(nDeptFoundNum)
               add nDeprWork to nDeprTotal
               add 1 to nPostedCount
           end-if.
           if nEndIdx >= nStartIdx
               divide nEndIdx by 12 giving nYearWork
                   remainder nMonthWork
               add 1 to nMonthWork
               compute nVtDeprThru(nVehSub) =
                   nYearWork * 100 + nMonthWork
           end-if.
           if xVtStatus(nVehSub) = "D"
               and xVtDispPosted(nVehSub) not = "Y"
               and nDispIdx <= nThruIdx
               perform 250-post-disposal
           end-if.
           perform 290-write-detail.

       205-month-index.
           move nDateWork to xIdxDate.
           compute nIdxWork = nIdxYear * 12 + nIdxMonth - 1.

      * The vehicle master carries the department name.
       210-find-department.
           move 0 to nDeptFoundNum.
           perform varying nDeptSub from 1 by 1 until nDeptSub > 99
               if xDtPresent(nDeptSub) = "y"
                   and function trim(xDtName(nDeptSub)) =
                       function trim(xVtDept(nVehSub))
                   move nDeptSub to nDeptFoundNum
               end-if
           end-perform.

      * Take the vehicle off the books: accumulated depreciation
      * against the asset, proceeds to cash up to the book value,
      * and the difference to gain or loss on disposal.
       250-post-disposal.
           move nDeptFoundNum to xGlDeptNum.
           move nVtDispDate(nVehSub) to xGlPeriod.
           if nVtAccumDepr(nVehSub) > 0
               move nGlAccumDeprAcct to xGlDebitAcct
               move nVtAccumDepr(nVehSub) to xGlDebitAmount
               move nGlVehicleAssetAcct to xGlCreditAcct
               move nVtAccumDepr(nVehSub) to xGlCreditAmount
               write xGlRecord
           end-if.
           compute nBookValue =
               nVtCost(nVehSub) - nVtAccumDepr(nVehSub).
           move nVtProceeds(nVehSub) to nProceedsToBook.
           if nProceedsToBook > nBookValue
               move nBookValue to nProceedsToBook
           end-if.
           if nProceedsToBook > 0
               move nGlCashAcct to xGlDebitAcct
               move nProceedsToBook to xGlDebitAmount
               move nGlVehicleAssetAcct to xGlCreditAcct
               move nProceedsToBook to xGlCreditAmount
               write xGlRecord
           end-if.
           if nVtProceeds(nVehSub) > nBookValue
               compute nGainLossWork =
                   nVtProceeds(nVehSub) - nBookValue
               move nGlCashAcct to xGlDebitAcct
               move nGainLossWork to xGlDebitAmount
               compute xGlCreditAcct = 61000 + nDeptFoundNum
               move nGainLossWork to xGlCreditAmount
               write xGlRecord
               move "DISPOSED - GAIN POSTED" to xDetNoteWk
           else
               compute nGainLossWork =
                   nBookValue - nVtProceeds(nVehSub)
               if nGainLossWork > 0
                   compute xGlDebitAcct = 61000 + nDeptFoundNum
                   move nGainLossWork to xGlDebitAmount
                   move nGlVehicleAssetAcct to xGlCreditAcct
                   move nGainLossWork to xGlCreditAmount
                   write xGlRecord
                   move "DISPOSED - LOSS POSTED" to xDetNoteWk
               else
                   move "DISPOSED AT BOOK VALUE" to xDetNoteWk
               end-if
           end-if.
           move "Y" to xVtDispPosted(nVehSub).
           add 1 to nDisposalCount.

       290-write-detail.
           move nVtNum(nVehSub) to neDetVehicle.
           move xVtDept(nVehSub) to xDetDept.
           move nMonthsWork to neDetMonths.
           move nDeprWork to neDetDepr.
           move nVtAccumDepr(nVehSub) to neDetAccum.
           if xVtDispPosted(nVehSub) = "Y"
               move 0 to neDetBook
           else
               compute nBookValue =
                   nVtCost(nVehSub) - nVtAccumDepr(nVehSub)
               move nBookValue to neDetBook
           end-if.
           move xDetNoteWk to xDetNote.
           write xReportLine from xReportDetail.

      * One entry per department for the month's depreciation.
       300-post-departments.
           perform varying nDeptSub from 1 by 1 until nDeptSub > 99
               if nDtDeprAmount(nDeptSub) > 0
                   move nDeptSub to xGlDeptNum
                   compute xGlDebitAcct = 53000 + nDeptSub
                   move nDtDeprAmount(nDeptSub) to xGlDebitAmount
                   move nGlAccumDeprAcct to xGlCreditAcct
                   move nDtDeprAmount(nDeptSub) to xGlCreditAmount
                   move nMonthEnd to xGlPeriod
                   write xGlRecord
                   move nDeptSub to neDpDept
                   move xDtName(nDeptSub) to xDpName
                   move nDtDeprAmount(nDeptSub) to neDpAmount
                   move xGlDebitAcct to neDpDebitAcct
                   move xGlCreditAcct to neDpCreditAcct
                   write xReportLine from xDeptPostLine
               end-if
           end-perform.

       400-rewrite-vehicles.
           move "GasMileage-vehicles.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output vehicleFile.
           perform varying nVehSub from 1 by 1
               until nVehSub > nVehicleCount
               perform 410-write-one-vehicle
           end-perform.
           close vehicleFile.

       410-write-one-vehicle.
           move spaces to xVehicleInput.
           move nVtNum(nVehSub) to nVehicleNumInput.
           move xVtMakeModel(nVehSub) to xVehicleMakeModelInput.
           move xVtDept(nVehSub) to xVehicleDeptInput.
           if nVtAcqDate(nVehSub) > 0
               move nVtAcqDate(nVehSub) to xVehicleAcqDateIn
               compute nCentsWork = nVtCost(nVehSub) * 100
               move nCentsWork to xVehicleCostIn
               compute nCentsWork = nVtSalvage(nVehSub) * 100
               move nCentsWork to xVehicleSalvageIn
               move nVtLife(nVehSub) to xVehicleLifeIn
               move xVtVin(nVehSub) to xVehicleVinIn
               move xVtPlate(nVehSub) to xVehiclePlateIn
               move xVtStatus(nVehSub) to xVehicleStatusIn
               move nVtDispDate(nVehSub) to xVehicleDispDateIn
               compute nCentsWork = nVtProceeds(nVehSub) * 100
               move nCentsWork to xVehicleProceedsIn
               compute nCentsWork = nVtAccumDepr(nVehSub) * 100
               move nCentsWork to xVehicleAccumDeprIn
               move nVtDeprThru(nVehSub) to xVehicleDeprThruIn
               move xVtDispPosted(nVehSub) to xVehicleDispPostedIn
           end-if.
           if nVtTank(nVehSub) > 0
               move nVtTank(nVehSub) to xVehicleTankIn
           end-if.
           move xVtFuel(nVehSub) to xVehicleFuelIn.
           write xVehicleInput.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
