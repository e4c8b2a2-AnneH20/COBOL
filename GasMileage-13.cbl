      * Program: Fleet Vehicle Maintenance
      *
      * GasMileage-vehicles.txt was hand-edited and knew only each
      * vehicle's number, make/model, and department. This gives it
      * the controlled path the other masters have: add, transfer,
      * and dispose transactions from GasMileage-vehmaint.txt, with
      * the asset record the fleet never had -- acquisition date,
      * cost, salvage value, useful life in months, VIN, and plate.
      * Departments are checked against Departments.txt (the
      * vehicle master carries the department NAME, as the trip book
      * does), every change is logged with before/after images to
      * GasMileage-vehhistory.txt like Payroll-02's master history,
      * and the master is rewritten only from validated data, backed
      * up first. An add for a vehicle already on file is accepted
      * only while it has no asset record, so the older vehicles can
      * have theirs keyed in. GasMileage-14 posts the depreciation
      * and the gain or loss on a disposal. The fuel tank capacity
      * (gallons) and the fuel type ride on an add, or on their own
      * 'F' transaction: the capacity for the fuel card load's
      * per-fill check, the fuel type for the emissions report. A
      * fuel type must be on the CO2 factor table,
      * GasMileage-co2factors.txt.

       identification division.
       program-id. GasMileage-13.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select maintFile assign to "GasMileage-vehmaint.txt"
           organization is line sequential.

           select vehicleFile assign to "GasMileage-vehicles.txt"
           organization is line sequential.

           select deptFile assign to "Departments.txt"
           organization is line sequential.

           select optional factorFile assign to
           "GasMileage-co2factors.txt"
           organization is line sequential.

           select reportFile assign to "GasMileage-13-report.txt"
           organization is line sequential.

      * Append-only audit trail: one line per changed field with the
      * before and after images.
           select optional historyFile assign to
           "GasMileage-vehhistory.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
      * xVmAction: 'A' add (or record the asset data of a vehicle
      * already on file without it), 'T' transfer to another
      * department, 'D' dispose, 'F' record the fuel tank capacity
      * in gallons and/or the fuel type. Read raw so a shifted cost
      * or date is rejected on the report instead of reaching the
      * ledger.
      * Money is keyed without the decimal point (cents).
       fd  maintFile.
       01  xMaintTransaction.
           05 xVmAction            pic x.
           05 xVmVehicleRaw        pic x(5).
           05 xVmMakeModel         pic x(20).
           05 xVmDept              pic x(10).
           05 xVmAcqDateRaw        pic x(8).
           05 xVmCostRaw           pic x(9).
           05 xVmSalvageRaw        pic x(9).
           05 xVmLifeRaw           pic x(3).
           05 xVmVin               pic x(17).
           05 xVmPlate             pic x(8).
           05 xVmDispDateRaw       pic x(8).
           05 xVmProceedsRaw       pic x(9).
           05 xVmTankRaw           pic x(3).
           05 xVmFuelType          pic x.

       fd  vehicleFile.
       01  xVehicleInput.
           05 nVehicleNumInput         pic 9(5).
           05 xVehicleMakeModelInput   pic x(20).
           05 xVehicleDeptInput        pic x(10).
      * Asset record, blank on a vehicle that predates it. Status
      * 'D' is disposed (blank or 'A' active); GasMileage-14 keeps
      * the accumulated depreciation, the last month depreciated
      * (yyyymm), and whether the disposal has been posted.
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
      * Fuel type code from the CO2 factor table ('G' gasoline, 'D'
      * diesel, 'H' hybrid), blank when not known.
           05 xVehicleFuelIn           pic x.

       fd  deptFile.
       01  xDeptRecord.
           05 nDeptNumD         pic 99.
           05 xDeptNameD        pic x(20).
           05 xDeptMgrD         pic x(20).
           05 nDeptGlAcctD      pic 9(5).

      * Pounds of CO2 per gallon burned, by fuel type.
       fd  factorFile.
       01  xFactorRecord.
           05 xFactorCode       pic x.
           05 xFactorDesc       pic x(20).
           05 nFactorLbs        pic 99v999.

       fd  reportFile.
       01  xReportLine         pic x(80).

       fd  historyFile.
       01  xHistoryLine        pic x(77).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  nAcceptedCount      pic 999             value 0.
       77  nRejectedCount      pic 999             value 0.
       77  xRejectReason       pic x(45)           value spaces.
       77  xBackupName         pic x(40)           value spaces.
       77  nVehicleWork        pic 9(5)            value 0.
       77  nAcqDateWork        pic 9(8)            value 0.
       77  nDispDateWork       pic 9(8)            value 0.
       77  nCostWork           pic 9(7)v99         value 0.
       77  nSalvageWork        pic 9(7)v99         value 0.
       77  nLifeWork           pic 999             value 0.
       77  nProceedsWork       pic 9(7)v99         value 0.
       77  nTankWork           pic 999             value 0.
       77  nCentsWork          pic 9(9)            value 0.
       77  nDateIntWork        pic 9(7)            value 0.
       77  xDeptFound          pic x               value 'n'.
       77  nDeptSub            pic 999             value 0.
       77  nFactorCount        pic 99              value 0.
       77  nFactorSub          pic 99              value 0.
       77  xFactorFound        pic x               value 'n'.

       77  nVehicleCount       pic 999             value 0.
       77  nVehicleMax         pic 999             value 100.
       77  xVehicleTableFull   pic x               value 'n'.
       77  nVehSub             pic 999             value 0.
       77  nVehFoundSub        pic 999             value 0.

      * Work fields for one audit-trail line: the caller fills
      * these, then performs 290-write-history.
       77  xHistDate           pic 9(8)            value 0.
       77  xHistActionWk       pic x(10)           value spaces.
       77  xHistFieldWk        pic x(12)           value spaces.
       77  xHistOldWk          pic x(20)           value spaces.
       77  xHistNewWk          pic x(20)           value spaces.
       77  neHistMoney         pic zzzzzz9.99.

       01  xDeptTable.
           05 xDeptElement occurs 99 times.
               10 xDtPresent       pic x          value 'n'.
               10 xDtName          pic x(20)      value spaces.

       01  xFactorTable.
           05 xFactorCodeT occurs 20 times pic x.

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

       01  xHistoryRecord.
           05 nHistVehicle     pic 9(5).
           05 filler           pic x               value spaces.
           05 xHistDateOut     pic 9(8).
           05 filler           pic x               value spaces.
           05 xHistAction      pic x(10).
           05 xHistField       pic x(12).
           05 xHistOldVal      pic x(20).
           05 xHistNewVal      pic x(20).

       01  xReportDetail.
           05 xRptVehicle      pic x(5).
           05 filler           pic x(3)            value spaces.
           05 xRptAction       pic x(10).
           05 filler           pic x(2)            value spaces.
           05 xRptResult       pic x(45).

       01  xReportFooter.
           05 neRptAccepted    pic zz9.
           05 filler           pic x(23)
                                value ' transactions accepted'.
           05 neRptRejected    pic zz9.
           05 filler           pic x(23)
                                value ' transactions rejected'.

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

       procedure division.
       000-main.
           move "GasMileage-13" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-loop until xEofFlag = 'y'.
           perform 300-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           move xBusinessDate to xHistDate.
           open output reportFile.
           open extend historyFile.
           open input deptFile.
           perform 110-load-departments until xEofFlag = "y".
           close deptFile.
           move "n" to xEofFlag.
           open input factorFile.
           perform 115-load-factors until xEofFlag = "y".
           close factorFile.
           move "n" to xEofFlag.
           open input vehicleFile.
           perform 120-load-vehicles until xEofFlag = "y".
           close vehicleFile.
           move "n" to xEofFlag.
           open input maintFile.

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

       115-load-factors.
           read factorFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nFactorCount < 20 and xFactorCode not = space
                       add 1 to nFactorCount,
                       move xFactorCode to xFactorCodeT(nFactorCount)
                   end-if,
           end-read.

      * A vehicle that predates the asset record reads blank past
      * its department; its figures load as zero.
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

       200-loop.
           read maintFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform 210-process-transaction,
           end-read.

       210-process-transaction.
           move spaces to xRejectReason.
           move xVmVehicleRaw to xRptVehicle.
           evaluate xVmAction
               when "A"
                   move "ADD" to xRptAction
               when "T"
                   move "TRANSFER" to xRptAction
               when "D"
                   move "DISPOSE" to xRptAction
               when "F"
                   move "FUEL DATA" to xRptAction
               when other
                   move "UNKNOWN" to xRptAction
                   move "REJECTED - INVALID ACTION CODE" to
                   xRejectReason
           end-evaluate.
           if xRejectReason = spaces
               perform 215-find-vehicle
           end-if.
           if xRejectReason = spaces
               evaluate xVmAction
                   when "A"
                       perform 220-add-vehicle
                   when "T"
                       perform 230-transfer-vehicle
                   when "D"
                       perform 240-dispose-vehicle
                   when "F"
                       perform 250-fuel-data
               end-evaluate
           end-if.
           if xRejectReason = spaces
               move "ACCEPTED" to xRptResult
               add 1 to nAcceptedCount
           else
               move xRejectReason to xRptResult
               add 1 to nRejectedCount
           end-if.
           write xReportLine from xReportDetail before advancing 1
           line.

       215-find-vehicle.
           move 0 to nVehFoundSub.
           if xVmVehicleRaw not numeric
               move "REJECTED - VEHICLE NUMBER NOT NUMERIC" to
               xRejectReason
               exit paragraph
           end-if.
           move xVmVehicleRaw to nVehicleWork.
           perform varying nVehSub from 1 by 1
               until nVehSub > nVehicleCount
               if nVtNum(nVehSub) = nVehicleWork
                   move nVehSub to nVehFoundSub
                   move nVehicleCount to nVehSub
               end-if
           end-perform.

      * The vehicle master carries the department name; it must
      * name a department on Departments.txt.
       216-check-department.
           move "n" to xDeptFound.
           perform varying nDeptSub from 1 by 1 until nDeptSub > 99
               if xDtPresent(nDeptSub) = "y"
                   and xVmDept not = spaces
                   and function trim(xDtName(nDeptSub)) =
                       function trim(xVmDept)
                   move "y" to xDeptFound
               end-if
           end-perform.
           if xDeptFound = "n"
               move "REJECTED - DEPARTMENT NOT ON DEPARTMENTS.TXT"
               to xRejectReason
           end-if.

      * A real calendar date (integer-of-date gives zero for one
      * that is not).
       217-check-date.
           compute nDateIntWork =
               function integer-of-date(nAcqDateWork).

       218-check-tank.
           if xVmTankRaw not numeric
               move "REJECTED - TANK CAPACITY NOT NUMERIC" to
               xRejectReason
               exit paragraph
           end-if.
           move xVmTankRaw to nTankWork.
           if nTankWork = 0
               move "REJECTED - TANK CAPACITY MUST BE OVER ZERO" to
               xRejectReason
           end-if.

       219-check-fuel-type.
           move "n" to xFactorFound.
           perform varying nFactorSub from 1 by 1
               until nFactorSub > nFactorCount
               if xFactorCodeT(nFactorSub) = xVmFuelType
                   move "y" to xFactorFound
               end-if
           end-perform.
           if xFactorFound = "n"
               move "REJECTED - FUEL TYPE NOT ON CO2 FACTOR TABLE" to
               xRejectReason
           end-if.

       220-add-vehicle.
           if nVehFoundSub > 0
               if nVtAcqDate(nVehFoundSub) > 0
                   move "REJECTED - VEHICLE ALREADY ON FILE" to
                   xRejectReason
                   exit paragraph
               end-if
           end-if.
           if xVmMakeModel = spaces and nVehFoundSub = 0
               move "REJECTED - MAKE/MODEL REQUIRED" to
               xRejectReason
               exit paragraph
           end-if.
           if xVmDept = spaces and nVehFoundSub > 0
               move xVtDept(nVehFoundSub) to xVmDept
           end-if.
           perform 216-check-department.
           if xRejectReason not = spaces
               exit paragraph
           end-if.
           if xVmAcqDateRaw not numeric
               move "REJECTED - ACQUISITION DATE NOT NUMERIC" to
               xRejectReason
               exit paragraph
           end-if.
           move xVmAcqDateRaw to nAcqDateWork.
           perform 217-check-date.
           if nDateIntWork = 0
               move "REJECTED - INVALID ACQUISITION DATE" to
               xRejectReason
               exit paragraph
           end-if.
           if xVmCostRaw not numeric
               move "REJECTED - COST NOT NUMERIC" to xRejectReason
               exit paragraph
           end-if.
           compute nCostWork = function numval(xVmCostRaw) / 100.
           if nCostWork = 0
               move "REJECTED - COST MUST BE ABOVE ZERO" to
               xRejectReason
               exit paragraph
           end-if.
           move 0 to nSalvageWork.
           if xVmSalvageRaw not = spaces
               if xVmSalvageRaw not numeric
                   move "REJECTED - SALVAGE VALUE NOT NUMERIC" to
                   xRejectReason
                   exit paragraph
               end-if
               compute nSalvageWork =
                   function numval(xVmSalvageRaw) / 100
           end-if.
           if nSalvageWork >= nCostWork
               move "REJECTED - SALVAGE MUST BE BELOW COST" to
               xRejectReason
               exit paragraph
           end-if.
           if xVmLifeRaw not numeric
               move "REJECTED - USEFUL LIFE NOT NUMERIC" to
               xRejectReason
               exit paragraph
           end-if.
           move xVmLifeRaw to nLifeWork.
           if nLifeWork = 0
               move "REJECTED - USEFUL LIFE MUST BE ABOVE ZERO" to
               xRejectReason
               exit paragraph
           end-if.
           if xVmVin = spaces or xVmPlate = spaces
               move "REJECTED - VIN AND PLATE REQUIRED" to
               xRejectReason
               exit paragraph
           end-if.
           perform varying nVehSub from 1 by 1
               until nVehSub > nVehicleCount
               if xVtVin(nVehSub) = xVmVin
                   and nVehSub not = nVehFoundSub
                   move "REJECTED - VIN ALREADY ON ANOTHER VEHICLE"
                   to xRejectReason
               end-if
           end-perform.
           if xRejectReason not = spaces
               exit paragraph
           end-if.
           if xVmTankRaw not = spaces
               perform 218-check-tank
               if xRejectReason not = spaces
                   exit paragraph
               end-if
           end-if.
           if xVmFuelType not = space
               perform 219-check-fuel-type
               if xRejectReason not = spaces
                   exit paragraph
               end-if
           end-if.
           if nVehFoundSub = 0
               if nVehicleCount >= nVehicleMax
                   move "REJECTED - VEHICLE TABLE FULL" to
                   xRejectReason
                   exit paragraph
               end-if
               add 1 to nVehicleCount
               move nVehicleCount to nVehFoundSub
               initialize xVehicleElement(nVehFoundSub)
               move nVehicleWork to nVtNum(nVehFoundSub)
               move xVmMakeModel to xVtMakeModel(nVehFoundSub)
               move "RECORD" to xHistFieldWk
               move "(NONE)" to xHistOldWk
               move xVmMakeModel to xHistNewWk
               perform 290-write-history
           end-if.
           if xVmDept not = xVtDept(nVehFoundSub)
               move "DEPARTMENT" to xHistFieldWk
               if xVtDept(nVehFoundSub) not = spaces
                   move xVtDept(nVehFoundSub) to xHistOldWk
               end-if
               move xVmDept to xHistNewWk
               perform 290-write-history
           end-if.
           move xVmDept to xVtDept(nVehFoundSub).
           move nAcqDateWork to nVtAcqDate(nVehFoundSub).
           move nCostWork to nVtCost(nVehFoundSub).
           move nSalvageWork to nVtSalvage(nVehFoundSub).
           move nLifeWork to nVtLife(nVehFoundSub).
           move xVmVin to xVtVin(nVehFoundSub).
           move xVmPlate to xVtPlate(nVehFoundSub).
           move "A" to xVtStatus(nVehFoundSub).
           move 0 to nVtAccumDepr(nVehFoundSub).
           move 0 to nVtDeprThru(nVehFoundSub).
           move "ACQUIRED" to xHistFieldWk.
           move "(NONE)" to xHistOldWk.
           move nAcqDateWork to xHistNewWk.
           perform 290-write-history.
           move "COST" to xHistFieldWk.
           move nCostWork to neHistMoney.
           move neHistMoney to xHistNewWk.
           perform 290-write-history.
           move "SALVAGE" to xHistFieldWk.
           move nSalvageWork to neHistMoney.
           move neHistMoney to xHistNewWk.
           perform 290-write-history.
           move "LIFE MONTHS" to xHistFieldWk.
           move nLifeWork to xHistNewWk.
           perform 290-write-history.
           move "VIN" to xHistFieldWk.
           move xVmVin to xHistNewWk.
           perform 290-write-history.
           move "PLATE" to xHistFieldWk.
           move xVmPlate to xHistNewWk.
           perform 290-write-history.
           if xVmTankRaw not = spaces
               perform 255-set-tank
           end-if.
           if xVmFuelType not = space
               and xVmFuelType not = xVtFuel(nVehFoundSub)
               perform 256-set-fuel-type
           end-if.

       230-transfer-vehicle.
           if nVehFoundSub = 0
               move "REJECTED - VEHICLE NOT ON FILE" to
               xRejectReason
               exit paragraph
           end-if.
           if xVtStatus(nVehFoundSub) = "D"
               move "REJECTED - VEHICLE HAS BEEN DISPOSED" to
               xRejectReason
               exit paragraph
           end-if.
           perform 216-check-department.
           if xRejectReason not = spaces
               exit paragraph
           end-if.
           if xVmDept = xVtDept(nVehFoundSub)
               move "REJECTED - ALREADY IN THAT DEPARTMENT" to
               xRejectReason
               exit paragraph
           end-if.
           move "DEPARTMENT" to xHistFieldWk.
           move xVtDept(nVehFoundSub) to xHistOldWk.
           move xVmDept to xHistNewWk.
           perform 290-write-history.
           move xVmDept to xVtDept(nVehFoundSub).

      * A disposal only records the date and proceeds; GasMileage-14
      * depreciates through the disposal month and posts the gain
      * or loss against the book value left.
       240-dispose-vehicle.
           if nVehFoundSub = 0
               move "REJECTED - VEHICLE NOT ON FILE" to
               xRejectReason
               exit paragraph
           end-if.
           if xVtStatus(nVehFoundSub) = "D"
               move "REJECTED - VEHICLE ALREADY DISPOSED" to
               xRejectReason
               exit paragraph
           end-if.
           if nVtAcqDate(nVehFoundSub) = 0
               move "REJECTED - NO ASSET RECORD ON FILE" to
               xRejectReason
               exit paragraph
           end-if.
           if xVmDispDateRaw not numeric
               move "REJECTED - DISPOSAL DATE NOT NUMERIC" to
               xRejectReason
               exit paragraph
           end-if.
           move xVmDispDateRaw to nDispDateWork.
           move nDispDateWork to nAcqDateWork.
           perform 217-check-date.
           if nDateIntWork = 0
               move "REJECTED - INVALID DISPOSAL DATE" to
               xRejectReason
               exit paragraph
           end-if.
           if nDispDateWork > xHistDate
               move "REJECTED - DISPOSAL DATE IN THE FUTURE" to
               xRejectReason
               exit paragraph
           end-if.
           if nDispDateWork < nVtAcqDate(nVehFoundSub)
               move "REJECTED - DISPOSED BEFORE ACQUIRED" to
               xRejectReason
               exit paragraph
           end-if.
           move 0 to nProceedsWork.
           if xVmProceedsRaw not = spaces
               if xVmProceedsRaw not numeric
                   move "REJECTED - PROCEEDS NOT NUMERIC" to
                   xRejectReason
                   exit paragraph
               end-if
               compute nProceedsWork =
                   function numval(xVmProceedsRaw) / 100
           end-if.
           move "STATUS" to xHistFieldWk.
           move "ACTIVE" to xHistOldWk.
           move function concatenate("DISPOSED ", xVmDispDateRaw)
               to xHistNewWk.
           perform 290-write-history.
           move "PROCEEDS" to xHistFieldWk.
           move "(NONE)" to xHistOldWk.
           move nProceedsWork to neHistMoney.
           move neHistMoney to xHistNewWk.
           perform 290-write-history.
           move "D" to xVtStatus(nVehFoundSub).
           move nDispDateWork to nVtDispDate(nVehFoundSub).
           move nProceedsWork to nVtProceeds(nVehFoundSub).
           move "N" to xVtDispPosted(nVehFoundSub).

      * Either field may be left blank to keep what is on file, but
      * a transaction that changes nothing is turned back.
       250-fuel-data.
           if nVehFoundSub = 0
               move "REJECTED - VEHICLE NOT ON FILE" to
               xRejectReason
               exit paragraph
           end-if.
           if xVtStatus(nVehFoundSub) = "D"
               move "REJECTED - VEHICLE HAS BEEN DISPOSED" to
               xRejectReason
               exit paragraph
           end-if.
           if xVmTankRaw = spaces and xVmFuelType = space
               move "REJECTED - NO TANK CAPACITY OR FUEL TYPE" to
               xRejectReason
               exit paragraph
           end-if.
           move nVtTank(nVehFoundSub) to nTankWork.
           if xVmTankRaw not = spaces
               perform 218-check-tank
               if xRejectReason not = spaces
                   exit paragraph
               end-if
           end-if.
           if xVmFuelType not = space
               perform 219-check-fuel-type
               if xRejectReason not = spaces
                   exit paragraph
               end-if
           end-if.
           if nTankWork = nVtTank(nVehFoundSub)
               and (xVmFuelType = space
                   or xVmFuelType = xVtFuel(nVehFoundSub))
               move "REJECTED - FUEL DATA UNCHANGED" to
               xRejectReason
               exit paragraph
           end-if.
           if nTankWork not = nVtTank(nVehFoundSub)
               perform 255-set-tank
           end-if.
           if xVmFuelType not = space
               and xVmFuelType not = xVtFuel(nVehFoundSub)
               perform 256-set-fuel-type
           end-if.

       255-set-tank.
           move "TANK GALS" to xHistFieldWk.
           if nVtTank(nVehFoundSub) > 0
               move nVtTank(nVehFoundSub) to xHistOldWk
           end-if.
           move nTankWork to xHistNewWk.
           perform 290-write-history.
           move nTankWork to nVtTank(nVehFoundSub).

       256-set-fuel-type.
           move "FUEL TYPE" to xHistFieldWk.
           move "(NONE)" to xHistOldWk.
           if xVtFuel(nVehFoundSub) not = space
               move xVtFuel(nVehFoundSub) to xHistOldWk
           end-if.
           move xVmFuelType to xHistNewWk.
           perform 290-write-history.
           move xVmFuelType to xVtFuel(nVehFoundSub).

      * One audit-trail line; the caller has set the field name and
      * the images, and the old image is cleared for the next one.
       290-write-history.
           move nVehicleWork to nHistVehicle.
           move xHistDate to xHistDateOut.
           move xRptAction to xHistAction.
           move xHistFieldWk to xHistField.
           move xHistOldWk to xHistOldVal.
           move xHistNewWk to xHistNewVal.
           write xHistoryLine from xHistoryRecord.
           move "(NONE)" to xHistOldWk.

       300-termination.
           close maintFile.
           close historyFile.
           move nAcceptedCount to neRptAccepted.
           move nRejectedCount to neRptRejected.
           write xReportLine from xReportFooter before advancing 1
           line.
           close reportFile.
           if nAcceptedCount > 0
               perform 310-write-vehicles
           end-if.
           display " ".
           display nAcceptedCount, " vehicle transactions accepted, "
           nRejectedCount, " rejected -- see GasMileage-13-report.txt."
           display " ".
           move "GasMileage-13" to xRunLogProgram.
           compute nRunLogRecCount =
               nAcceptedCount + nRejectedCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

      * A vehicle without an asset record is written back as it was
      * read -- number, make/model, and department only.
       310-write-vehicles.
           move "GasMileage-vehicles.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output vehicleFile.
           perform varying nVehSub from 1 by 1
               until nVehSub > nVehicleCount
               perform 315-write-one-vehicle
           end-perform.
           close vehicleFile.

       315-write-one-vehicle.
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
