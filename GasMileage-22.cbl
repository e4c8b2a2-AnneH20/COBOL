      * Program: Fleet Emissions Report
      *
      * The sustainability committee asks every quarter for the
      * fleet's carbon footprint, and it used to be worked out by
      * hand from fuel receipts. This reports the latest month in the
      * validated trip book (the one GasMileage-06 produces), vehicle
      * by vehicle within department: gallons, pounds of CO2, and
      * CO2 per mile, with each department's month, year to date, and
      * the same month and year to date a year earlier. CO2 is the
      * gallons times the pounds-per-gallon factor for the vehicle's
      * fuel type (GasMileage-co2factors.txt, fuel type kept on the
      * vehicle master by GasMileage-13); a vehicle with no fuel type
      * yet is counted as gasoline and marked. The worst emitters per
      * mile for the month are named at the end.

       identification division.
       program-id. GasMileage-22.
       author. Anne.

       environment division.
       input-output section.
       file-control.
      * Reads the VALIDATED trip file the GasMileage-06 edit pass
      * produces, not the raw keyed book.
           select optional tripLogFile assign to
           "GasMileage-tripbook.clean.txt"
           organization is line sequential.

           select vehicleFile assign to "GasMileage-vehicles.txt"
           organization is line sequential.

           select factorFile assign to "GasMileage-co2factors.txt"
           organization is line sequential.

           select reportFile assign to "GasMileage-22-report.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

       data division.
       file section.
       fd  tripLogFile.
       01  xTripLogRecord.
           05 nTripVehicleNumIn        pic 9(5).
           05 filler                   pic x.
           05 xTripDateIn              pic 9(8).
           05 filler                   pic x.
           05 nTripMilesIn             pic 99999.
           05 filler                   pic x.
           05 nTripGallonsIn           pic 999v9.
           05 filler                   pic x.
           05 neTripMPGIn              pic zz9.99.
           05 filler                   pic x.
           05 xTripDeptIn              pic x(10).
           05 filler                   pic x.
           05 nTripOdometerIn          pic 9(7).
           05 filler                   pic x.
           05 nTripDriverIn            pic 9(4).
           05 filler                   pic x.
           05 xTripUseIn               pic x.

       fd  vehicleFile.
       01  xVehicleInput.
           05 nVehicleNumInput         pic 9(5).
           05 xVehicleMakeModelInput   pic x(20).
           05 xVehicleDeptInput        pic x(10).
      * The asset record GasMileage-13 and GasMileage-14 keep, and
      * the fuel tank capacity.
           05 filler                   pic x(91).
      * Fuel type code from the CO2 factor table.
           05 xVehicleFuelIn           pic x.

      * Pounds of CO2 per gallon burned, by fuel type.
       fd  factorFile.
       01  xFactorRecord.
           05 xFactorCode       pic x.
           05 xFactorDesc       pic x(20).
           05 nFactorLbs        pic 99v999.

       fd  reportFile.
       01  xReportLine                 pic x(120).

           copy "runlog-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  nTripPeriod         pic 9(6)            value 0.
       77  nLatestPeriod       pic 9(6)            value 0.
       77  nLatestYear         pic 9(4)            value 0.
       77  nPriorYearPeriod    pic 9(6)            value 0.
       77  nPriorYearStart     pic 9(6)            value 0.
       77  nYearStart          pic 9(6)            value 0.
       77  nSummaryCount       pic 9(4)            value 0.
       77  nSummaryMax         pic 9(4)            value 3000.
       77  xSummaryFull        pic x               value 'n'.
       77  nSearchSub          pic 9(4)            value 0.
       77  nFoundSub           pic 9(4)            value 0.
       77  nFactorCount        pic 99              value 0.
       77  nFactorSub          pic 99              value 0.
       77  nFactorWork         pic 99v999          value 0.
       77  nMasterCount        pic 999             value 0.
       77  nVehicleCount       pic 999             value 0.
       77  nVehSub             pic 999             value 0.
       77  nVehFoundSub        pic 999             value 0.
       77  nAssumedCount       pic 999             value 0.
       77  nCo2Work            pic 9(7)v99         value 0.
       77  nPerMileWork        pic 99v9999         value 0.
       77  nWorstSub           pic 99              value 0.
       77  xCurrentDept        pic x(10)           value spaces.
       77  nChangeWork         pic s9(5)v9         value 0.

      * How many of the worst emitters per mile are named.
       77  nWorstShown         pic 99              value 5.

       01  xFactorTable.
           05 xFactorElement occurs 20 times.
               10 xFtCode          pic x.
               10 xFtDesc          pic x(20).
               10 nFtLbs           pic 99v999.

      * One row per vehicle per month, as the trip book is read.
       01  xSummaryTable.
           05 xSummaryElement occurs 3000 times.
               10 nSumVehicle      pic 9(5).
               10 nSumPeriod       pic 9(6).
               10 nSumMiles        pic 9(7).
               10 nSumGallons      pic 9(5)v9.
               10 xSumDept         pic x(10).

      * One row per vehicle with anything this year or last, its
      * CO2 figures built from the summary rows.
       01  xVehicleTable.
           05 xVehicleElement occurs 1 to 300 times
               depending on nVehicleCount
               ascending key is xVtDept nVtNum.
               10 xVtDept          pic x(10).
               10 nVtNum           pic 9(5).
               10 xVtMake          pic x(20).
               10 xVtFuel          pic x.
               10 xVtAssumed       pic x.
               10 nVtFactor        pic 99v999.
               10 nVtMiles         pic 9(7).
               10 nVtGallons       pic 9(5)v9.
               10 nVtCo2           pic 9(7)v99.
               10 nVtPerMile       pic 99v9999.
               10 nVtYtdCo2        pic 9(7)v99.
               10 nVtPriorCo2      pic 9(7)v99.
               10 nVtPriorYtdCo2   pic 9(7)v99.

      * The vehicle master, for the department and fuel type.
       01  xMasterTable.
           05 xMasterElement occurs 300 times.
               10 nMtNum           pic 9(5).
               10 xMtMake          pic x(20).
               10 xMtDept          pic x(10).
               10 xMtFuel          pic x.

      * A department's figures; the fleet's are summed from them.
       01  xTotals.
           05 nTotMiles        pic 9(8).
           05 nTotGallons      pic 9(6)v9.
           05 nTotCo2          pic 9(8)v99.
           05 nTotYtdCo2       pic 9(8)v99.
           05 nTotPriorCo2     pic 9(8)v99.
           05 nTotPriorYtdCo2  pic 9(8)v99.

       01  xFleetTotals.
           05 nFleetMiles      pic 9(8).
           05 nFleetGallons    pic 9(6)v9.
           05 nFleetCo2        pic 9(8)v99.
           05 nFleetYtdCo2     pic 9(8)v99.
           05 nFleetPriorCo2   pic 9(8)v99.
           05 nFleetPriorYtdCo2 pic 9(8)v99.

       01  xReportHeading-1.
           05 filler           pic x(28)
               value 'FLEET EMISSIONS REPORT FOR '.
           05 neHeadPeriod     pic 9(6).
           05 filler           pic x(27)
               value '  (YEAR TO DATE FROM MONTH '.
           05 neHeadYearStart  pic 9(6).
           05 filler           pic x               value ')'.

       01  xReportHeading-2.
           05 filler           pic x(12)           value 'DEPARTMENT'.
           05 filler           pic x(8)            value 'VEHICLE'.
           05 filler           pic x(22)           value 'MAKE/MODEL'.
           05 filler           pic x(5)            value 'FUEL'.
           05 filler           pic x(9)            value '    MILES'.
           05 filler           pic x(10)           value '   GALLONS'.
           05 filler           pic x(12)           value '    CO2 LBS'.
           05 filler           pic x(10)           value '  LBS/MILE'.
           05 filler           pic x(12)           value '    YTD LBS'.
           05 filler           pic x(13)           value '  PRIOR YTD'.

       01  xReportDetail.
           05 xDetDept         pic x(10).
           05 filler           pic x(2)            value spaces.
           05 neDetVehicle     pic 9(5).
           05 filler           pic x(3)            value spaces.
           05 xDetMake         pic x(20).
           05 filler           pic x(2)            value spaces.
           05 xDetFuel         pic x.
           05 xDetAssumed      pic x.
           05 filler           pic x(2)            value spaces.
           05 neDetMiles       pic zzz,zz9.
           05 filler           pic x(2)            value spaces.
           05 neDetGallons     pic zz,zz9.9.
           05 filler           pic x(2)            value spaces.
           05 neDetCo2         pic z,zzz,zz9.
           05 filler           pic x(2)            value spaces.
           05 neDetPerMile     pic z9.9999.
           05 filler           pic x(3)            value spaces.
           05 neDetYtdCo2      pic zz,zzz,zz9.
           05 filler           pic x(2)            value spaces.
           05 neDetPriorYtd    pic zz,zzz,zz9.

      * A department or fleet total with the year-ago comparison.
       01  xTotalLine-1.
           05 filler           pic x(2)            value spaces.
           05 xTotLabel        pic x(40).
           05 neTotMiles       pic z,zzz,zz9.
           05 filler           pic x(2)            value spaces.
           05 neTotGallons     pic zzz,zz9.9.
           05 filler           pic x(2)            value spaces.
           05 neTotCo2         pic zz,zzz,zz9.
           05 filler           pic x(2)            value spaces.
           05 neTotPerMile     pic z9.9999.
           05 filler           pic x(2)            value spaces.
           05 neTotYtdCo2      pic zz,zzz,zz9.
           05 filler           pic x(2)            value spaces.
           05 neTotPriorYtd    pic zz,zzz,zz9.

       01  xTotalLine-2.
           05 filler           pic x(4)            value spaces.
           05 filler           pic x(25)
               value 'SAME MONTH LAST YEAR LBS '.
           05 neTot2PriorCo2   pic zz,zzz,zz9.
           05 filler           pic x(11)
               value '   CHANGE '.
           05 xTot2Change      pic x(8).
           05 filler           pic x(16)
               value '   YTD CHANGE '.
           05 xTot2YtdChange   pic x(8).

       77  neChangeWork        pic +zzz9.9.

       01  xWorstHeading.
           05 filler           pic x(40)
               value 'WORST EMITTERS PER MILE THIS MONTH'.

       01  xWorstDetail.
           05 filler           pic x(2)            value spaces.
           05 neWorstRank      pic z9.
           05 filler           pic x(2)            value '. '.
           05 neWorstVehicle   pic 9(5).
           05 filler           pic x(2)            value spaces.
           05 xWorstMake       pic x(20).
           05 filler           pic x(2)            value spaces.
           05 xWorstDept       pic x(10).
           05 filler           pic x(2)            value spaces.
           05 neWorstPerMile   pic z9.9999.
           05 filler           pic x(14)
               value ' LBS CO2/MILE'.

       01  xNoteLine.
           05 xNoteText        pic x(100).

           copy "runlog-workingstorage.cbl".

       procedure division.
       000-main.
           move "GasMileage-22" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-build-vehicles.
           perform 300-report.
           perform 400-termination.
           stop run.

       100-initialization.
           open input factorFile.
           perform 110-load-factor until xEofFlag = "y".
           close factorFile.
           move "n" to xEofFlag.
           open input vehicleFile.
           perform 115-load-vehicle until xEofFlag = "y".
           close vehicleFile.
           move "n" to xEofFlag.
           open input tripLogFile.
           perform 120-next-trip until xEofFlag = "y".
           close tripLogFile.
           move "n" to xEofFlag.
           move nLatestPeriod(1:4) to nLatestYear.
           compute nYearStart = nLatestYear * 100 + 1.
           compute nPriorYearPeriod = nLatestPeriod - 100.
           compute nPriorYearStart = nYearStart - 100.

       110-load-factor.
           read factorFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nFactorCount < 20 and xFactorCode not = space
                       add 1 to nFactorCount,
                       move xFactorCode to xFtCode(nFactorCount),
                       move xFactorDesc to xFtDesc(nFactorCount),
                       move nFactorLbs to nFtLbs(nFactorCount)
                   end-if,
           end-read.

       115-load-vehicle.
           read vehicleFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nMasterCount < 300
                       add 1 to nMasterCount,
                       move nVehicleNumInput to nMtNum(nMasterCount),
                       move xVehicleMakeModelInput to
                       xMtMake(nMasterCount),
                       move xVehicleDeptInput to xMtDept(nMasterCount),
                       move xVehicleFuelIn to xMtFuel(nMasterCount)
                   end-if,
           end-read.

       120-next-trip.
           read tripLogFile
               at end
                   move "y" to xEofFlag,
               not at end
                   move xTripDateIn(1:6) to nTripPeriod,
                   if nTripPeriod > nLatestPeriod
                       move nTripPeriod to nLatestPeriod
                   end-if,
                   perform 125-accumulate-trip,
           end-read.

       125-accumulate-trip.
           move 0 to nFoundSub.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nSummaryCount
               if nSumVehicle(nSearchSub) = nTripVehicleNumIn
                   and nSumPeriod(nSearchSub) = nTripPeriod
                   move nSearchSub to nFoundSub
                   move nSummaryCount to nSearchSub
               end-if
           end-perform.
           if nFoundSub = 0
               if nSummaryCount >= nSummaryMax
                   if xSummaryFull = "n"
                       display "WARNING: summary table full at "
                       nSummaryMax " vehicle-months -- later trips "
                       "were not counted."
                       move "y" to xSummaryFull
                   end-if
                   exit paragraph
               end-if
               add 1 to nSummaryCount
               move nSummaryCount to nFoundSub
               move nTripVehicleNumIn to nSumVehicle(nFoundSub)
               move nTripPeriod to nSumPeriod(nFoundSub)
               move 0 to nSumMiles(nFoundSub)
               move 0 to nSumGallons(nFoundSub)
           end-if.
           move xTripDeptIn to xSumDept(nFoundSub).
           add nTripMilesIn to nSumMiles(nFoundSub).
           add nTripGallonsIn to nSumGallons(nFoundSub).

      * Only the months that feed a column are kept: this month,
      * this year to date, and the same spans a year earlier.
       200-build-vehicles.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nSummaryCount
               if (nSumPeriod(nSearchSub) >= nYearStart
                   and nSumPeriod(nSearchSub) <= nLatestPeriod)
                   or (nSumPeriod(nSearchSub) >= nPriorYearStart
                   and nSumPeriod(nSearchSub) <= nPriorYearPeriod)
                   perform 210-add-summary-row
               end-if
           end-perform.
           if nVehicleCount > 0
               sort xVehicleElement on ascending key xVtDept nVtNum
           end-if.

       210-add-summary-row.
           move 0 to nVehFoundSub.
           perform varying nVehSub from 1 by 1
               until nVehSub > nVehicleCount
               if nVtNum(nVehSub) = nSumVehicle(nSearchSub)
                   move nVehSub to nVehFoundSub
                   move nVehicleCount to nVehSub
               end-if
           end-perform.
           if nVehFoundSub = 0
               if nVehicleCount >= 300
                   exit paragraph
               end-if
               add 1 to nVehicleCount
               move nVehicleCount to nVehFoundSub
               perform 220-new-vehicle-row
           end-if.
           compute nCo2Work rounded =
               nSumGallons(nSearchSub) * nVtFactor(nVehFoundSub).
           if nSumPeriod(nSearchSub) = nLatestPeriod
               add nSumMiles(nSearchSub) to nVtMiles(nVehFoundSub)
               add nSumGallons(nSearchSub) to nVtGallons(nVehFoundSub)
               add nCo2Work to nVtCo2(nVehFoundSub)
           end-if.
           if nSumPeriod(nSearchSub) = nPriorYearPeriod
               add nCo2Work to nVtPriorCo2(nVehFoundSub)
           end-if.
           if nSumPeriod(nSearchSub) >= nYearStart
               add nCo2Work to nVtYtdCo2(nVehFoundSub)
           else
               add nCo2Work to nVtPriorYtdCo2(nVehFoundSub)
           end-if.

      * Department and fuel type come from the vehicle master; a
      * vehicle no longer on it keeps the department on its trips.
      * No fuel type, or one not on the factor table, is counted as
      * gasoline.
       220-new-vehicle-row.
           initialize xVehicleElement(nVehFoundSub).
           move nSumVehicle(nSearchSub) to nVtNum(nVehFoundSub).
           move xSumDept(nSearchSub) to xVtDept(nVehFoundSub).
           move "(NOT ON MASTER)" to xVtMake(nVehFoundSub).
           perform varying nVehSub from 1 by 1
               until nVehSub > nMasterCount
               if nMtNum(nVehSub) = nSumVehicle(nSearchSub)
                   move xMtDept(nVehSub) to xVtDept(nVehFoundSub)
                   move xMtMake(nVehSub) to xVtMake(nVehFoundSub)
                   move xMtFuel(nVehSub) to xVtFuel(nVehFoundSub)
                   move nMasterCount to nVehSub
               end-if
           end-perform.
           move 0 to nFactorWork.
           perform varying nFactorSub from 1 by 1
               until nFactorSub > nFactorCount
               if xFtCode(nFactorSub) = xVtFuel(nVehFoundSub)
                   move nFtLbs(nFactorSub) to nFactorWork
               end-if
           end-perform.
           if nFactorWork = 0
               move "G" to xVtFuel(nVehFoundSub)
               move "*" to xVtAssumed(nVehFoundSub)
               add 1 to nAssumedCount
               perform varying nFactorSub from 1 by 1
                   until nFactorSub > nFactorCount
                   if xFtCode(nFactorSub) = "G"
                       move nFtLbs(nFactorSub) to nFactorWork
                   end-if
               end-perform
           end-if.
           move nFactorWork to nVtFactor(nVehFoundSub).

       300-report.
           open output reportFile.
           move nLatestPeriod to neHeadPeriod.
           move nYearStart to neHeadYearStart.
           write xReportLine from xReportHeading-1.
           write xReportLine from xReportHeading-2.
           initialize xFleetTotals.
           initialize xTotals.
           move spaces to xCurrentDept.
           perform varying nVehSub from 1 by 1
               until nVehSub > nVehicleCount
               if xVtDept(nVehSub) not = xCurrentDept
                   and nVehSub > 1
                   perform 320-department-total
               end-if
               move xVtDept(nVehSub) to xCurrentDept
               perform 310-vehicle-line
           end-perform.
           if nVehicleCount > 0
               perform 320-department-total
           end-if.
           move xFleetTotals to xTotals.
           move "FLEET TOTAL" to xTotLabel.
           perform 330-write-totals.
           perform 340-worst-emitters.
           if nAssumedCount > 0
               move spaces to xNoteText
               write xReportLine from xNoteLine
               move "* no fuel type on the vehicle master yet; counted"
                   to xNoteText
               write xReportLine from xNoteLine
               move "  as gasoline until keyed on GasMileage-13 ('F')"
                   to xNoteText
               write xReportLine from xNoteLine
           end-if.
           close reportFile.

       310-vehicle-line.
           if nVtMiles(nVehSub) > 0
               compute nVtPerMile(nVehSub) rounded =
                   nVtCo2(nVehSub) / nVtMiles(nVehSub)
           end-if.
           move xVtDept(nVehSub) to xDetDept.
           move nVtNum(nVehSub) to neDetVehicle.
           move xVtMake(nVehSub) to xDetMake.
           move xVtFuel(nVehSub) to xDetFuel.
           move xVtAssumed(nVehSub) to xDetAssumed.
           move nVtMiles(nVehSub) to neDetMiles.
           move nVtGallons(nVehSub) to neDetGallons.
           move nVtCo2(nVehSub) to neDetCo2.
           move nVtPerMile(nVehSub) to neDetPerMile.
           move nVtYtdCo2(nVehSub) to neDetYtdCo2.
           move nVtPriorYtdCo2(nVehSub) to neDetPriorYtd.
           write xReportLine from xReportDetail.
           add nVtMiles(nVehSub) to nTotMiles.
           add nVtGallons(nVehSub) to nTotGallons.
           add nVtCo2(nVehSub) to nTotCo2.
           add nVtYtdCo2(nVehSub) to nTotYtdCo2.
           add nVtPriorCo2(nVehSub) to nTotPriorCo2.
           add nVtPriorYtdCo2(nVehSub) to nTotPriorYtdCo2.

       320-department-total.
           move spaces to xTotLabel.
           move function concatenate("TOTAL ",
               function trim(xCurrentDept)) to xTotLabel.
           perform 330-write-totals.
           add nTotMiles to nFleetMiles.
           add nTotGallons to nFleetGallons.
           add nTotCo2 to nFleetCo2.
           add nTotYtdCo2 to nFleetYtdCo2.
           add nTotPriorCo2 to nFleetPriorCo2.
           add nTotPriorYtdCo2 to nFleetPriorYtdCo2.
           initialize xTotals.
           move spaces to xReportLine.
           write xReportLine.

      * The change is a percent of the year-ago figure; with nothing
      * a year ago there is nothing to compare.
       330-write-totals.
           move nTotMiles to neTotMiles.
           move nTotGallons to neTotGallons.
           move nTotCo2 to neTotCo2.
           move 0 to nPerMileWork.
           if nTotMiles > 0
               compute nPerMileWork rounded = nTotCo2 / nTotMiles
           end-if.
           move nPerMileWork to neTotPerMile.
           move nTotYtdCo2 to neTotYtdCo2.
           move nTotPriorYtdCo2 to neTotPriorYtd.
           write xReportLine from xTotalLine-1.
           move nTotPriorCo2 to neTot2PriorCo2.
           move "     N/A" to xTot2Change.
           if nTotPriorCo2 > 0
               compute nChangeWork rounded =
                   (nTotCo2 - nTotPriorCo2) * 100 / nTotPriorCo2
               move nChangeWork to neChangeWork
               move function concatenate(neChangeWork, "%")
                   to xTot2Change
           end-if.
           move "     N/A" to xTot2YtdChange.
           if nTotPriorYtdCo2 > 0
               compute nChangeWork rounded =
                   (nTotYtdCo2 - nTotPriorYtdCo2) * 100
                   / nTotPriorYtdCo2
               move nChangeWork to neChangeWork
               move function concatenate(neChangeWork, "%")
                   to xTot2YtdChange
           end-if.
           write xReportLine from xTotalLine-2.

      * Re-sorted worst first; only vehicles that ran this month.
       340-worst-emitters.
           move spaces to xNoteText.
           write xReportLine from xNoteLine.
           write xReportLine from xWorstHeading.
           if nVehicleCount > 0
               sort xVehicleElement on descending key nVtPerMile
           end-if.
           move 0 to nWorstSub.
           perform varying nVehSub from 1 by 1
               until nVehSub > nVehicleCount
               or nWorstSub >= nWorstShown
               if nVtPerMile(nVehSub) > 0
                   add 1 to nWorstSub
                   move nWorstSub to neWorstRank
                   move nVtNum(nVehSub) to neWorstVehicle
                   move xVtMake(nVehSub) to xWorstMake
                   move xVtDept(nVehSub) to xWorstDept
                   move nVtPerMile(nVehSub) to neWorstPerMile
                   write xReportLine from xWorstDetail
               end-if
           end-perform.
           if nWorstSub = 0
               move "  (no vehicle ran this month)" to xNoteText
               write xReportLine from xNoteLine
           end-if.

       400-termination.
           display " ".
           display "Fleet emissions for ", nLatestPeriod, ": ",
           nFleetCo2, " lbs CO2 -- see GasMileage-22-report.txt".
           display " ".
           move "GasMileage-22" to xRunLogProgram.
           move nSummaryCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
