      * Program: Pool Vehicle Utilization Report
      *
      * The fleet kept paying for pool cars without knowing whether
      * they were used. For the last full month before the business
      * date this crosses GasMileage-reservations.txt with the
      * validated trip book, vehicle by vehicle: days reserved, days
      * actually driven, reserved days with no trip (no-shows), and
      * miles, with utilization as days driven against the business
      * days in the month -- weekdays less the dates on
      * Holidays.txt. Every active vehicle on the master can be
      * booked on the reservation page, so every one is in the pool.
      * A vehicle under the utilization threshold in each of the
      * last three months is flagged as a candidate to come out of
      * the pool, and a day when every pool car was reserved is
      * flagged too: that day the pool was a car short.

       identification division.
       program-id. GasMileage-23.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional reservationFile assign to
           "GasMileage-reservations.txt"
           organization is line sequential.

           select vehicleFile assign to "GasMileage-vehicles.txt"
           organization is line sequential.

      * Reads the VALIDATED trip file the GasMileage-06 edit pass
      * produces, not the raw keyed book.
           select optional tripLogFile assign to
           "GasMileage-tripbook.clean.txt"
           organization is line sequential.

      * Company holiday calendar: one date per line with its name.
           select optional holidayFile assign to "Holidays.txt"
           organization is line sequential.

           select reportFile assign to "GasMileage-23-report.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
       fd  reservationFile.
       01  xReservationRecord.
           05 nResVehicle      pic 9(5).
           05 filler           pic x.
           05 nResDate         pic 9(8).
           05 filler           pic x.
           05 nResStart        pic 9(4).
           05 filler           pic x.
           05 nResEnd          pic 9(4).
           05 filler           pic x.
           05 xResPerson       pic x(20).

      * Status 'D' is a disposed vehicle, out of the pool.
       fd  vehicleFile.
       01  xVehicleInput.
           05 nVehicleNumInput         pic 9(5).
           05 xVehicleMakeModelInput   pic x(20).
           05 xVehicleDeptInput        pic x(10).
           05 filler                   pic x(54).
           05 xVehicleStatusIn         pic x.
           05 filler                   pic x(37).

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

       fd  holidayFile.
       01  xHolidayRecord.
           05 nHolDate         pic 9(8).
           05 filler           pic x.
           05 xHolName         pic x(30).

       fd  reportFile.
       01  xReportLine                 pic x(110).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  nRunDate            pic 9(8)            value 0.
       77  nYearWork           pic 9(4)            value 0.
       77  nMonthWork          pic 99              value 0.
       77  nDateWork           pic 9(8)            value 0.
       77  nDateIntWork        pic 9(7)            value 0.
       77  nNextMonthInt       pic 9(7)            value 0.
       77  nDowWork            pic 9               value 0.
       77  nDowQuotient        pic 9(7)            value 0.
       77  nMonthSub           pic 9               value 0.
       77  nDaySub             pic 99              value 0.
       77  nEventPeriod        pic 9(6)            value 0.
       77  nEventDay           pic 99              value 0.
       77  nVehicleCount       pic 999             value 0.
       77  nVehicleMax         pic 999             value 100.
       77  nVehSub             pic 999             value 0.
       77  nVehFoundSub        pic 999             value 0.
       77  nVehicleWork        pic 9(5)            value 0.
       77  nBookedCount        pic 999             value 0.
       77  nShortDayCount      pic 99              value 0.
       77  nCandidateCount     pic 999             value 0.
       77  nUnderCount         pic 9               value 0.
       77  nRecordCount        pic 9(6)            value 0.

      * Utilization under this percent of the month's business days
      * counts against a vehicle; three months running flags it.
       77  nUtilThresholdPct   pic 999             value 25.

      * The three months, oldest first; the third is the one
      * reported in full. A day flag is 'h' for a holiday or
      * weekend, 'b' for a business day.
       01  xMonthTable.
           05 xMonthElement occurs 3 times.
               10 nMtPeriod        pic 9(6).
               10 nMtFirstInt      pic 9(7).
               10 nMtDays          pic 99.
               10 nMtBusDays       pic 99.
               10 xMtDayType       pic x occurs 31 times.

      * Per vehicle and month: a flag for each day reserved and each
      * day driven, then the counts built from them.
       01  xVehicleTable.
           05 xVehicleElement occurs 100 times.
               10 nVtNum           pic 9(5).
               10 xVtMake          pic x(20).
               10 xVtDept          pic x(10).
               10 xVtMonth occurs 3 times.
                   15 xVtResDay    pic x occurs 31 times.
                   15 xVtTripDay   pic x occurs 31 times.
                   15 nVtMiles     pic 9(6).
                   15 nVtResDays   pic 99.
                   15 nVtDrvDays   pic 99.
                   15 nVtNoShows   pic 99.
                   15 nVtUtilPct   pic 999.

       01  xReportHeading-1.
           05 filler           pic x(29)
               value 'POOL VEHICLE UTILIZATION FOR '.
           05 neHeadPeriod     pic 9(6).
           05 filler           pic x(2)            value spaces.
           05 neHeadBusDays    pic z9.
           05 filler           pic x(26)
               value ' BUSINESS DAYS, THRESHOLD '.
           05 neHeadThreshold  pic zz9.
           05 filler           pic x               value '%'.

       01  xReportHeading-2.
           05 filler           pic x(8)            value 'VEHICLE'.
           05 filler           pic x(22)           value 'MAKE/MODEL'.
           05 filler           pic x(12)           value 'DEPARTMENT'.
           05 filler           pic x(7)            value 'RESVD'.
           05 filler           pic x(7)            value 'DRIVEN'.
           05 filler           pic x(7)            value 'NOSHOW'.
           05 filler           pic x(8)            value '  MILES'.
           05 filler           pic x(7)            value ' UTIL'.
           05 filler           pic x(14)
               value 'PRIOR 2 MONTHS'.
           05 filler           pic x(6)            value '  NOTE'.

       01  xReportDetail.
           05 neDetVehicle     pic 9(5).
           05 filler           pic x(3)            value spaces.
           05 xDetMake         pic x(20).
           05 filler           pic x(2)            value spaces.
           05 xDetDept         pic x(10).
           05 filler           pic x(2)            value spaces.
           05 neDetResDays     pic z9.
           05 filler           pic x(5)            value spaces.
           05 neDetDrvDays     pic z9.
           05 filler           pic x(5)            value spaces.
           05 neDetNoShows     pic z9.
           05 filler           pic x(3)            value spaces.
           05 neDetMiles       pic zzz,zz9.
           05 filler           pic x(2)            value spaces.
           05 neDetUtil        pic zz9.
           05 filler           pic x               value '%'.
           05 filler           pic x(3)            value spaces.
           05 neDetUtil1       pic zz9.
           05 filler           pic x(2)            value '% '.
           05 neDetUtil2       pic zz9.
           05 filler           pic x(4)            value '%   '.
           05 xDetNote         pic x(17).

       01  xShortLine.
           05 filler           pic x(2)            value spaces.
           05 neShortDate      pic 9(8).
           05 filler           pic x(17)
               value '  all pool cars ('.
           05 neShortCount     pic zz9.
           05 filler           pic x(28)
               value ') reserved -- a car short'.

       01  xNoteLine.
           05 xNoteText        pic x(100).

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

       procedure division.
       000-main.
           move "GasMileage-23" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-count-days.
           perform 300-report.
           perform 400-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           move xBusinessDate to nRunDate.
           perform 105-set-months.
           open input vehicleFile.
           perform 110-next-vehicle until xEofFlag = "y".
           close vehicleFile.
           move "n" to xEofFlag.
           open input holidayFile.
           perform 120-next-holiday until xEofFlag = "y".
           close holidayFile.
           move "n" to xEofFlag.
           open input reservationFile.
           perform 130-next-reservation until xEofFlag = "y".
           close reservationFile.
           move "n" to xEofFlag.
           open input tripLogFile.
           perform 140-next-trip until xEofFlag = "y".
           close tripLogFile.
           move "n" to xEofFlag.

      * The three months before the business date's own month, each
      * with its length and which of its days are business days.
       105-set-months.
           move nRunDate(1:4) to nYearWork.
           move nRunDate(5:2) to nMonthWork.
           perform varying nMonthSub from 3 by -1
               until nMonthSub < 1
               compute nDateWork = nYearWork * 10000
                   + nMonthWork * 100 + 1
               compute nNextMonthInt =
                   function integer-of-date(nDateWork)
               if nMonthWork = 1
                   subtract 1 from nYearWork
                   move 12 to nMonthWork
               else
                   subtract 1 from nMonthWork
               end-if
               compute nMtPeriod(nMonthSub) =
                   nYearWork * 100 + nMonthWork
               compute nDateWork = nYearWork * 10000
                   + nMonthWork * 100 + 1
               compute nMtFirstInt(nMonthSub) =
                   function integer-of-date(nDateWork)
               compute nMtDays(nMonthSub) =
                   nNextMonthInt - nMtFirstInt(nMonthSub)
               perform 107-set-day-types
           end-perform.

      * Day 1 of integer-of-date was a Monday, so a remainder of 5
      * or 6 is a weekend day.
       107-set-day-types.
           perform varying nDaySub from 1 by 1
               until nDaySub > 31
               move space to xMtDayType(nMonthSub, nDaySub)
               if nDaySub <= nMtDays(nMonthSub)
                   compute nDateIntWork =
                       nMtFirstInt(nMonthSub) + nDaySub - 2
                   divide nDateIntWork by 7 giving nDowQuotient
                       remainder nDowWork
                   if nDowWork < 5
                       move "b" to xMtDayType(nMonthSub, nDaySub)
                   else
                       move "h" to xMtDayType(nMonthSub, nDaySub)
                   end-if
               end-if
           end-perform.

       110-next-vehicle.
           read vehicleFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xVehicleStatusIn not = "D"
                       and nVehicleCount < nVehicleMax
                       add 1 to nVehicleCount,
                       initialize xVehicleElement(nVehicleCount),
                       move nVehicleNumInput to nVtNum(nVehicleCount),
                       move xVehicleMakeModelInput to
                       xVtMake(nVehicleCount),
                       move xVehicleDeptInput to xVtDept(nVehicleCount)
                   end-if,
           end-read.

       120-next-holiday.
           read holidayFile
               at end
                   move "y" to xEofFlag,
               not at end
                   move nHolDate to nDateWork,
                   perform 150-find-month,
                   if nMonthSub > 0
                       move "h" to xMtDayType(nMonthSub, nEventDay)
                   end-if,
           end-read.

       130-next-reservation.
           read reservationFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nRecordCount,
                   move nResDate to nDateWork,
                   perform 150-find-month,
                   if nMonthSub > 0
                       move nResVehicle to nVehicleWork
                       perform 160-find-vehicle
                       if nVehFoundSub > 0
                           move "y" to xVtResDay(nVehFoundSub,
                               nMonthSub, nEventDay)
                       end-if
                   end-if,
           end-read.

       140-next-trip.
           read tripLogFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nRecordCount,
                   move xTripDateIn to nDateWork,
                   perform 150-find-month,
                   if nMonthSub > 0
                       move nTripVehicleNumIn to nVehicleWork
                       perform 160-find-vehicle
                       if nVehFoundSub > 0
                           move "y" to xVtTripDay(nVehFoundSub,
                               nMonthSub, nEventDay)
                           add nTripMilesIn to nVtMiles(nVehFoundSub,
                               nMonthSub)
                       end-if
                   end-if,
           end-read.

      * Which of the three months nDateWork falls in (nMonthSub
      * zero when none), and its day of the month.
       150-find-month.
           compute nEventPeriod = nDateWork / 100.
           move nDateWork(7:2) to nEventDay.
           move 0 to nMonthSub.
           if nEventDay = 0 or nEventDay > 31
               exit paragraph
           end-if.
           if nEventPeriod = nMtPeriod(1)
               move 1 to nMonthSub
           end-if.
           if nEventPeriod = nMtPeriod(2)
               move 2 to nMonthSub
           end-if.
           if nEventPeriod = nMtPeriod(3)
               move 3 to nMonthSub
           end-if.

      * Zero when nVehicleWork is not in the pool.
       160-find-vehicle.
           move 0 to nVehFoundSub.
           perform varying nVehSub from 1 by 1
               until nVehSub > nVehicleCount
               if nVtNum(nVehSub) = nVehicleWork
                   move nVehSub to nVehFoundSub
                   move nVehicleCount to nVehSub
               end-if
           end-perform.

       200-count-days.
           perform varying nMonthSub from 1 by 1
               until nMonthSub > 3
               move 0 to nMtBusDays(nMonthSub)
               perform varying nDaySub from 1 by 1
                   until nDaySub > nMtDays(nMonthSub)
                   if xMtDayType(nMonthSub, nDaySub) = "b"
                       add 1 to nMtBusDays(nMonthSub)
                   end-if
               end-perform
               perform varying nVehSub from 1 by 1
                   until nVehSub > nVehicleCount
                   perform 210-count-vehicle-month
               end-perform
           end-perform.

       210-count-vehicle-month.
           perform varying nDaySub from 1 by 1
               until nDaySub > nMtDays(nMonthSub)
               if xVtResDay(nVehSub, nMonthSub, nDaySub) = "y"
                   add 1 to nVtResDays(nVehSub, nMonthSub)
                   if xVtTripDay(nVehSub, nMonthSub, nDaySub)
                       not = "y"
                       add 1 to nVtNoShows(nVehSub, nMonthSub)
                   end-if
               end-if
               if xVtTripDay(nVehSub, nMonthSub, nDaySub) = "y"
                   add 1 to nVtDrvDays(nVehSub, nMonthSub)
               end-if
           end-perform.
           move 0 to nVtUtilPct(nVehSub, nMonthSub).
           if nMtBusDays(nMonthSub) > 0
               compute nVtUtilPct(nVehSub, nMonthSub) rounded =
                   nVtDrvDays(nVehSub, nMonthSub) * 100
                   / nMtBusDays(nMonthSub)
           end-if.

       300-report.
           open output reportFile.
           move nMtPeriod(3) to neHeadPeriod.
           move nMtBusDays(3) to neHeadBusDays.
           move nUtilThresholdPct to neHeadThreshold.
           write xReportLine from xReportHeading-1.
           write xReportLine from xReportHeading-2.
           perform varying nVehSub from 1 by 1
               until nVehSub > nVehicleCount
               perform 310-vehicle-line
           end-perform.
           if nVehicleCount = 0
               move "  (no vehicles in the pool)" to xNoteText
               write xReportLine from xNoteLine
           end-if.
           move spaces to xNoteText.
           write xReportLine from xNoteLine.
           move "DAYS EVERY POOL CAR WAS RESERVED" to xNoteText.
           write xReportLine from xNoteLine.
           perform varying nDaySub from 1 by 1
               until nDaySub > nMtDays(3)
               perform 320-check-short-day
           end-perform.
           if nShortDayCount = 0
               move "  (none)" to xNoteText
               write xReportLine from xNoteLine
           end-if.
           move spaces to xNoteText.
           write xReportLine from xNoteLine.
           move spaces to xNoteText.
           move function concatenate(nCandidateCount,
               " vehicle(s) under the threshold three months running",
               " -- candidates to remove from the pool")
               to xNoteText.
           write xReportLine from xNoteLine.
           close reportFile.

       310-vehicle-line.
           move nVtNum(nVehSub) to neDetVehicle.
           move xVtMake(nVehSub) to xDetMake.
           move xVtDept(nVehSub) to xDetDept.
           move nVtResDays(nVehSub, 3) to neDetResDays.
           move nVtDrvDays(nVehSub, 3) to neDetDrvDays.
           move nVtNoShows(nVehSub, 3) to neDetNoShows.
           move nVtMiles(nVehSub, 3) to neDetMiles.
           move nVtUtilPct(nVehSub, 3) to neDetUtil.
           move nVtUtilPct(nVehSub, 2) to neDetUtil1.
           move nVtUtilPct(nVehSub, 1) to neDetUtil2.
           move 0 to nUnderCount.
           perform varying nMonthSub from 1 by 1
               until nMonthSub > 3
               if nVtUtilPct(nVehSub, nMonthSub) < nUtilThresholdPct
                   add 1 to nUnderCount
               end-if
           end-perform.
           move spaces to xDetNote.
           if nUnderCount = 3
               move "REMOVE CANDIDATE" to xDetNote
               add 1 to nCandidateCount
           end-if.
           write xReportLine from xReportDetail.

       320-check-short-day.
           move 0 to nBookedCount.
           perform varying nVehSub from 1 by 1
               until nVehSub > nVehicleCount
               if xVtResDay(nVehSub, 3, nDaySub) = "y"
                   add 1 to nBookedCount
               end-if
           end-perform.
           if nBookedCount = nVehicleCount and nVehicleCount > 0
               add 1 to nShortDayCount
               compute neShortDate = nMtPeriod(3) * 100 + nDaySub
               move nVehicleCount to neShortCount
               write xReportLine from xShortLine
           end-if.

       400-termination.
           display " ".
           display "Pool utilization for ", nMtPeriod(3), ": ",
           nCandidateCount, " removal candidates, ", nShortDayCount,
           " days a car short -- see GasMileage-23-report.txt".
           display " ".
           move "GasMileage-23" to xRunLogProgram.
           move nRecordCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
