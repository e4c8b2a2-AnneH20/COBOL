      * Program: Open Work Order Aging Report
      *
      * Every work order still open on GasMileage-workorders.txt,
      * oldest first, with the days it has been open as of the
      * business date, the vendor, what was promised, and whether
      * the vehicle is out of service. A work order open longer than
      * the shop limit, or past the date the vendor promised, is
      * flagged so the fleet office chases it instead of finding out
      * when a booking is refused.

       identification division.
       program-id. GasMileage-20.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional workOrderFile assign to
           "GasMileage-workorders.txt"
           organization is line sequential.

           select vehicleFile assign to "GasMileage-vehicles.txt"
           organization is line sequential.

           select reportFile assign to "GasMileage-20-report.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
      * Source 'D' opened from the service-due report, 'R' reported
      * by a driver. Status 'O' open, 'C' closed by a service entry.
       fd  workOrderFile.
       01  xWorkOrderRecord.
           05 nWoNumber            pic 9(6).
           05 nWoVehicle           pic 9(5).
           05 xWoSource            pic x.
           05 xWoReason            pic x(30).
           05 nWoOpenDate          pic 9(8).
           05 xWoVendor            pic x(20).
           05 nWoEstimate          pic 9(5)v99.
           05 nWoPromised          pic 9(8).
           05 xWoOutOfService      pic x.
           05 xWoStatus            pic x.
           05 nWoClosedDate        pic 9(8).
           05 nWoActualCost        pic 9(5)v99.

       fd  vehicleFile.
       01  xVehicleInput.
           05 nVehicleNumInput         pic 9(5).
           05 xVehicleMakeModelInput   pic x(20).
           05 xVehicleDeptInput        pic x(10).
      * The asset record GasMileage-13 and GasMileage-14 keep, and
      * the fuel tank capacity and fuel type.
           05 filler                   pic x(92).

       fd  reportFile.
       01  xReportLine         pic x(150).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xRunDate            pic 9(8)            value 0.
       77  nRunDateInt         pic 9(7)            value 0.
       77  nDaysOpen           pic 9(5)            value 0.
       77  nOpenCount          pic 999             value 0.
       77  nOutOfServiceCount  pic 999             value 0.
       77  nOverdueCount       pic 999             value 0.
       77  nOpenSub            pic 999             value 0.
       77  nOpenMax            pic 999             value 500.
       77  nVehicleCount       pic 999             value 0.
       77  nSearchSub          pic 999             value 0.

      * A work order open longer than this many days is flagged.
       77  nShopDaysLimit      pic 999             value 14.

       01  xVehicleTable.
           05 xVehicleElement occurs 100 times.
               10 nVehNumT         pic 9(5).
               10 xVehMakeT        pic x(20).

       01  xOpenTable.
           05 xOpenElement occurs 1 to 500 times
               depending on nOpenCount
               ascending key is nOtOpenDate nOtNumber.
               10 nOtOpenDate      pic 9(8).
               10 nOtNumber        pic 9(6).
               10 xOtRecord        pic x(102).

       01  xReportHeading-1.
           05 filler           pic x(27)
               value 'OPEN WORK ORDER AGING AS OF'.
           05 filler           pic x               value space.
           05 neHeadDate       pic 9(8).
           05 filler           pic x(16)
               value ', SHOP LIMIT OF '.
           05 neHeadLimit      pic zz9.
           05 filler           pic x(5)            value ' DAYS'.

       01  xReportHeading-2.
           05 filler           pic x(8)            value 'W/O'.
           05 filler           pic x(7)            value 'VEHICLE'.
           05 filler           pic x(22)           value 'MAKE/MODEL'.
           05 filler           pic x(4)            value 'SRC'.
           05 filler           pic x(32)           value 'REASON'.
           05 filler           pic x(22)           value 'VENDOR'.
           05 filler           pic x(10)           value 'OPENED'.
           05 filler           pic x(10)           value 'PROMISED'.
           05 filler           pic x(3)            value 'OOS'.
           05 filler           pic x(7)            value ' DAYS'.
           05 filler           pic x(7)            value 'NOTE'.

       01  xReportDetail.
           05 neDetNumber      pic 9(6).
           05 filler           pic x(2)            value spaces.
           05 neDetVehicle     pic 9(5).
           05 filler           pic x(2)            value spaces.
           05 xDetMake         pic x(20).
           05 filler           pic x(2)            value spaces.
           05 xDetSource       pic x.
           05 filler           pic x(3)            value spaces.
           05 xDetReason       pic x(30).
           05 filler           pic x(2)            value spaces.
           05 xDetVendor       pic x(20).
           05 filler           pic x(2)            value spaces.
           05 neDetOpened      pic 9(8).
           05 filler           pic x(2)            value spaces.
           05 xDetPromised     pic x(8).
           05 filler           pic x(2)            value spaces.
           05 xDetOos          pic x.
           05 filler           pic x(2)            value spaces.
           05 neDetDays        pic zzzz9.
           05 filler           pic x(2)            value spaces.
           05 xDetNote         pic x(17).

       01  xReportFooter.
           05 neFootOpen       pic zz9.
           05 filler           pic x(8)            value ' open, '.
           05 neFootOos        pic zz9.
           05 filler           pic x(18)
               value ' out of service, '.
           05 neFootOverdue    pic zz9.
           05 filler           pic x(23)
               value ' overdue at the shop'.

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

       procedure division.
       000-main.
           move "GasMileage-20" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-report.
           perform 300-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           move xBusinessDate to xRunDate.
           compute nRunDateInt = function integer-of-date(xRunDate).
           open input vehicleFile.
           perform 110-next-vehicle until xEofFlag = "y".
           close vehicleFile.
           move "n" to xEofFlag.
           open input workOrderFile.
           perform 120-next-work-order until xEofFlag = "y".
           close workOrderFile.
           move "n" to xEofFlag.

       110-next-vehicle.
           read vehicleFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nVehicleCount < 100
                       add 1 to nVehicleCount,
                       move nVehicleNumInput to
                       nVehNumT(nVehicleCount),
                       move xVehicleMakeModelInput to
                       xVehMakeT(nVehicleCount)
                   end-if,
           end-read.

       120-next-work-order.
           read workOrderFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xWoStatus = "O" and nOpenCount < nOpenMax
                       add 1 to nOpenCount,
                       move nWoOpenDate to nOtOpenDate(nOpenCount),
                       move nWoNumber to nOtNumber(nOpenCount),
                       move xWorkOrderRecord to xOtRecord(nOpenCount)
                   end-if,
           end-read.

       200-report.
           if nOpenCount > 0
               sort xOpenElement on ascending key nOtOpenDate
                   nOtNumber
           end-if.
           open output reportFile.
           move xRunDate to neHeadDate.
           move nShopDaysLimit to neHeadLimit.
           write xReportLine from xReportHeading-1.
           write xReportLine from xReportHeading-2.
           perform 210-report-work-order
               varying nOpenSub from 1 by 1
               until nOpenSub > nOpenCount.
           if nOpenCount = 0
               move "  (no open work orders)" to xReportLine
               write xReportLine
           end-if.
           move nOpenCount to neFootOpen.
           move nOutOfServiceCount to neFootOos.
           move nOverdueCount to neFootOverdue.
           write xReportLine from xReportFooter.
           close reportFile.

      * Past the promise date outranks the shop limit: it is the
      * vendor's own date that has been missed.
       210-report-work-order.
           move xOtRecord(nOpenSub) to xWorkOrderRecord.
           move nWoNumber to neDetNumber.
           move nWoVehicle to neDetVehicle.
           move "(NOT ON MASTER)" to xDetMake.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nVehicleCount
               if nVehNumT(nSearchSub) = nWoVehicle
                   move xVehMakeT(nSearchSub) to xDetMake
                   move nVehicleCount to nSearchSub
               end-if
           end-perform.
           move xWoSource to xDetSource.
           move xWoReason to xDetReason.
           move xWoVendor to xDetVendor.
           move nWoOpenDate to neDetOpened.
           if nWoPromised > 0
               move nWoPromised to xDetPromised
           else
               move "(NONE)" to xDetPromised
           end-if.
           move xWoOutOfService to xDetOos.
           if xWoOutOfService = "Y"
               add 1 to nOutOfServiceCount
           end-if.
           compute nDaysOpen = nRunDateInt -
               function integer-of-date(nWoOpenDate).
           move nDaysOpen to neDetDays.
           move spaces to xDetNote.
           if nWoPromised > 0 and nWoPromised < xRunDate
               move "PAST PROMISE DATE" to xDetNote
           else
               if nDaysOpen > nShopDaysLimit
                   move "AT SHOP TOO LONG" to xDetNote
               end-if
           end-if.
           if xDetNote not = spaces
               add 1 to nOverdueCount
           end-if.
           write xReportLine from xReportDetail.

       300-termination.
           display " ".
           display nOpenCount, " open work orders, ",
           nOverdueCount, " overdue -- see GasMileage-20-report.txt".
           display " ".
           move "GasMileage-20" to xRunLogProgram.
           move nOpenCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
