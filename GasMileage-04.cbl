      * odometer seen anywhere (trip log or service history), the
      * miles run since the last oil change and inspection, and a
      * DUE flag when either interval is blown -- fleet maintenance
      * off a report instead of a sticky note. A DUE vehicle with no
      * work order open opens one on GasMileage-workorders.txt (the
      * fleet office fills in vendor, estimate and promise date
      * through GasMileage-19, and the GasMileage-03 service entry
      * closes it); the work order number is printed either way.

       identification division.
       program-id. GasMileageSvcDue.
           select reportFile assign to "GasMileage-04-svcdue.txt"
           organization is line sequential.

           select optional workOrderFile assign to
           "GasMileage-workorders.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
       fd  vehicleFile.
           05 nVehicleNumInput         pic 9(5).
           05 xVehicleMakeModelInput   pic x(20).
           05 xVehicleDeptInput        pic x(10).
      * The asset record GasMileage-13 and GasMileage-14 keep, and
      * the fuel tank capacity and fuel type.
           05 filler                   pic x(92).

       fd  tripLogFile.
       01  xTripLogRecord.
           05 nSvcOdometer             pic 9(7).

       fd  reportFile.
       01  xReportLine                 pic x(100).

      * Work order: source 'D' opened here, 'R' reported by a
      * driver; status 'O' open, 'C' closed by a service entry.
       fd  workOrderFile.
       01  xWorkOrderRecord.
           05 nWoNumber                pic 9(6).
           05 nWoVehicle               pic 9(5).
           05 xWoSource                pic x.
           05 xWoReason                pic x(30).
           05 nWoOpenDate              pic 9(8).
           05 xWoVendor                pic x(20).
           05 nWoEstimate              pic 9(5)v99.
           05 nWoPromised              pic 9(8).
           05 xWoOutOfService          pic x.
           05 xWoStatus                pic x.
           05 nWoClosedDate            pic 9(8).
           05 nWoActualCost            pic 9(5)v99.

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  nVehicleCount       pic 999             value 0.
       77  nTripReadCount      pic 9(5)            value 0.
       77  nSinceOil           pic s9(7)           value 0.
       77  nSinceInsp          pic s9(7)           value 0.
       77  nNextWoNumber       pic 9(6)            value 0.
       77  nWoOpenedCount      pic 999             value 0.

      * Service intervals in miles.
       77  nOilIntervalMiles   pic 9(5)            value 5000.
               10 nLastInspOdoT    pic 9(7)       value 0.
               10 xHasOilT         pic x          value 'n'.
               10 xHasInspT        pic x          value 'n'.
               10 nOpenWoT         pic 9(6)       value 0.

       01  xReportHeading.
           05 filler           pic x(8)        value 'VEHICLE'.
           05 filler           pic x(10)       value 'ODOMETER'.
           05 filler           pic x(11)       value 'SINCE OIL'.
           05 filler           pic x(12)       value 'SINCE INSP'.
           05 filler           pic x(24)       value 'FLAG'.
           05 filler           pic x(10)       value 'WORK ORDER'.

       01  xReportDetail.
           05 neDetVehicle     pic 9(5).
           05 xDetSinceInsp    pic x(9).
           05 filler           pic x(3)        value spaces.
           05 xDetFlag         pic x(20).
           05 filler           pic x(3)        value spaces.
           05 xDetWorkOrder    pic x(10).

       77  neMilesWork         pic zzzz,zz9.

           05 neFootDue        pic zz9.
           05 filler           pic x(21)
                                value ' vehicles due service'.
           05 filler           pic x(2)        value ', '.
           05 neFootOpened     pic zz9.
           05 filler           pic x(24)
                                value ' new work orders opened'.

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

       procedure division.
       000-main.
           move "GasMileage-04" to xRunLogProgram.
           open input serviceFile.
           perform 130-next-service until xEofFlag = "y".
           close serviceFile.
           move "n" to xEofFlag.
           open input workOrderFile.
           perform 140-next-work-order until xEofFlag = "y".
           close workOrderFile.
           perform 9200-get-business-date.

       110-next-vehicle.
           read vehicleFile
               move "y" to xHasInspT(nFoundSub)
           end-if.

      * Note the open work order on each vehicle, and the highest
      * number used so a new one is numbered past it.
       140-next-work-order.
           read workOrderFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nWoNumber > nNextWoNumber
                       move nWoNumber to nNextWoNumber
                   end-if,
                   if xWoStatus = "O"
                       move nWoVehicle to nTripVehicleNumIn,
                       perform 115-find-vehicle,
                       if nFoundSub > 0
                           move nWoNumber to nOpenWoT(nFoundSub)
                       end-if
                   end-if,
           end-read.

       200-report.
           open extend workOrderFile.
           open output reportFile.
           write xReportLine from xReportHeading.
           perform 210-report-vehicle
               varying nFoundSub from 1 by 1
               until nFoundSub > nVehicleCount.
           move nDueCount to neFootDue.
           move nWoOpenedCount to neFootOpened.
           write xReportLine from xReportFooter.
           close reportFile.
           close workOrderFile.

      * Miles since each service: a vehicle with no service on file
      * at all reads as due for both the moment it has any miles.
                   end-if
               end-if
           end-if.
           move spaces to xDetWorkOrder.
           if xDetFlag not = spaces
               add 1 to nDueCount
               if nOpenWoT(nFoundSub) = 0
                   perform 220-open-work-order
               end-if
               move nOpenWoT(nFoundSub) to xDetWorkOrder
           end-if.
           write xReportLine from xReportDetail.

      * Opened with the DUE text as the reason and the vehicle still
      * in service; the fleet office takes it from there.
       220-open-work-order.
           add 1 to nNextWoNumber.
           move nNextWoNumber to nWoNumber.
           move nVehicleNumT(nFoundSub) to nWoVehicle.
           move "D" to xWoSource.
           move xDetFlag to xWoReason.
           move xBusinessDate to nWoOpenDate.
           move spaces to xWoVendor.
           move 0 to nWoEstimate.
           move 0 to nWoPromised.
           move "N" to xWoOutOfService.
           move "O" to xWoStatus.
           move 0 to nWoClosedDate.
           move 0 to nWoActualCost.
           write xWorkOrderRecord.
           move nNextWoNumber to nOpenWoT(nFoundSub).
           add 1 to nWoOpenedCount.

       300-termination.
           display " ".
           display nDueCount, " vehicles due for service, ",
           nWoOpenedCount, " work orders opened -- see "
           "GasMileage-04-svcdue.txt".
           display " ".
           perform 340-write-runlog.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
