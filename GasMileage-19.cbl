      * Program: Fleet Work Order Maintenance
      *
      * A DUE flag on the GasMileage-04 report opens a work order by
      * itself; this is the fleet office's side of the same file,
      * GasMileage-workorders.txt. Transactions come from
      * GasMileage-womaint.txt: 'R' opens a work order for a problem
      * a driver reported (vehicle and a short description), and 'U'
      * updates an open work order by number -- vendor, estimate,
      * date promised, and the out-of-service flag (a blank field is
      * left as is). Setting the vehicle out of service ('Y') is what
      * stops GasMileage-09 booking it. Keying the service through
      * GasMileage-03 closes the work order with the actual cost.
      * Work orders are numbered one past the highest on file. Every
      * change is logged with before/after images to
      * GasMileage-wohistory.txt, and the file is rewritten in
      * work-order number order, backed up first.

       identification division.
       program-id. GasMileage-19.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select maintFile assign to "GasMileage-womaint.txt"
           organization is line sequential.

           select optional workOrderFile assign to
           "GasMileage-workorders.txt"
           organization is line sequential.

           select vehicleFile assign to "GasMileage-vehicles.txt"
           organization is line sequential.

           select reportFile assign to "GasMileage-19-report.txt"
           organization is line sequential.

      * Append-only audit trail: one line per changed field with the
      * before and after images.
           select optional historyFile assign to
           "GasMileage-wohistory.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
      * Read raw so a shifted amount or date is rejected on the
      * report. The estimate is keyed without the decimal point.
       fd  maintFile.
       01  xMaintTransaction.
           05 xWmAction            pic x.
           05 xWmNumberRaw         pic x(6).
           05 xWmVehicleRaw        pic x(5).
           05 xWmReason            pic x(30).
           05 xWmVendor            pic x(20).
           05 xWmEstimateRaw       pic x(7).
           05 xWmPromisedRaw       pic x(8).
           05 xWmOutOfService      pic x.

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
       01  xReportLine         pic x(80).

       fd  historyFile.
       01  xHistoryLine        pic x(80).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  nAcceptedCount      pic 999             value 0.
       77  nRejectedCount      pic 999             value 0.
       77  xRejectReason       pic x(45)           value spaces.
       77  xBackupName         pic x(40)           value spaces.
       77  nVehicleWork        pic 9(5)            value 0.
       77  nNumberWork         pic 9(6)            value 0.
       77  nNextNumber         pic 9(6)            value 0.
       77  nEstimateWork       pic 9(5)v99         value 0.
       77  nPromisedWork       pic 9(8)            value 0.
       77  nDateIntWork        pic 9(7)            value 0.
       77  xFoundFlag          pic x               value 'n'.
       77  nSearchSub          pic 999             value 0.

       77  xHistDate           pic 9(8)            value 0.
       77  xHistFieldWk        pic x(12)           value spaces.
       77  xHistOldWk          pic x(20)           value spaces.
       77  xHistNewWk          pic x(20)           value spaces.
       77  neHistMoney         pic zzzz9.99.

       77  nVehicleCount       pic 999             value 0.
       77  nWoCount            pic 9(4)            value 0.
       77  nWoMax              pic 9(4)            value 2000.
       77  xWoTableFull        pic x               value 'n'.
       77  nWoSub              pic 9(4)            value 0.
       77  nWoFoundSub         pic 9(4)            value 0.

       01  xVehicleTable.
           05 nVehNumT occurs 100 times pic 9(5) value 0.

       01  xWorkOrderTable.
           05 xWorkOrderElement occurs 1 to 2000 times
               depending on nWoCount
               ascending key is nWtNumber.
               10 nWtNumber        pic 9(6).
               10 nWtVehicle       pic 9(5).
               10 xWtSource        pic x.
               10 xWtReason        pic x(30).
               10 nWtOpenDate      pic 9(8).
               10 xWtVendor        pic x(20).
               10 nWtEstimate      pic 9(5)v99.
               10 nWtPromised      pic 9(8).
               10 xWtOutOfService  pic x.
               10 xWtStatus        pic x.
               10 nWtClosedDate    pic 9(8).
               10 nWtActualCost    pic 9(5)v99.

       01  xHistoryRecord.
           05 nHistNumber      pic 9(6).
           05 filler           pic x               value spaces.
           05 nHistVehicle     pic 9(5).
           05 filler           pic x               value spaces.
           05 xHistDateOut     pic 9(8).
           05 filler           pic x               value spaces.
           05 xHistAction      pic x(6).
           05 filler           pic x               value spaces.
           05 xHistField       pic x(10).
           05 xHistOldVal      pic x(20).
           05 xHistNewVal      pic x(20).

       01  xReportDetail.
           05 xRptNumber       pic x(6).
           05 filler           pic x               value spaces.
           05 xRptVehicle      pic x(5).
           05 filler           pic x(2)            value spaces.
           05 xRptAction       pic x(8).
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
           move "GasMileage-19" to xRunLogProgram.
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
           open input vehicleFile.
           perform 110-next-vehicle until xEofFlag = "y".
           close vehicleFile.
           move "n" to xEofFlag.
           open input workOrderFile.
           perform 120-next-work-order until xEofFlag = "y".
           close workOrderFile.
           move "n" to xEofFlag.
           open input maintFile.

       110-next-vehicle.
           read vehicleFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nVehicleCount < 100
                       add 1 to nVehicleCount,
                       move nVehicleNumInput to
                       nVehNumT(nVehicleCount)
                   end-if,
           end-read.

       120-next-work-order.
           read workOrderFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nWoNumber > nNextNumber
                       move nWoNumber to nNextNumber
                   end-if,
                   if nWoCount >= nWoMax
                       if xWoTableFull = "n"
                           display "WARNING: work order table full "
                           "at " nWoMax
                           " records -- remaining rows in "
                           "GasMileage-workorders.txt were not "
                           "loaded."
                           move "y" to xWoTableFull
                       end-if
                   else
                       add 1 to nWoCount,
                       move xWorkOrderRecord to
                       xWorkOrderElement(nWoCount)
                   end-if,
           end-read.

       200-loop.
           read maintFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform 210-process-transaction,
           end-read.

       210-process-transaction.
           move spaces to xRejectReason.
           move xWmNumberRaw to xRptNumber.
           move xWmVehicleRaw to xRptVehicle.
           evaluate xWmAction
               when "R"
                   move "REPORT" to xRptAction
                   perform 220-open-reported
               when "U"
                   move "UPDATE" to xRptAction
                   perform 230-update-work-order
               when other
                   move "UNKNOWN" to xRptAction
                   move "REJECTED - INVALID ACTION CODE" to
                   xRejectReason
           end-evaluate.
           if xRejectReason = spaces
               move "ACCEPTED" to xRptResult
               add 1 to nAcceptedCount
           else
               move xRejectReason to xRptResult
               add 1 to nRejectedCount
           end-if.
           write xReportLine from xReportDetail before advancing 1
           line.

      * Vendor, estimate, promise date and out-of-service flag are
      * edited the same way for a new and an updated work order.
       215-check-fields.
           if xWmEstimateRaw not = spaces
               if xWmEstimateRaw not numeric
                   move "REJECTED - ESTIMATE NOT NUMERIC" to
                   xRejectReason
                   exit paragraph
               end-if
               compute nEstimateWork =
                   function numval(xWmEstimateRaw) / 100
           end-if.
           if xWmPromisedRaw not = spaces
               move 0 to nDateIntWork
               if xWmPromisedRaw numeric
                   move xWmPromisedRaw to nPromisedWork
                   compute nDateIntWork =
                       function integer-of-date(nPromisedWork)
               end-if
               if nDateIntWork = 0
                   move "REJECTED - INVALID PROMISE DATE" to
                   xRejectReason
                   exit paragraph
               end-if
           end-if.
           if xWmOutOfService not = space
               and xWmOutOfService not = "Y"
               and xWmOutOfService not = "N"
               move "REJECTED - OUT OF SERVICE MUST BE Y OR N" to
               xRejectReason
           end-if.

       220-open-reported.
           if xWmVehicleRaw not numeric
               move "REJECTED - VEHICLE NUMBER NOT NUMERIC" to
               xRejectReason
               exit paragraph
           end-if.
           move xWmVehicleRaw to nVehicleWork.
           move "n" to xFoundFlag.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nVehicleCount
               if nVehNumT(nSearchSub) = nVehicleWork
                   move "y" to xFoundFlag
                   move nVehicleCount to nSearchSub
               end-if
           end-perform.
           if xFoundFlag = "n"
               move "REJECTED - VEHICLE NOT ON MASTER" to
               xRejectReason
               exit paragraph
           end-if.
           if xWmReason = spaces
               move "REJECTED - PROBLEM DESCRIPTION REQUIRED" to
               xRejectReason
               exit paragraph
           end-if.
           move 0 to nEstimateWork.
           move 0 to nPromisedWork.
           perform 215-check-fields.
           if xRejectReason not = spaces
               exit paragraph
           end-if.
           if nWoCount >= nWoMax
               move "REJECTED - WORK ORDER TABLE FULL" to
               xRejectReason
               exit paragraph
           end-if.
           add 1 to nNextNumber.
           add 1 to nWoCount.
           move nWoCount to nWoFoundSub.
           move nNextNumber to nWtNumber(nWoFoundSub).
           move nVehicleWork to nWtVehicle(nWoFoundSub).
           move "R" to xWtSource(nWoFoundSub).
           move xWmReason to xWtReason(nWoFoundSub).
           move xHistDate to nWtOpenDate(nWoFoundSub).
           move xWmVendor to xWtVendor(nWoFoundSub).
           move nEstimateWork to nWtEstimate(nWoFoundSub).
           move nPromisedWork to nWtPromised(nWoFoundSub).
           move "N" to xWtOutOfService(nWoFoundSub).
           if xWmOutOfService = "Y"
               move "Y" to xWtOutOfService(nWoFoundSub)
           end-if.
           move "O" to xWtStatus(nWoFoundSub).
           move 0 to nWtClosedDate(nWoFoundSub).
           move 0 to nWtActualCost(nWoFoundSub).
           move nNextNumber to xRptNumber.
           move "OPENED" to xHistFieldWk.
           move "(NONE)" to xHistOldWk.
           move xWmReason to xHistNewWk.
           perform 290-write-history.
           if xWtOutOfService(nWoFoundSub) = "Y"
               move "OUT OF SVC" to xHistFieldWk
               move "N" to xHistOldWk
               move "Y" to xHistNewWk
               perform 290-write-history
           end-if.

       230-update-work-order.
           if xWmNumberRaw not numeric
               move "REJECTED - WORK ORDER NUMBER NOT NUMERIC" to
               xRejectReason
               exit paragraph
           end-if.
           move xWmNumberRaw to nNumberWork.
           move 0 to nWoFoundSub.
           perform varying nWoSub from 1 by 1
               until nWoSub > nWoCount
               if nWtNumber(nWoSub) = nNumberWork
                   move nWoSub to nWoFoundSub
                   move nWoCount to nWoSub
               end-if
           end-perform.
           if nWoFoundSub = 0
               move "REJECTED - NO SUCH WORK ORDER" to xRejectReason
               exit paragraph
           end-if.
           if xWtStatus(nWoFoundSub) not = "O"
               move "REJECTED - WORK ORDER IS CLOSED" to
               xRejectReason
               exit paragraph
           end-if.
           move nWtVehicle(nWoFoundSub) to nVehicleWork.
           move nWtVehicle(nWoFoundSub) to xRptVehicle.
           move nWtEstimate(nWoFoundSub) to nEstimateWork.
           move nWtPromised(nWoFoundSub) to nPromisedWork.
           perform 215-check-fields.
           if xRejectReason not = spaces
               exit paragraph
           end-if.
           if xWmVendor not = spaces
               and xWmVendor not = xWtVendor(nWoFoundSub)
               move "VENDOR" to xHistFieldWk
               move xWtVendor(nWoFoundSub) to xHistOldWk
               move xWmVendor to xHistNewWk
               perform 290-write-history
               move xWmVendor to xWtVendor(nWoFoundSub)
           end-if.
           if nEstimateWork not = nWtEstimate(nWoFoundSub)
               move "ESTIMATE" to xHistFieldWk
               move nWtEstimate(nWoFoundSub) to neHistMoney
               move neHistMoney to xHistOldWk
               move nEstimateWork to neHistMoney
               move neHistMoney to xHistNewWk
               perform 290-write-history
               move nEstimateWork to nWtEstimate(nWoFoundSub)
           end-if.
           if nPromisedWork not = nWtPromised(nWoFoundSub)
               move "PROMISED" to xHistFieldWk
               move nWtPromised(nWoFoundSub) to xHistOldWk
               move nPromisedWork to xHistNewWk
               perform 290-write-history
               move nPromisedWork to nWtPromised(nWoFoundSub)
           end-if.
           if xWmOutOfService not = space
               and xWmOutOfService not =
                   xWtOutOfService(nWoFoundSub)
               move "OUT OF SVC" to xHistFieldWk
               move xWtOutOfService(nWoFoundSub) to xHistOldWk
               move xWmOutOfService to xHistNewWk
               perform 290-write-history
               move xWmOutOfService to xWtOutOfService(nWoFoundSub)
           end-if.

      * One audit-trail line; the caller has set the field name and
      * the images.
       290-write-history.
           move nWtNumber(nWoFoundSub) to nHistNumber.
           move nVehicleWork to nHistVehicle.
           move xHistDate to xHistDateOut.
           move xRptAction to xHistAction.
           move xHistFieldWk to xHistField.
           move xHistOldWk to xHistOldVal.
           move xHistNewWk to xHistNewVal.
           write xHistoryLine from xHistoryRecord.

       300-termination.
           close maintFile.
           close historyFile.
           move nAcceptedCount to neRptAccepted.
           move nRejectedCount to neRptRejected.
           write xReportLine from xReportFooter before advancing 1
           line.
           close reportFile.
           if nAcceptedCount > 0
               perform 310-write-work-orders
           end-if.
           display " ".
           display nAcceptedCount, " work order transactions "
           "accepted, " nRejectedCount,
           " rejected -- see GasMileage-19-report.txt."
           display " ".
           move "GasMileage-19" to xRunLogProgram.
           compute nRunLogRecCount =
               nAcceptedCount + nRejectedCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

       310-write-work-orders.
           sort xWorkOrderElement on ascending key nWtNumber.
           move "GasMileage-workorders.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output workOrderFile.
           perform varying nWoSub from 1 by 1
               until nWoSub > nWoCount
               move xWorkOrderElement(nWoSub) to xWorkOrderRecord
               write xWorkOrderRecord
           end-perform.
           close workOrderFile.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
