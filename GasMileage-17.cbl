      * Program: Vehicle Incident Log Maintenance
      *
      * Accidents and damage were tracked in an email folder. This
      * keeps them on GasMileage-incidents.txt, one row per vehicle
      * and incident date: the driver (employee number), whether
      * another party was involved, the repair estimate, a short
      * description, and the insurance claim -- claim number, amount
      * recovered, and whether it is still open. Transactions come
      * from GasMileage-incidentmaint.txt: 'A' logs an incident,
      * 'U' updates the claim (claim number, amount recovered to
      * date, a revised estimate; a blank field is left as is), and
      * 'X' closes it. The vehicle must be on the vehicle master; a
      * driver not on the driver master (GasMileage-15) is logged
      * anyway and called out on the report. Every change is logged
      * with before/after images to GasMileage-incidenthistory.txt,
      * and the file is rewritten in vehicle and date order, backed
      * up first. GasMileage-18 ages the open claims; GasMileage-08
      * charges the unrecovered repair cost to the vehicle.

       identification division.
       program-id. GasMileage-17.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select maintFile assign to "GasMileage-incidentmaint.txt"
           organization is line sequential.

           select optional incidentFile assign to
           "GasMileage-incidents.txt"
           organization is line sequential.

           select vehicleFile assign to "GasMileage-vehicles.txt"
           organization is line sequential.

           select optional driverFile assign to
           "GasMileage-drivers.txt"
           organization is line sequential.

           select reportFile assign to "GasMileage-17-report.txt"
           organization is line sequential.

      * Append-only audit trail: one line per changed field with the
      * before and after images.
           select optional historyFile assign to
           "GasMileage-incidenthistory.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
      * Read raw so a shifted amount or date is rejected on the
      * report. Money is keyed without the decimal point (cents).
       fd  maintFile.
       01  xMaintTransaction.
           05 xImAction            pic x.
           05 xImVehicleRaw        pic x(5).
           05 xImDateRaw           pic x(8).
           05 xImDriverRaw         pic x(4).
           05 xImOtherParty        pic x.
           05 xImEstimateRaw       pic x(9).
           05 xImClaimNum          pic x(15).
           05 xImRecoveredRaw      pic x(9).
           05 xImDescription       pic x(60).

      * Status 'O' open, 'C' closed (with the date closed).
       fd  incidentFile.
       01  xIncidentRecord.
           05 nIncVehicle          pic 9(5).
           05 nIncDate             pic 9(8).
           05 nIncDriver           pic 9(4).
           05 xIncOtherParty       pic x.
           05 nIncEstimate         pic 9(7)v99.
           05 xIncClaimNum         pic x(15).
           05 nIncRecovered        pic 9(7)v99.
           05 xIncStatus           pic x.
           05 nIncClosedDate       pic 9(8).
           05 xIncDescription      pic x(60).

       fd  vehicleFile.
       01  xVehicleInput.
           05 nVehicleNumInput         pic 9(5).
           05 xVehicleMakeModelInput   pic x(20).
           05 xVehicleDeptInput        pic x(10).
      * The asset record GasMileage-13 and GasMileage-14 keep, and
      * the fuel tank capacity and fuel type.
           05 filler                   pic x(92).

       fd  driverFile.
       01  xDriverRecord.
           05 nDrvEmpNum           pic 9(4).
           05 xDrvLicense          pic x(15).
           05 xDrvLicState         pic xx.
           05 nDrvExpiry           pic 9(8).
           05 xDrvStatus           pic x.
           05 nDrvStatusDate       pic 9(8).

       fd  reportFile.
       01  xReportLine         pic x(80).

       fd  historyFile.
       01  xHistoryLine        pic x(90).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  nAcceptedCount      pic 999             value 0.
       77  nRejectedCount      pic 999             value 0.
       77  xRejectReason       pic x(45)           value spaces.
       77  xAcceptNote         pic x(45)           value spaces.
       77  xBackupName         pic x(40)           value spaces.
       77  nVehicleWork        pic 9(5)            value 0.
       77  nDateWork           pic 9(8)            value 0.
       77  nDateIntWork        pic 9(7)            value 0.
       77  nDriverWork         pic 9(4)            value 0.
       77  nEstimateWork       pic 9(7)v99         value 0.
       77  nRecoveredWork      pic 9(7)v99         value 0.
       77  xFoundFlag          pic x               value 'n'.
       77  nSearchSub          pic 9(4)            value 0.

       77  xHistDate           pic 9(8)            value 0.
       77  xHistFieldWk        pic x(12)           value spaces.
       77  xHistOldWk          pic x(20)           value spaces.
       77  xHistNewWk          pic x(20)           value spaces.
       77  neHistMoney         pic zzzzzz9.99.

       77  nVehicleCount       pic 999             value 0.
       77  nDriverCount        pic 999             value 0.
       77  nIncCount           pic 9(4)            value 0.
       77  nIncMax             pic 9(4)            value 2000.
       77  xIncTableFull       pic x               value 'n'.
       77  nIncSub             pic 9(4)            value 0.
       77  nIncFoundSub        pic 9(4)            value 0.

       01  xVehicleTable.
           05 nVehNumT occurs 100 times pic 9(5) value 0.

       01  xDriverTable.
           05 nDrvNumT occurs 500 times pic 9(4) value 0.

       01  xIncidentTable.
           05 xIncidentElement occurs 1 to 2000 times
               depending on nIncCount
               ascending key is nItVehicle nItDate.
               10 nItVehicle       pic 9(5).
               10 nItDate          pic 9(8).
               10 nItDriver        pic 9(4).
               10 xItOtherParty    pic x.
               10 nItEstimate      pic 9(7)v99.
               10 xItClaimNum      pic x(15).
               10 nItRecovered     pic 9(7)v99.
               10 xItStatus        pic x.
               10 nItClosedDate    pic 9(8).
               10 xItDescription   pic x(60).

       01  xHistoryRecord.
           05 nHistVehicle     pic 9(5).
           05 filler           pic x               value spaces.
           05 nHistIncDate     pic 9(8).
           05 filler           pic x               value spaces.
           05 xHistDateOut     pic 9(8).
           05 filler           pic x               value spaces.
           05 xHistAction      pic x(6).
           05 filler           pic x               value spaces.
           05 xHistField       pic x(10).
           05 xHistOldVal      pic x(20).
           05 xHistNewVal      pic x(20).

       01  xReportDetail.
           05 xRptVehicle      pic x(5).
           05 filler           pic x               value spaces.
           05 xRptDate         pic x(8).
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
           move "GasMileage-17" to xRunLogProgram.
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
           open input driverFile.
           perform 115-next-driver until xEofFlag = "y".
           close driverFile.
           move "n" to xEofFlag.
           open input incidentFile.
           perform 120-next-incident until xEofFlag = "y".
           close incidentFile.
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

       115-next-driver.
           read driverFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nDriverCount < 500
                       add 1 to nDriverCount,
                       move nDrvEmpNum to nDrvNumT(nDriverCount)
                   end-if,
           end-read.

       120-next-incident.
           read incidentFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nIncCount >= nIncMax
                       if xIncTableFull = "n"
                           display "WARNING: incident table full at "
                           nIncMax
                           " records -- remaining rows in "
                           "GasMileage-incidents.txt were not loaded."
                           move "y" to xIncTableFull
                       end-if
                   else
                       add 1 to nIncCount,
                       move xIncidentRecord to
                       xIncidentElement(nIncCount)
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
           move spaces to xAcceptNote.
           move xImVehicleRaw to xRptVehicle.
           move xImDateRaw to xRptDate.
           evaluate xImAction
               when "A"
                   move "LOG" to xRptAction
               when "U"
                   move "UPDATE" to xRptAction
               when "X"
                   move "CLOSE" to xRptAction
               when other
                   move "UNKNOWN" to xRptAction
                   move "REJECTED - INVALID ACTION CODE" to
                   xRejectReason
           end-evaluate.
           if xRejectReason = spaces
               perform 215-find-incident
           end-if.
           if xRejectReason = spaces
               evaluate xImAction
                   when "A"
                       perform 220-log-incident
                   when "U"
                       perform 230-update-claim
                   when "X"
                       perform 240-close-incident
               end-evaluate
           end-if.
           if xRejectReason = spaces
               if xAcceptNote = spaces
                   move "ACCEPTED" to xRptResult
               else
                   move xAcceptNote to xRptResult
               end-if
               add 1 to nAcceptedCount
           else
               move xRejectReason to xRptResult
               add 1 to nRejectedCount
           end-if.
           write xReportLine from xReportDetail before advancing 1
           line.

      * Vehicle and incident date are the key.
       215-find-incident.
           move 0 to nIncFoundSub.
           if xImVehicleRaw not numeric
               move "REJECTED - VEHICLE NUMBER NOT NUMERIC" to
               xRejectReason
               exit paragraph
           end-if.
           move xImVehicleRaw to nVehicleWork.
           move 0 to nDateIntWork.
           if xImDateRaw numeric
               move xImDateRaw to nDateWork
               compute nDateIntWork =
                   function integer-of-date(nDateWork)
           end-if.
           if nDateIntWork = 0
               move "REJECTED - INVALID INCIDENT DATE" to
               xRejectReason
               exit paragraph
           end-if.
           perform varying nIncSub from 1 by 1
               until nIncSub > nIncCount
               if nItVehicle(nIncSub) = nVehicleWork
                   and nItDate(nIncSub) = nDateWork
                   move nIncSub to nIncFoundSub
                   move nIncCount to nIncSub
               end-if
           end-perform.

      * The recovery keyed is the total recovered to date, not an
      * increment.
       216-check-amounts.
           if xImEstimateRaw not = spaces
               if xImEstimateRaw not numeric
                   move "REJECTED - ESTIMATE NOT NUMERIC" to
                   xRejectReason
                   exit paragraph
               end-if
               compute nEstimateWork =
                   function numval(xImEstimateRaw) / 100
           end-if.
           if xImRecoveredRaw not = spaces
               if xImRecoveredRaw not numeric
                   move "REJECTED - RECOVERED AMOUNT NOT NUMERIC" to
                   xRejectReason
                   exit paragraph
               end-if
               compute nRecoveredWork =
                   function numval(xImRecoveredRaw) / 100
           end-if.

       220-log-incident.
           if nIncFoundSub > 0
               move "REJECTED - INCIDENT ALREADY LOGGED" to
               xRejectReason
               exit paragraph
           end-if.
           if nDateWork > xHistDate
               move "REJECTED - INCIDENT DATE IN THE FUTURE" to
               xRejectReason
               exit paragraph
           end-if.
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
           if xImDriverRaw not numeric
               move "REJECTED - DRIVER NUMBER NOT NUMERIC" to
               xRejectReason
               exit paragraph
           end-if.
           move xImDriverRaw to nDriverWork.
           if xImOtherParty not = "Y" and xImOtherParty not = "N"
               move "REJECTED - OTHER PARTY MUST BE Y OR N" to
               xRejectReason
               exit paragraph
           end-if.
           if xImDescription = spaces
               move "REJECTED - DESCRIPTION REQUIRED" to
               xRejectReason
               exit paragraph
           end-if.
           move 0 to nEstimateWork.
           move 0 to nRecoveredWork.
           perform 216-check-amounts.
           if xRejectReason not = spaces
               exit paragraph
           end-if.
           if nIncCount >= nIncMax
               move "REJECTED - INCIDENT TABLE FULL" to
               xRejectReason
               exit paragraph
           end-if.
           move "n" to xFoundFlag.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nDriverCount
               if nDrvNumT(nSearchSub) = nDriverWork
                   move "y" to xFoundFlag
                   move nDriverCount to nSearchSub
               end-if
           end-perform.
           if xFoundFlag = "n"
               move "ACCEPTED - DRIVER NOT ON DRIVER MASTER" to
               xAcceptNote
           end-if.
           add 1 to nIncCount.
           move nIncCount to nIncFoundSub.
           move nVehicleWork to nItVehicle(nIncFoundSub).
           move nDateWork to nItDate(nIncFoundSub).
           move nDriverWork to nItDriver(nIncFoundSub).
           move xImOtherParty to xItOtherParty(nIncFoundSub).
           move nEstimateWork to nItEstimate(nIncFoundSub).
           move xImClaimNum to xItClaimNum(nIncFoundSub).
           move nRecoveredWork to nItRecovered(nIncFoundSub).
           move "O" to xItStatus(nIncFoundSub).
           move 0 to nItClosedDate(nIncFoundSub).
           move xImDescription to xItDescription(nIncFoundSub).
           move "DRIVER" to xHistFieldWk.
           move "(NONE)" to xHistOldWk.
           move nDriverWork to xHistNewWk.
           perform 290-write-history.
           move "ESTIMATE" to xHistFieldWk.
           move nEstimateWork to neHistMoney.
           move neHistMoney to xHistNewWk.
           perform 290-write-history.
           move "DESCRIPT" to xHistFieldWk.
           move xImDescription to xHistNewWk.
           perform 290-write-history.
           if xImClaimNum not = spaces
               move "CLAIM" to xHistFieldWk
               move xImClaimNum to xHistNewWk
               perform 290-write-history
           end-if.

       230-update-claim.
           if nIncFoundSub = 0
               move "REJECTED - NO SUCH INCIDENT" to xRejectReason
               exit paragraph
           end-if.
           if xItStatus(nIncFoundSub) = "C"
               move "REJECTED - INCIDENT IS CLOSED" to
               xRejectReason
               exit paragraph
           end-if.
           perform 235-apply-claim-fields.

       235-apply-claim-fields.
           move nItEstimate(nIncFoundSub) to nEstimateWork.
           move nItRecovered(nIncFoundSub) to nRecoveredWork.
           perform 216-check-amounts.
           if xRejectReason not = spaces
               exit paragraph
           end-if.
           if xImClaimNum not = spaces
               and xImClaimNum not = xItClaimNum(nIncFoundSub)
               move "CLAIM" to xHistFieldWk
               move xItClaimNum(nIncFoundSub) to xHistOldWk
               move xImClaimNum to xHistNewWk
               perform 290-write-history
               move xImClaimNum to xItClaimNum(nIncFoundSub)
           end-if.
           if nEstimateWork not = nItEstimate(nIncFoundSub)
               move "ESTIMATE" to xHistFieldWk
               move nItEstimate(nIncFoundSub) to neHistMoney
               move neHistMoney to xHistOldWk
               move nEstimateWork to neHistMoney
               move neHistMoney to xHistNewWk
               perform 290-write-history
               move nEstimateWork to nItEstimate(nIncFoundSub)
           end-if.
           if nRecoveredWork not = nItRecovered(nIncFoundSub)
               move "RECOVERED" to xHistFieldWk
               move nItRecovered(nIncFoundSub) to neHistMoney
               move neHistMoney to xHistOldWk
               move nRecoveredWork to neHistMoney
               move neHistMoney to xHistNewWk
               perform 290-write-history
               move nRecoveredWork to nItRecovered(nIncFoundSub)
           end-if.

      * Closing may carry the final claim figures with it.
       240-close-incident.
           if nIncFoundSub = 0
               move "REJECTED - NO SUCH INCIDENT" to xRejectReason
               exit paragraph
           end-if.
           if xItStatus(nIncFoundSub) = "C"
               move "REJECTED - INCIDENT ALREADY CLOSED" to
               xRejectReason
               exit paragraph
           end-if.
           perform 235-apply-claim-fields.
           if xRejectReason not = spaces
               exit paragraph
           end-if.
           move "STATUS" to xHistFieldWk.
           move "OPEN" to xHistOldWk.
           move "CLOSED" to xHistNewWk.
           perform 290-write-history.
           move "C" to xItStatus(nIncFoundSub).
           move xHistDate to nItClosedDate(nIncFoundSub).

      * One audit-trail line; the caller has set the field name and
      * the images.
       290-write-history.
           move nVehicleWork to nHistVehicle.
           move nDateWork to nHistIncDate.
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
               perform 310-write-incidents
           end-if.
           display " ".
           display nAcceptedCount, " incident transactions accepted, "
           nRejectedCount, " rejected -- see GasMileage-17-report.txt."
           display " ".
           move "GasMileage-17" to xRunLogProgram.
           compute nRunLogRecCount =
               nAcceptedCount + nRejectedCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

       310-write-incidents.
           sort xIncidentElement on ascending key nItVehicle nItDate.
           move "GasMileage-incidents.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output incidentFile.
           perform varying nIncSub from 1 by 1
               until nIncSub > nIncCount
               move xIncidentElement(nIncSub) to xIncidentRecord
               write xIncidentRecord
           end-perform.
           close incidentFile.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
