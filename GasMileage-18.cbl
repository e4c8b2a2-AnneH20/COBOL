      * Program: Vehicle Incident and Claim Report
      *
      * Reads the incident log GasMileage-17 keeps. The first section
      * ages every open claim from the incident date to the business
      * date (0-30, 31-60, 61-90 and over 90 days) so the slow ones
      * get chased with the insurer. The next two total every incident
      * on file -- count, repair estimate, amount recovered and the
      * net unrecovered cost -- per driver (names from the payroll
      * master) and per department (the vehicle's department on the
      * vehicle master). Net cost never goes below zero: a recovery
      * larger than the estimate is not a credit to the vehicle.

       identification division.
       program-id. GasMileage-18.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional incidentFile assign to
           "GasMileage-incidents.txt"
           organization is line sequential.

           select vehicleFile assign to "GasMileage-vehicles.txt"
           organization is line sequential.

      * Indexed employee master (see Payroll-07); sequential read
      * hands the rows over in employee-number order.
           select masterFile assign to "Payroll.master.dat"
           organization is indexed
           access is sequential
           record key is nEmpNumMstr.

           select reportFile assign to "GasMileage-18-report.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
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

       fd  reportFile.
       01  xReportLine         pic x(100).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xRunDate            pic 9(8)            value 0.
       77  nRunDateInt         pic 9(7)            value 0.
       77  nDaysOpen           pic 9(5)            value 0.
       77  nNetWork            pic 9(7)v99         value 0.
       77  nBucket             pic 9               value 0.
       77  nIncidentCount      pic 9(4)            value 0.
       77  nOpenCount          pic 9(4)            value 0.

       77  nEmpCount           pic 9(4)            value 0.
       77  nEmpTableMax        pic 9(4)            value 2000.
       77  nEmpSearchSub       pic 9(4)            value 0.
       77  nEmpFoundSub        pic 9(4)            value 0.

       77  nVehicleCount       pic 999             value 0.
       77  nVehSub             pic 999             value 0.
       77  xDeptWork           pic x(10)           value spaces.

       77  nDrvTotCount        pic 999             value 0.
       77  nDrvTotMax          pic 999             value 500.
       77  nDrvSub             pic 999             value 0.
       77  nDrvFoundSub        pic 999             value 0.

       77  nDeptTotCount       pic 99              value 0.
       77  nDeptSub            pic 99              value 0.
       77  nDeptFoundSub       pic 99              value 0.

       77  nGrandEstimate      pic 9(8)v99         value 0.
       77  nGrandRecovered     pic 9(8)v99         value 0.
       77  nGrandNet           pic 9(8)v99         value 0.

       01  xEmpTable.
           05 xEmpElement occurs 2000 times.
               10 nEmpNumT         pic 9(4).
               10 xEmpNameT        pic x(30).

       01  xVehicleTable.
           05 xVehicleElement occurs 100 times.
               10 nVtVehicle       pic 9(5).
               10 xVtDept          pic x(10).

      * Aging buckets: 1 = 0-30, 2 = 31-60, 3 = 61-90, 4 = over 90.
       01  xBucketTable.
           05 xBucketElement occurs 4 times.
               10 nBkCount         pic 9(4)            value 0.
               10 nBkNet           pic 9(8)v99         value 0.

       01  xBucketNames.
           05 filler           pic x(12)           value '0-30 DAYS'.
           05 filler           pic x(12)           value '31-60 DAYS'.
           05 filler           pic x(12)           value '61-90 DAYS'.
           05 filler           pic x(12)           value 'OVER 90 DAYS'.
       01  filler redefines xBucketNames.
           05 xBucketName occurs 4 times pic x(12).

       01  xDriverTotals.
           05 xDriverTotElement occurs 500 times.
               10 nDtDriver        pic 9(4).
               10 nDtCount         pic 9(4).
               10 nDtEstimate      pic 9(8)v99.
               10 nDtRecovered     pic 9(8)v99.
               10 nDtNet           pic 9(8)v99.

       01  xDeptTotals.
           05 xDeptTotElement occurs 20 times.
               10 xDpDept          pic x(10).
               10 nDpCount         pic 9(4).
               10 nDpEstimate      pic 9(8)v99.
               10 nDpRecovered     pic 9(8)v99.
               10 nDpNet           pic 9(8)v99.

       01  xReportHeading-1.
           05 filler           pic x(33)
               value 'VEHICLE INCIDENT AND CLAIM REPORT'.
           05 filler           pic x(7)            value ' AS OF '.
           05 neHeadDate       pic 9(8).

       01  xSectionLine.
           05 xSectionText     pic x(60).

       01  xOpenHeading.
           05 filler           pic x(8)            value 'VEHICLE'.
           05 filler           pic x(10)           value 'DATE'.
           05 filler           pic x(7)            value 'DRIVER'.
           05 filler           pic x(17)           value 'CLAIM'.
           05 filler           pic x(14)           value '    ESTIMATE'.
           05 filler           pic x(14)           value '   RECOVERED'.
           05 filler           pic x(14)           value '         NET'.
           05 filler           pic x(5)            value ' DAYS'.
           05 filler           pic x(13)           value ' AGE'.

       01  xOpenDetail.
           05 neOdVehicle      pic 9(5).
           05 filler           pic x(3)            value spaces.
           05 neOdDate         pic 9(8).
           05 filler           pic x(2)            value spaces.
           05 neOdDriver       pic 9(4).
           05 filler           pic x(3)            value spaces.
           05 xOdClaim         pic x(15).
           05 filler           pic x(2)            value spaces.
           05 neOdEstimate     pic z,zzz,zz9.99.
           05 filler           pic x(2)            value spaces.
           05 neOdRecovered    pic z,zzz,zz9.99.
           05 filler           pic x(2)            value spaces.
           05 neOdNet          pic z,zzz,zz9.99.
           05 filler           pic x(1)            value spaces.
           05 neOdDays         pic zzzz9.
           05 filler           pic x(1)            value spaces.
           05 xOdBucket        pic x(12).

       01  xBucketLine.
           05 filler           pic x(2)            value spaces.
           05 xBlName          pic x(12).
           05 filler           pic x(2)            value spaces.
           05 neBlCount        pic zzz9.
           05 filler           pic x(8)            value ' claims '.
           05 neBlNet          pic zz,zzz,zz9.99.

       01  xTotalHeading.
           05 xThLabel         pic x(38).
           05 filler           pic x(6)            value ' COUNT'.
           05 filler           pic x(15)
               value '       ESTIMATE'.
           05 filler           pic x(15)
               value '      RECOVERED'.
           05 filler           pic x(15)
               value '            NET'.

       01  xTotalDetail.
           05 xTdLabel         pic x(38).
           05 neTdCount        pic zzzz9.
           05 filler           pic x(2)            value spaces.
           05 neTdEstimate     pic zz,zzz,zz9.99.
           05 filler           pic x(2)            value spaces.
           05 neTdRecovered    pic zz,zzz,zz9.99.
           05 filler           pic x(2)            value spaces.
           05 neTdNet          pic zz,zzz,zz9.99.

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

       procedure division.
       000-main.
           move "GasMileage-18" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-incident-loop until xEofFlag = "y".
           perform 300-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           move xBusinessDate to xRunDate.
           compute nRunDateInt = function integer-of-date(xRunDate).
           open input masterFile.
           perform 110-next-employee until xEofFlag = "y".
           close masterFile.
           move "n" to xEofFlag.
           open input vehicleFile.
           perform 115-next-vehicle until xEofFlag = "y".
           close vehicleFile.
           move "n" to xEofFlag.
           open output reportFile.
           move xRunDate to neHeadDate.
           write xReportLine from xReportHeading-1.
           move spaces to xSectionText.
           write xReportLine from xSectionLine.
           move "OPEN CLAIMS BY AGE" to xSectionText.
           write xReportLine from xSectionLine.
           write xReportLine from xOpenHeading.
           open input incidentFile.

       110-next-employee.
           read masterFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nEmpCount < nEmpTableMax
                       add 1 to nEmpCount,
                       move nEmpNumMstr to nEmpNumT(nEmpCount),
                       move function concatenate(
                           function trim(xLastName), ", ",
                           function trim(xFirstName))
                           to xEmpNameT(nEmpCount)
                   end-if,
           end-read.

       115-next-vehicle.
           read vehicleFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nVehicleCount < 100
                       add 1 to nVehicleCount,
                       move nVehicleNumInput to
                       nVtVehicle(nVehicleCount),
                       move xVehicleDeptInput to
                       xVtDept(nVehicleCount)
                   end-if,
           end-read.

       200-incident-loop.
           read incidentFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform 210-process-incident,
           end-read.

       210-process-incident.
           add 1 to nIncidentCount.
           if nIncRecovered < nIncEstimate
               compute nNetWork = nIncEstimate - nIncRecovered
           else
               move 0 to nNetWork
           end-if.
           add nIncEstimate to nGrandEstimate.
           add nIncRecovered to nGrandRecovered.
           add nNetWork to nGrandNet.
           if xIncStatus = "O"
               perform 220-age-open-claim
           end-if.
           perform 230-add-driver-total.
           perform 240-add-dept-total.

       220-age-open-claim.
           add 1 to nOpenCount.
           compute nDaysOpen = nRunDateInt -
               function integer-of-date(nIncDate).
           evaluate true
               when nDaysOpen <= 30
                   move 1 to nBucket
               when nDaysOpen <= 60
                   move 2 to nBucket
               when nDaysOpen <= 90
                   move 3 to nBucket
               when other
                   move 4 to nBucket
           end-evaluate.
           add 1 to nBkCount(nBucket).
           add nNetWork to nBkNet(nBucket).
           move nIncVehicle to neOdVehicle.
           move nIncDate to neOdDate.
           move nIncDriver to neOdDriver.
           move xIncClaimNum to xOdClaim.
           if xIncClaimNum = spaces
               move "(NOT FILED)" to xOdClaim
           end-if.
           move nIncEstimate to neOdEstimate.
           move nIncRecovered to neOdRecovered.
           move nNetWork to neOdNet.
           move nDaysOpen to neOdDays.
           move xBucketName(nBucket) to xOdBucket.
           write xReportLine from xOpenDetail.

       230-add-driver-total.
           move 0 to nDrvFoundSub.
           perform varying nDrvSub from 1 by 1
               until nDrvSub > nDrvTotCount
               if nDtDriver(nDrvSub) = nIncDriver
                   move nDrvSub to nDrvFoundSub
                   move nDrvTotCount to nDrvSub
               end-if
           end-perform.
           if nDrvFoundSub = 0
               if nDrvTotCount >= nDrvTotMax
                   exit paragraph
               end-if
               add 1 to nDrvTotCount
               move nDrvTotCount to nDrvFoundSub
               move nIncDriver to nDtDriver(nDrvFoundSub)
               move 0 to nDtCount(nDrvFoundSub)
               move 0 to nDtEstimate(nDrvFoundSub)
               move 0 to nDtRecovered(nDrvFoundSub)
               move 0 to nDtNet(nDrvFoundSub)
           end-if.
           add 1 to nDtCount(nDrvFoundSub).
           add nIncEstimate to nDtEstimate(nDrvFoundSub).
           add nIncRecovered to nDtRecovered(nDrvFoundSub).
           add nNetWork to nDtNet(nDrvFoundSub).

      * A vehicle since dropped from the master is totalled under
      * "(UNKNOWN)".
       240-add-dept-total.
           move "(UNKNOWN)" to xDeptWork.
           perform varying nVehSub from 1 by 1
               until nVehSub > nVehicleCount
               if nVtVehicle(nVehSub) = nIncVehicle
                   move xVtDept(nVehSub) to xDeptWork
                   move nVehicleCount to nVehSub
               end-if
           end-perform.
           move 0 to nDeptFoundSub.
           perform varying nDeptSub from 1 by 1
               until nDeptSub > nDeptTotCount
               if xDpDept(nDeptSub) = xDeptWork
                   move nDeptSub to nDeptFoundSub
                   move nDeptTotCount to nDeptSub
               end-if
           end-perform.
           if nDeptFoundSub = 0
               if nDeptTotCount >= 20
                   exit paragraph
               end-if
               add 1 to nDeptTotCount
               move nDeptTotCount to nDeptFoundSub
               move xDeptWork to xDpDept(nDeptFoundSub)
               move 0 to nDpCount(nDeptFoundSub)
               move 0 to nDpEstimate(nDeptFoundSub)
               move 0 to nDpRecovered(nDeptFoundSub)
               move 0 to nDpNet(nDeptFoundSub)
           end-if.
           add 1 to nDpCount(nDeptFoundSub).
           add nIncEstimate to nDpEstimate(nDeptFoundSub).
           add nIncRecovered to nDpRecovered(nDeptFoundSub).
           add nNetWork to nDpNet(nDeptFoundSub).

       300-termination.
           close incidentFile.
           if nOpenCount = 0
               move "  (none)" to xSectionText
               write xReportLine from xSectionLine
           end-if.
           move spaces to xSectionText.
           write xReportLine from xSectionLine.
           perform varying nBucket from 1 by 1 until nBucket > 4
               move xBucketName(nBucket) to xBlName
               move nBkCount(nBucket) to neBlCount
               move nBkNet(nBucket) to neBlNet
               write xReportLine from xBucketLine
           end-perform.
           perform 310-driver-section.
           perform 320-dept-section.
           move spaces to xSectionText.
           write xReportLine from xSectionLine.
           move "ALL INCIDENTS" to xTdLabel.
           move nIncidentCount to neTdCount.
           move nGrandEstimate to neTdEstimate.
           move nGrandRecovered to neTdRecovered.
           move nGrandNet to neTdNet.
           write xReportLine from xTotalDetail.
           close reportFile.
           display " ".
           display nIncidentCount, " incidents, ", nOpenCount,
           " open claims -- see GasMileage-18-report.txt".
           display " ".
           move "GasMileage-18" to xRunLogProgram.
           move nIncidentCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

       310-driver-section.
           move spaces to xSectionText.
           write xReportLine from xSectionLine.
           move "INCIDENTS BY DRIVER" to xSectionText.
           write xReportLine from xSectionLine.
           move "DRIVER" to xThLabel.
           write xReportLine from xTotalHeading.
           perform varying nDrvSub from 1 by 1
               until nDrvSub > nDrvTotCount
               perform 315-driver-line
           end-perform.

       315-driver-line.
           move 0 to nEmpFoundSub.
           perform varying nEmpSearchSub from 1 by 1
               until nEmpSearchSub > nEmpCount
               if nEmpNumT(nEmpSearchSub) = nDtDriver(nDrvSub)
                   move nEmpSearchSub to nEmpFoundSub
                   move nEmpCount to nEmpSearchSub
               end-if
           end-perform.
           move spaces to xTdLabel.
           if nEmpFoundSub > 0
               string nDtDriver(nDrvSub) "  "
                   xEmpNameT(nEmpFoundSub) delimited by size
                   into xTdLabel
           else
               string nDtDriver(nDrvSub) "  "
                   "(NOT ON PAYROLL MASTER)" delimited by size
                   into xTdLabel
           end-if.
           move nDtCount(nDrvSub) to neTdCount.
           move nDtEstimate(nDrvSub) to neTdEstimate.
           move nDtRecovered(nDrvSub) to neTdRecovered.
           move nDtNet(nDrvSub) to neTdNet.
           write xReportLine from xTotalDetail.

       320-dept-section.
           move spaces to xSectionText.
           write xReportLine from xSectionLine.
           move "INCIDENTS BY DEPARTMENT" to xSectionText.
           write xReportLine from xSectionLine.
           move "DEPARTMENT" to xThLabel.
           write xReportLine from xTotalHeading.
           perform varying nDeptSub from 1 by 1
               until nDeptSub > nDeptTotCount
               move xDpDept(nDeptSub) to xTdLabel
               move nDpCount(nDeptSub) to neTdCount
               move nDpEstimate(nDeptSub) to neTdEstimate
               move nDpRecovered(nDeptSub) to neTdRecovered
               move nDpNet(nDeptSub) to neTdNet
               write xReportLine from xTotalDetail
           end-perform.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
