      * Program: Fleet Driver License Review
      *
      * The monthly look at the driver master (GasMileage-15): every
      * license that expires within the next 60 days of the business
      * date -- or already has, on a driver still on file -- so the
      * renewal is chased before GasMileage-09 starts refusing the
      * driver's bookings, and every driver whose payroll status is
      * now terminated (or who is no longer on Payroll.master.dat
      * at all), so their authorization is withdrawn instead of
      * lingering. Names come from the payroll master.

       identification division.
       program-id. GasMileage-16.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional driverFile assign to
           "GasMileage-drivers.txt"
           organization is line sequential.

      * Indexed employee master (see Payroll-07); sequential read
      * hands the rows over in employee-number order.
           select masterFile assign to "Payroll.master.dat"
           organization is indexed
           access is sequential
           record key is nEmpNumMstr.

           select reportFile assign to "GasMileage-16-report.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
       fd  driverFile.
       01  xDriverRecord.
           05 nDrvEmpNum           pic 9(4).
           05 xDrvLicense          pic x(15).
           05 xDrvLicState         pic xx.
           05 nDrvExpiry           pic 9(8).
           05 xDrvStatus           pic x.
           05 nDrvStatusDate       pic 9(8).

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
       77  nHorizonDate        pic 9(8)            value 0.

      * How far ahead an expiry is listed.
       77  nExpiryWindowDays   pic 999             value 60.

       77  nEmpCount           pic 9(4)            value 0.
       77  nEmpTableMax        pic 9(4)            value 2000.
       77  nEmpSearchSub       pic 9(4)            value 0.
       77  nEmpFoundSub        pic 9(4)            value 0.

       77  nDriverCount        pic 999             value 0.
       77  nExpiringCount      pic 999             value 0.
       77  nExpiredCount       pic 999             value 0.
       77  nTerminatedCount    pic 999             value 0.

       01  xEmpTable.
           05 xEmpElement occurs 2000 times.
               10 nEmpNumT         pic 9(4).
               10 xEmpNameT        pic x(30).
               10 xEmpStatusT      pic x.

       01  xReportHeading-1.
           05 filler           pic x(26)
               value 'DRIVER LICENSE REVIEW FOR '.
           05 neHeadDate       pic 9(8).
           05 filler           pic x(23)
               value ', EXPIRY WINDOW THROUGH'.
           05 filler           pic x               value space.
           05 neHeadHorizon    pic 9(8).

       01  xSectionLine.
           05 xSectionText     pic x(60).

       01  xReportHeading-2.
           05 filler           pic x(6)            value 'EMP'.
           05 filler           pic x(32)           value 'NAME'.
           05 filler           pic x(17)           value 'LICENSE'.
           05 filler           pic x(4)            value 'ST'.
           05 filler           pic x(10)           value 'EXPIRES'.
           05 filler           pic x(7)            value 'STATUS'.
           05 filler           pic x(24)           value 'NOTE'.

       01  xReportDetail.
           05 neDetEmpNum      pic 9(4).
           05 filler           pic x(2)            value spaces.
           05 xDetName         pic x(30).
           05 filler           pic x(2)            value spaces.
           05 xDetLicense      pic x(15).
           05 filler           pic x(2)            value spaces.
           05 xDetLicState     pic xx.
           05 filler           pic x(2)            value spaces.
           05 neDetExpiry      pic 9(8).
           05 filler           pic x(2)            value spaces.
           05 xDetStatus       pic x.
           05 filler           pic x(6)            value spaces.
           05 xDetNote         pic x(24).

       01  xReportFooter.
           05 neFootExpiring   pic zz9.
           05 filler           pic x(11)           value ' expiring, '.
           05 neFootExpired    pic zz9.
           05 filler           pic x(10)           value ' expired, '.
           05 neFootTerm       pic zz9.
           05 filler           pic x(30)
               value ' terminated or off payroll'.

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

       procedure division.
       000-main.
           move "GasMileage-16" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-expiry-section.
           perform 300-terminated-section.
           perform 400-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           move xBusinessDate to xRunDate.
           compute nRunDateInt = function integer-of-date(xRunDate).
           compute nHorizonDate = function date-of-integer(
               nRunDateInt + nExpiryWindowDays).
           open input masterFile.
           perform 110-next-employee until xEofFlag = "y".
           close masterFile.
           move "n" to xEofFlag.
           open output reportFile.
           move xRunDate to neHeadDate.
           move nHorizonDate to neHeadHorizon.
           write xReportLine from xReportHeading-1.

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
                           to xEmpNameT(nEmpCount),
                       move xStatus to xEmpStatusT(nEmpCount)
                   end-if,
           end-read.

       115-find-employee.
           move 0 to nEmpFoundSub.
           perform varying nEmpSearchSub from 1 by 1
               until nEmpSearchSub > nEmpCount
               if nEmpNumT(nEmpSearchSub) = nDrvEmpNum
                   move nEmpSearchSub to nEmpFoundSub
                   move nEmpCount to nEmpSearchSub
               end-if
           end-perform.

       120-fill-detail.
           move nDrvEmpNum to neDetEmpNum.
           if nEmpFoundSub > 0
               move xEmpNameT(nEmpFoundSub) to xDetName
           else
               move "(NOT ON PAYROLL MASTER)" to xDetName
           end-if.
           move xDrvLicense to xDetLicense.
           move xDrvLicState to xDetLicState.
           move nDrvExpiry to neDetExpiry.
           move xDrvStatus to xDetStatus.

      * Expired licenses first, on a driver not already withdrawn,
      * then the ones running out inside the window.
       200-expiry-section.
           move spaces to xSectionText.
           write xReportLine from xSectionLine.
           move "LICENSES EXPIRED OR EXPIRING" to xSectionText.
           write xReportLine from xSectionLine.
           write xReportLine from xReportHeading-2.
           open input driverFile.
           perform 210-next-expiry until xEofFlag = "y".
           close driverFile.
           move "n" to xEofFlag.
           if nExpiringCount = 0 and nExpiredCount = 0
               move "  (none)" to xSectionText
               write xReportLine from xSectionLine
           end-if.

       210-next-expiry.
           read driverFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nDriverCount,
                   if xDrvStatus = "A"
                       and nDrvExpiry <= nHorizonDate
                       perform 220-write-expiry
                   end-if,
           end-read.

       220-write-expiry.
           perform 115-find-employee.
           perform 120-fill-detail.
           if nDrvExpiry < xRunDate
               move "EXPIRED - NOT BOOKABLE" to xDetNote
               add 1 to nExpiredCount
           else
               move "RENEWAL DUE" to xDetNote
               add 1 to nExpiringCount
           end-if.
           write xReportLine from xReportDetail.

       300-terminated-section.
           move spaces to xSectionText.
           write xReportLine from xSectionLine.
           move "DRIVERS WHOSE PAYROLL STATUS IS TERMINATED" to
           xSectionText.
           write xReportLine from xSectionLine.
           write xReportLine from xReportHeading-2.
           open input driverFile.
           perform 310-next-terminated until xEofFlag = "y".
           close driverFile.
           move "n" to xEofFlag.
           if nTerminatedCount = 0
               move "  (none)" to xSectionText
               write xReportLine from xSectionLine
           end-if.

       310-next-terminated.
           read driverFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform 115-find-employee,
                   if nEmpFoundSub = 0
                       perform 320-write-terminated
                   else
                       if xEmpStatusT(nEmpFoundSub) = "T"
                           perform 320-write-terminated
                       end-if
                   end-if,
           end-read.

      * A terminated driver still authorized is the one to act on.
       320-write-terminated.
           perform 120-fill-detail.
           if xDrvStatus = "A"
               move "WITHDRAW AUTHORIZATION" to xDetNote
           else
               move "ALREADY WITHDRAWN" to xDetNote
           end-if.
           add 1 to nTerminatedCount.
           write xReportLine from xReportDetail.

       400-termination.
           move spaces to xSectionText.
           write xReportLine from xSectionLine.
           move nExpiringCount to neFootExpiring.
           move nExpiredCount to neFootExpired.
           move nTerminatedCount to neFootTerm.
           write xReportLine from xReportFooter.
           close reportFile.
           display " ".
           display nExpiringCount, " licenses expiring, ",
           nExpiredCount, " expired, ", nTerminatedCount,
           " terminated drivers -- see GasMileage-16-report.txt".
           display " ".
           move "GasMileage-16" to xRunLogProgram.
           move nDriverCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
