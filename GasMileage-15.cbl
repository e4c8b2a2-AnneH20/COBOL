      * Program: Fleet Driver Master Maintenance
      *
      * Anyone could book a pool car or be named the driver on a
      * trip-book line; nothing said whether they held a license,
      * or a valid one. GasMileage-drivers.txt is the driver master,
      * one row per employee number: license number, issuing state,
      * expiry date, and authorization status ('A' authorized to
      * drive fleet vehicles, 'S' suspended, 'N' not authorized).
      * This maintains it the way Departments-02 maintains the
      * department master -- add, renewal ('C' change: new license
      * number, state, or expiry; a blank field is left as is), and
      * status ('S') transactions from GasMileage-drivermaint.txt,
      * the employee checked against Payroll.master.dat (no new
      * driver for a terminated employee), every change logged with
      * before/after images to GasMileage-driverhistory.txt, and the
      * master rewritten in employee-number order, backed up first.
      * GasMileage-09 refuses bookings and GasMileage-06 flags trips
      * by a driver who is not authorized or whose license has
      * expired; GasMileage-16 is the monthly expiry list.

       identification division.
       program-id. GasMileage-15.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select maintFile assign to "GasMileage-drivermaint.txt"
           organization is line sequential.

           select optional driverFile assign to
           "GasMileage-drivers.txt"
           organization is line sequential.

      * Indexed employee master (see Payroll-07); sequential read
      * hands the rows over in employee-number order.
           select masterFile assign to "Payroll.master.dat"
           organization is indexed
           access is sequential
           record key is nEmpNumMstr.

           select reportFile assign to "GasMileage-15-report.txt"
           organization is line sequential.

      * Append-only audit trail: one line per changed field with the
      * before and after images.
           select optional historyFile assign to
           "GasMileage-driverhistory.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
      * Read raw so a shifted expiry date is rejected on the report
      * instead of locking a driver out (or in).
       fd  maintFile.
       01  xMaintTransaction.
           05 xDmAction            pic x.
           05 xDmEmpNumRaw         pic x(4).
           05 xDmLicense           pic x(15).
           05 xDmLicState          pic xx.
           05 xDmExpiryRaw         pic x(8).
           05 xDmStatus            pic x.

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
       01  xReportLine         pic x(80).

       fd  historyFile.
       01  xHistoryLine        pic x(76).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  nAcceptedCount      pic 999             value 0.
       77  nRejectedCount      pic 999             value 0.
       77  xRejectReason       pic x(45)           value spaces.
       77  xBackupName         pic x(40)           value spaces.
       77  nEmpNumWork         pic 9(4)            value 0.
       77  nExpiryWork         pic 9(8)            value 0.
       77  nDateIntWork        pic 9(7)            value 0.

       77  xHistDate           pic 9(8)            value 0.
       77  xHistFieldWk        pic x(12)           value spaces.
       77  xHistOldWk          pic x(20)           value spaces.
       77  xHistNewWk          pic x(20)           value spaces.

       77  nEmpCount           pic 9(4)            value 0.
       77  nEmpTableMax        pic 9(4)            value 2000.
       77  nEmpSearchSub       pic 9(4)            value 0.
       77  nEmpFoundSub        pic 9(4)            value 0.

       77  nDriverCount        pic 999             value 0.
       77  nDriverMax          pic 999             value 500.
       77  xDriverTableFull    pic x               value 'n'.
       77  nDrvSub             pic 999             value 0.
       77  nDrvFoundSub        pic 999             value 0.

       01  xEmpTable.
           05 xEmpElement occurs 2000 times.
               10 nEmpNumT         pic 9(4).
               10 xEmpStatusT      pic x.

       01  xDriverTable.
           05 xDriverElement occurs 1 to 500 times
               depending on nDriverCount
               ascending key is nDtEmpNum.
               10 nDtEmpNum        pic 9(4).
               10 xDtLicense       pic x(15).
               10 xDtLicState      pic xx.
               10 nDtExpiry        pic 9(8).
               10 xDtStatus        pic x.
               10 nDtStatusDate    pic 9(8).

       01  xHistoryRecord.
           05 nHistEmpNum      pic 9(4).
           05 filler           pic x               value spaces.
           05 xHistDateOut     pic 9(8).
           05 filler           pic x               value spaces.
           05 xHistAction      pic x(10).
           05 xHistField       pic x(12).
           05 xHistOldVal      pic x(20).
           05 xHistNewVal      pic x(20).

       01  xReportDetail.
           05 xRptEmpNum       pic x(4).
           05 filler           pic x(4)            value spaces.
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
           move "GasMileage-15" to xRunLogProgram.
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
           open input masterFile.
           perform 110-next-employee until xEofFlag = "y".
           close masterFile.
           move "n" to xEofFlag.
           open input driverFile.
           perform 120-next-driver until xEofFlag = "y".
           close driverFile.
           move "n" to xEofFlag.
           open input maintFile.

       110-next-employee.
           read masterFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nEmpCount < nEmpTableMax
                       add 1 to nEmpCount,
                       move nEmpNumMstr to nEmpNumT(nEmpCount),
                       move xStatus to xEmpStatusT(nEmpCount)
                   end-if,
           end-read.

       120-next-driver.
           read driverFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nDriverCount >= nDriverMax
                       if xDriverTableFull = "n"
                           display "WARNING: driver table full at "
                           nDriverMax
                           " records -- remaining rows in "
                           "GasMileage-drivers.txt were not loaded."
                           move "y" to xDriverTableFull
                       end-if
                   else
                       add 1 to nDriverCount,
                       move nDrvEmpNum to nDtEmpNum(nDriverCount),
                       move xDrvLicense to xDtLicense(nDriverCount),
                       move xDrvLicState to
                       xDtLicState(nDriverCount),
                       move nDrvExpiry to nDtExpiry(nDriverCount),
                       move xDrvStatus to xDtStatus(nDriverCount),
                       move nDrvStatusDate to
                       nDtStatusDate(nDriverCount)
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
           move xDmEmpNumRaw to xRptEmpNum.
           evaluate xDmAction
               when "A"
                   move "ADD" to xRptAction
               when "C"
                   move "RENEW" to xRptAction
               when "S"
                   move "STATUS" to xRptAction
               when other
                   move "UNKNOWN" to xRptAction
                   move "REJECTED - INVALID ACTION CODE" to
                   xRejectReason
           end-evaluate.
           if xRejectReason = spaces
               perform 215-find-driver
           end-if.
           if xRejectReason = spaces
               evaluate xDmAction
                   when "A"
                       perform 220-add-driver
                   when "C"
                       perform 230-renew-license
                   when "S"
                       perform 240-change-status
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

       215-find-driver.
           move 0 to nDrvFoundSub.
           if xDmEmpNumRaw not numeric
               move "REJECTED - EMPLOYEE NUMBER NOT NUMERIC" to
               xRejectReason
               exit paragraph
           end-if.
           move xDmEmpNumRaw to nEmpNumWork.
           perform varying nDrvSub from 1 by 1
               until nDrvSub > nDriverCount
               if nDtEmpNum(nDrvSub) = nEmpNumWork
                   move nDrvSub to nDrvFoundSub
                   move nDriverCount to nDrvSub
               end-if
           end-perform.

      * The license state must be two letters and the expiry a real
      * date; a renewal may leave either blank.
       216-check-license-fields.
           if xDmLicState not = spaces
               and xDmLicState not alphabetic
               move "REJECTED - LICENSE STATE MUST BE LETTERS" to
               xRejectReason
               exit paragraph
           end-if.
           if xDmExpiryRaw not = spaces
               move 0 to nDateIntWork
               if xDmExpiryRaw numeric
                   move xDmExpiryRaw to nExpiryWork
                   compute nDateIntWork =
                       function integer-of-date(nExpiryWork)
               end-if
               if nDateIntWork = 0
                   move "REJECTED - INVALID EXPIRY DATE" to
                   xRejectReason
               end-if
           end-if.

       217-check-status-code.
           if xDmStatus not = "A" and xDmStatus not = "S"
               and xDmStatus not = "N"
               move "REJECTED - STATUS MUST BE A, S, OR N" to
               xRejectReason
           end-if.

       220-add-driver.
           if nDrvFoundSub > 0
               move "REJECTED - DRIVER ALREADY ON FILE" to
               xRejectReason
               exit paragraph
           end-if.
           move 0 to nEmpFoundSub.
           perform varying nEmpSearchSub from 1 by 1
               until nEmpSearchSub > nEmpCount
               if nEmpNumT(nEmpSearchSub) = nEmpNumWork
                   move nEmpSearchSub to nEmpFoundSub
                   move nEmpCount to nEmpSearchSub
               end-if
           end-perform.
           if nEmpFoundSub = 0
               move "REJECTED - NOT ON PAYROLL MASTER" to
               xRejectReason
               exit paragraph
           end-if.
           if xEmpStatusT(nEmpFoundSub) = "T"
               move "REJECTED - EMPLOYEE IS TERMINATED" to
               xRejectReason
               exit paragraph
           end-if.
           if xDmLicense = spaces or xDmLicState = spaces
               or xDmExpiryRaw = spaces
               move "REJECTED - LICENSE, STATE, EXPIRY REQUIRED" to
               xRejectReason
               exit paragraph
           end-if.
           perform 216-check-license-fields.
           if xRejectReason not = spaces
               exit paragraph
           end-if.
           if xDmStatus = spaces
               move "A" to xDmStatus
           end-if.
           perform 217-check-status-code.
           if xRejectReason not = spaces
               exit paragraph
           end-if.
           if nDriverCount >= nDriverMax
               move "REJECTED - DRIVER TABLE FULL" to xRejectReason
               exit paragraph
           end-if.
           add 1 to nDriverCount.
           move nEmpNumWork to nDtEmpNum(nDriverCount).
           move xDmLicense to xDtLicense(nDriverCount).
           move xDmLicState to xDtLicState(nDriverCount).
           move nExpiryWork to nDtExpiry(nDriverCount).
           move xDmStatus to xDtStatus(nDriverCount).
           move xHistDate to nDtStatusDate(nDriverCount).
           move "LICENSE" to xHistFieldWk.
           move "(NONE)" to xHistOldWk.
           move xDmLicense to xHistNewWk.
           perform 290-write-history.
           move "STATE" to xHistFieldWk.
           move xDmLicState to xHistNewWk.
           perform 290-write-history.
           move "EXPIRY" to xHistFieldWk.
           move xDmExpiryRaw to xHistNewWk.
           perform 290-write-history.
           move "STATUS" to xHistFieldWk.
           move xDmStatus to xHistNewWk.
           perform 290-write-history.

       230-renew-license.
           if nDrvFoundSub = 0
               move "REJECTED - DRIVER NOT ON FILE" to xRejectReason
               exit paragraph
           end-if.
           if xDmLicense = spaces and xDmLicState = spaces
               and xDmExpiryRaw = spaces
               move "REJECTED - NOTHING TO CHANGE" to xRejectReason
               exit paragraph
           end-if.
           perform 216-check-license-fields.
           if xRejectReason not = spaces
               exit paragraph
           end-if.
           if xDmLicense not = spaces
               and xDmLicense not = xDtLicense(nDrvFoundSub)
               move "LICENSE" to xHistFieldWk
               move xDtLicense(nDrvFoundSub) to xHistOldWk
               move xDmLicense to xHistNewWk
               perform 290-write-history
               move xDmLicense to xDtLicense(nDrvFoundSub)
           end-if.
           if xDmLicState not = spaces
               and xDmLicState not = xDtLicState(nDrvFoundSub)
               move "STATE" to xHistFieldWk
               move xDtLicState(nDrvFoundSub) to xHistOldWk
               move xDmLicState to xHistNewWk
               perform 290-write-history
               move xDmLicState to xDtLicState(nDrvFoundSub)
           end-if.
           if xDmExpiryRaw not = spaces
               and nExpiryWork not = nDtExpiry(nDrvFoundSub)
               move "EXPIRY" to xHistFieldWk
               move nDtExpiry(nDrvFoundSub) to xHistOldWk
               move nExpiryWork to xHistNewWk
               perform 290-write-history
               move nExpiryWork to nDtExpiry(nDrvFoundSub)
           end-if.

       240-change-status.
           if nDrvFoundSub = 0
               move "REJECTED - DRIVER NOT ON FILE" to xRejectReason
               exit paragraph
           end-if.
           perform 217-check-status-code.
           if xRejectReason not = spaces
               exit paragraph
           end-if.
           if xDmStatus = xDtStatus(nDrvFoundSub)
               move "REJECTED - STATUS ALREADY SET" to xRejectReason
               exit paragraph
           end-if.
           move "STATUS" to xHistFieldWk.
           move xDtStatus(nDrvFoundSub) to xHistOldWk.
           move xDmStatus to xHistNewWk.
           perform 290-write-history.
           move xDmStatus to xDtStatus(nDrvFoundSub).
           move xHistDate to nDtStatusDate(nDrvFoundSub).

      * One audit-trail line; the caller has set the field name and
      * the images.
       290-write-history.
           move nEmpNumWork to nHistEmpNum.
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
               perform 310-write-drivers
           end-if.
           display " ".
           display nAcceptedCount, " driver transactions accepted, "
           nRejectedCount, " rejected -- see GasMileage-15-report.txt."
           display " ".
           move "GasMileage-15" to xRunLogProgram.
           compute nRunLogRecCount =
               nAcceptedCount + nRejectedCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

      * Written back in employee-number order, new drivers sorted in.
       310-write-drivers.
           sort xDriverElement on ascending key nDtEmpNum.
           move "GasMileage-drivers.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output driverFile.
           perform varying nDrvSub from 1 by 1
               until nDrvSub > nDriverCount
               move nDtEmpNum(nDrvSub) to nDrvEmpNum
               move xDtLicense(nDrvSub) to xDrvLicense
               move xDtLicState(nDrvSub) to xDrvLicState
               move nDtExpiry(nDrvSub) to nDrvExpiry
               move xDtStatus(nDrvSub) to xDrvStatus
               move nDtStatusDate(nDrvSub) to nDrvStatusDate
               write xDriverRecord
           end-perform.
           close driverFile.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
