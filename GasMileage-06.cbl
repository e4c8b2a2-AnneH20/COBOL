      * date validity, miles and gallons within plausible ranges,
      * the stored MPG matching a recomputation, vehicle present in
      * the vehicle master -- and splits a clean file from an
      * exception list before anything downstream consumes it. A
      * trip whose driver is not authorized on the driver master
      * (GasMileage-15), or drove on an expired license, still
      * happened and stays on the clean file, but is flagged on the
      * exception list for the fleet office.

       identification division.
       program-id. TripBookEdit.
           access is sequential
           record key is nEmpNumMstr.

           select optional driverFile assign to
           "GasMileage-drivers.txt"
           organization is line sequential.

           select cleanFile assign to
           "GasMileage-tripbook.clean.txt"
           organization is line sequential.
           05 nVehicleNumInput         pic 9(5).
           05 xVehicleMakeModelInput   pic x(20).
           05 xVehicleDeptInput        pic x(10).
      * The asset record GasMileage-13 and GasMileage-14 keep, and
      * the fuel tank capacity and fuel type.
           05 filler                   pic x(92).

       fd  masterFile.
       01  xMasterInput.
           05 nDeptNumMst      pic 99.
           05 nEmpNumMstr      pic 9999.
           05 xLastNameMst     pic x(20).
           05 xFirstNameMst    pic x(20).
           05 xPayTypeMst      pic x.
           05 nSalaryAmtMst    pic 9(5)v99.
           05 xWorkStateMst    pic xx.
      * Mailing address for employee notices; maintained by
      * Payroll-02.
           05 xMailStreetMst   pic x(30).
           05 xMailCityMst     pic x(20).
           05 xMailStateMst    pic xx.
           05 xMailZipMst      pic x(10).

       fd  driverFile.
       01  xDriverRecord.
           05 nDrvEmpNum           pic 9(4).
           05 xDrvLicense          pic x(15).
           05 xDrvLicState         pic xx.
           05 nDrvExpiry           pic 9(8).
           05 xDrvStatus           pic x.
           05 nDrvStatusDate       pic 9(8).

       fd  cleanFile.
       01  xCleanRecord                pic x(58).
       01  xEmpNumTable.
           05 nEmpNumT occurs 2000 times pic 9999 value 0.

       77  nDriverCount        pic 999             value 0.
       77  nDriverMax          pic 999             value 500.
       77  nDrvSub             pic 999             value 0.
       77  nDrvFoundSub        pic 999             value 0.
       77  nFlagCount          pic 9(5)            value 0.
       77  xFlagReason         pic x(40)           value spaces.

       01  xDriverTable.
           05 xDriverElement occurs 500 times.
               10 nDtEmpNum        pic 9(4).
               10 nDtExpiry        pic 9(8).
               10 xDtStatus        pic x.

       01  xExceptDetail.
           05 xExcImage        pic x(58).
           05 filler           pic x(3)            value spaces.
           perform 115-next-employee until xEofFlag = "y".
           close masterFile.
           move "n" to xEofFlag.
           open input driverFile.
           perform 117-next-driver until xEofFlag = "y".
           close driverFile.
           move "n" to xEofFlag.
           open input tripLogFile.
           open output cleanFile.
           open output exceptFile.
                   end-if,
           end-read.

       117-next-driver.
           read driverFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nDriverCount < nDriverMax
                       add 1 to nDriverCount,
                       move nDrvEmpNum to nDtEmpNum(nDriverCount),
                       move nDrvExpiry to nDtExpiry(nDriverCount),
                       move xDrvStatus to xDtStatus(nDriverCount)
                   end-if,
           end-read.

       200-loop.
           read tripLogFile
               at end
           if xRejectReason = spaces
               add 1 to nCleanCount
               write xCleanRecord from xRawTrip
               perform 250-check-authorization
           else
               add 1 to nRejectCount
               move xRawTrip to xExcImage
               xRejectReason
           end-if.

      * A clean line with a driver is checked against the driver
      * master; a finding is listed, not rejected.
       250-check-authorization.
           if xTripDriverRaw = spaces or xTripDriverRaw = "0000"
               or nDriverCount = 0
               exit paragraph
           end-if.
           move spaces to xFlagReason.
           move 0 to nDrvFoundSub.
           perform varying nDrvSub from 1 by 1
               until nDrvSub > nDriverCount
               if nDtEmpNum(nDrvSub) = nDriverWork
                   move nDrvSub to nDrvFoundSub
                   move nDriverCount to nDrvSub
               end-if
           end-perform.
           if nDrvFoundSub = 0
               move "FLAGGED - DRIVER NOT ON DRIVER MASTER" to
               xFlagReason
           else
               if xDtStatus(nDrvFoundSub) not = "A"
                   move "FLAGGED - DRIVER NOT AUTHORIZED" to
                   xFlagReason
               else
                   if nDtExpiry(nDrvFoundSub) < nDateWork
                       move "FLAGGED - DRIVER LICENSE EXPIRED" to
                       xFlagReason
                   end-if
               end-if
           end-if.
           if xFlagReason not = spaces
               add 1 to nFlagCount
               move xRawTrip to xExcImage
               move xFlagReason to xExcReason
               write xExceptLine from xExceptDetail
           end-if.

      * The MPG written on the line has to match miles over gallons
      * -- a mismatch means the line was edited or garbled after
      * GasMileageCalculator wrote it.
           perform 340-write-runlog.
           display " ".
           display "Trip lines read: ", nTripCount,
           "  clean: ", nCleanCount, "  rejected: ", nRejectCount,
           "  driver flags: ", nFlagCount.
           display " ".

       340-write-runlog.
