      * is appended to the reservations queue -- the same postData/
      * weblog pattern the other pages use. A "day" view lists who
      * has what for a date; the GasMileage-10 batch prints the
      * daily sheet and the no-show report. A booking names its
      * driver by employee number, and is refused unless the driver
      * master (GasMileage-drivers.txt, kept by GasMileage-15) has
      * the driver authorized with a license still valid on the
      * booking date. A vehicle with an open work order flagged
      * out of service (GasMileage-workorders.txt) cannot be booked
      * until the service entry closes it.

       identification division.
       program-id. GasMileage-09.
           "GasMileage-reservations.txt"
           organization is line sequential.

           select optional driverFile assign to
           "GasMileage-drivers.txt"
           organization is line sequential.

           select optional workOrderFile assign to
           "GasMileage-workorders.txt"
           organization is line sequential.

           copy "websession-filecontrol.cbl".

           copy "postData-filecontrol.cbl".
           05 nVehicleNumInput         pic 9(5).
           05 xVehicleMakeModelInput   pic x(20).
           05 xVehicleDeptInput        pic x(10).
      * The asset record GasMileage-13 and GasMileage-14 keep, and
      * the fuel tank capacity and fuel type.
           05 filler                   pic x(92).

      * One reservation per line: vehicle, date, start and end
      * times (hhmm), and who booked it.
           05 filler           pic x               value spaces.
           05 xResPerson       pic x(20).

      * Driver master: employee number, license number and state,
      * expiry date, and status ('A' authorized).
       fd  driverFile.
       01  xDriverRecord.
           05 nDrvEmpNum           pic 9(4).
           05 xDrvLicense          pic x(15).
           05 xDrvLicState         pic xx.
           05 nDrvExpiry           pic 9(8).
           05 xDrvStatus           pic x.
           05 nDrvStatusDate       pic 9(8).

      * Work order: status 'O' open, out-of-service flag 'Y' while
      * the vehicle is at the shop.
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

           copy "websession-filesection.cbl".

           copy "weblog-filesection.cbl".
       77  xStartRaw           pic x(4)            value spaces.
       77  xEndRaw             pic x(4)            value spaces.
       77  xPersonParam        pic x(20)           value spaces.
       77  xDriverRaw          pic x(4)            value spaces.
       77  nDriverWork         pic 9(4)            value 0.
       77  xDriverFound        pic x               value 'n'.
       77  xDriverStatus       pic x               value space.
       77  nDriverExpiry       pic 9(8)            value 0.
       77  xOutOfService       pic x               value 'n'.
       77  nOosWoNumber        pic 9(6)            value 0.
       77  nOosPromised        pic 9(8)            value 0.
       77  nVehicleWork        pic 9(5)            value 0.
       77  nDateWork           pic 9(8)            value 0.
       77  nStartWork          pic 9(4)            value 0.
           move function getPostValue("start") to xStartRaw.
           move function getPostValue("end") to xEndRaw.
           move function getPostValue("person") to xPersonParam.
           move function getPostValue("driver") to xDriverRaw.
           open input vehicleFile.
           perform 110-next-vehicle until xEofFlag = "y".
           close vehicleFile.
               move "y" to xErrorFlag
               exit paragraph
           end-if.
           perform 227-check-out-of-service.
           if xErrorFlag = "y"
               exit paragraph
           end-if.
           perform 220-resolve-date.
           if xErrorFlag = "y"
               exit paragraph
               display "<p><strong>A reservation needs a name."
               "</strong></p>"
               move "y" to xErrorFlag
               exit paragraph
           end-if.
           perform 225-check-driver.

      * The driver must be on the driver master, authorized, and
      * licensed through the booking date.
       225-check-driver.
           if xDriverRaw not numeric
               display "<p><strong>A reservation needs the driver's "
               "employee number (four digits).</strong></p>"
               move "y" to xErrorFlag
               exit paragraph
           end-if.
           move xDriverRaw to nDriverWork.
           move "n" to xDriverFound.
           open input driverFile.
           perform 226-next-driver until xEofFlag = "y".
           close driverFile.
           move "n" to xEofFlag.
           if xDriverFound = "n"
               display "<p><strong>Employee ", nDriverWork,
               " is not on the driver master -- the fleet office "
               "must record a license first.</strong></p>"
               move "y" to xErrorFlag
               exit paragraph
           end-if.
           if xDriverStatus not = "A"
               display "<p><strong>Employee ", nDriverWork,
               " is not authorized to drive fleet vehicles."
               "</strong></p>"
               move "y" to xErrorFlag
               exit paragraph
           end-if.
           if nDriverExpiry < nDateWork
               display "<p><strong>Employee ", nDriverWork,
               "'s license expired ", nDriverExpiry,
               " -- bring the renewal to the fleet office."
               "</strong></p>"
               move "y" to xErrorFlag
           end-if.

       226-next-driver.
           read driverFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nDrvEmpNum = nDriverWork
                       move "y" to xDriverFound,
                       move xDrvStatus to xDriverStatus,
                       move nDrvExpiry to nDriverExpiry,
                       move "y" to xEofFlag
                   end-if,
           end-read.

       227-check-out-of-service.
           move "n" to xOutOfService.
           open input workOrderFile.
           perform 228-next-work-order until xEofFlag = "y".
           close workOrderFile.
           move "n" to xEofFlag.
           if xOutOfService = "y"
               display "<p><strong>", function trim(xVehicleName),
               " is out of service on work order ", nOosWoNumber
               if nOosPromised > 0
                   display " (promised back ", nOosPromised, ")"
               end-if
               display " -- it cannot be booked until the service "
               "is recorded.</strong></p>"
               move "y" to xErrorFlag
           end-if.

       228-next-work-order.
           read workOrderFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nWoVehicle = nVehicleWork
                       and xWoStatus = "O"
                       and xWoOutOfService = "Y"
                       move "y" to xOutOfService,
                       move nWoNumber to nOosWoNumber,
                       move nWoPromised to nOosPromised,
                       move "y" to xEofFlag
                   end-if,
           end-read.

       220-resolve-date.
           if function trim(xDateRaw) = spaces
               perform 9200-get-business-date
           move "GasMileage-09" to xWebLogProgram.
           move function concatenate("action=",
               function trim(xActionParam), " vehicle=",
               function trim(xVehicleRaw), " driver=",
               function trim(xDriverRaw)) to xWebLogParams.
           perform 9100-write-weblog.

           copy "postData-procedure.cbl".
