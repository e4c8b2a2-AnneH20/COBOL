      * Program: Fleet Service Entry
      *
      * Keys one maintenance event -- oil change, inspection, or a
      * repair -- into the service-history file the service-due
      * report reads, instead of the sticky note on the key rack.
      * When the vehicle has a work order open on
      * GasMileage-workorders.txt (opened by GasMileage-04 or
      * GasMileage-19), the one this service answers is closed with
      * the actual cost, which also puts the vehicle back in service.

       identification division.
       program-id. GasMileageService.
           select vehicleFile assign to "GasMileage-vehicles.txt"
           organization is line sequential.

           select optional workOrderFile assign to
           "GasMileage-workorders.txt"
           organization is line sequential.

           copy "busdate-filecontrol.cbl".

       data division.
           05 nVehicleNumInput         pic 9(5).
           05 xVehicleMakeModelInput   pic x(20).
           05 xVehicleDeptInput        pic x(10).
      * The asset record GasMileage-13 and GasMileage-14 keep, and
      * the fuel tank capacity and fuel type.
           05 filler                   pic x(92).

      * Work order: status 'O' open, 'C' closed.
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

           copy "busdate-filesection.cbl".

       77  xInputVendor        pic x(20)       value spaces.
       77  xTodayDate          pic 9(8)        value 0.
       77  xVehicleKnownFlag   pic x           value 'n'.
       77  xBackupName         pic x(40)       value spaces.
       77  nInputWoNumber      pic 9(6)        value 0.
       77  nWoCount            pic 9(4)        value 0.
       77  nWoMax              pic 9(4)        value 2000.
       77  xWoTableFull        pic x           value 'n'.
       77  nWoSub              pic 9(4)        value 0.
       77  nWoFoundSub         pic 9(4)        value 0.
       77  nWoOpenCount        pic 9(4)        value 0.

       01  xWorkOrderTable.
           05 xWorkOrderElement occurs 1 to 2000 times
               depending on nWoCount.
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

           copy "busdate-workingstorage.cbl".

       000-main.
           perform 100-get-input.
           perform 200-write-service.
           perform 300-close-work-order.
           stop run.

       100-get-input.

           display " ".
           display "Service type -- O for oil change, I for "
           "inspection, R for a repair: ".
           accept xInputSvcType.
           if xInputSvcType not = "O" and xInputSvcType not = "o"
               and xInputSvcType not = "I"
               and xInputSvcType not = "i"
               and xInputSvcType not = "R"
               and xInputSvcType not = "r"
               display "Please answer O, I or R."
               perform 100-get-input
               exit paragraph
           end-if.
           perform 9200-get-business-date.
           move xBusinessDate to xTodayDate.
           move nInputVehicleNum to nSvcVehicleOut.
           evaluate true
               when xInputSvcType = "O" or xInputSvcType = "o"
                   move "OILCHANGE" to xSvcTypeOut
               when xInputSvcType = "I" or xInputSvcType = "i"
                   move "INSPECTION" to xSvcTypeOut
               when other
                   move "REPAIR" to xSvcTypeOut
           end-evaluate.
           move xTodayDate to xSvcDateOut.
           move nInputOdometer to nSvcOdometerOut.
           move nInputCost to nSvcCostOut.
           display "Service recorded.".
           display " ".

      * List the vehicle's open work orders and close the one this
      * service answers; nothing is asked when none is open. A file
      * too big for the table is never rewritten -- the rows past
      * the table would be lost -- so the work order is left open.
       300-close-work-order.
           move "n" to xEofFlag.
           open input workOrderFile.
           perform 310-next-work-order until xEofFlag = "y".
           close workOrderFile.
           if nWoOpenCount = 0
               exit paragraph
           end-if.
           if xWoTableFull = "y"
               display " "
               display "WARNING: no work order closed -- "
               "GasMileage-workorders.txt is too big to rewrite here."
               display " "
               exit paragraph
           end-if.
           perform 320-ask-work-order.
           if nWoFoundSub = 0
               exit paragraph
           end-if.
           move "C" to xWtStatus(nWoFoundSub).
           move xTodayDate to nWtClosedDate(nWoFoundSub).
           move nInputCost to nWtActualCost(nWoFoundSub).
           move "N" to xWtOutOfService(nWoFoundSub).
           move "GasMileage-workorders.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output workOrderFile.
           perform varying nWoSub from 1 by 1
               until nWoSub > nWoCount
               move xWorkOrderElement(nWoSub) to xWorkOrderRecord
               write xWorkOrderRecord
           end-perform.
           close workOrderFile.
           display "Work order ", nInputWoNumber, " closed.".
           display " ".

       310-next-work-order.
           read workOrderFile
               at end
                   move "y" to xEofFlag,
               not at end
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
                   if xWoStatus = "O"
                       and nWoVehicle = nInputVehicleNum
                       add 1 to nWoOpenCount,
                       display "Open work order ", nWoNumber,
                       " opened ", nWoOpenDate, ": ",
                       function trim(xWoReason)
                   end-if,
           end-read.

       320-ask-work-order.
           display " ".
           display "Work order this service closes (0 if none): ".
           accept nInputWoNumber.
           move 0 to nWoFoundSub.
           if nInputWoNumber = 0
               exit paragraph
           end-if.
           perform varying nWoSub from 1 by 1
               until nWoSub > nWoCount
               if nWtNumber(nWoSub) = nInputWoNumber
                   and nWtVehicle(nWoSub) = nInputVehicleNum
                   and xWtStatus(nWoSub) = "O"
                   move nWoSub to nWoFoundSub
                   move nWoCount to nWoSub
               end-if
           end-perform.
           if nWoFoundSub = 0
               display "That is not an open work order for this "
               "vehicle."
               perform 320-ask-work-order
           end-if.

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
