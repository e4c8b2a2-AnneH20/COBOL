      * open going in, with its age in days), produces a pick list
      * for the stand to work from, and flips the picked orders to
      * fulfilled -- so a missed order surfaces on a report instead
      * of in a customer complaint. An order dated after the
      * business date (a standing delivery Fruit-19 generated for
      * later in the week) stays open, marked scheduled, until its
      * day comes. An order checkout put on credit hold is listed
      * as held and never picked until an admin's release (logged
      * by FruitRelease, applied by Fruit-08) reopens it. Picked
      * orders of customers on a delivery route (Fruit-25) go on a
      * driver manifest, one section per route in stop order with
      * each stop's address, items, case counts and a signature
      * line, and the route's pool vehicle is booked on the
      * GasMileage-09 reservation file for the route's window --
      * refused, and flagged on the manifest, the same way the
      * reservation page refuses a double booking, a vehicle out of
      * service or a driver not authorized. Signed manifests are
      * keyed back through Fruit-26.

       identification division.
       program-id. Fruit-06.
           select openFile assign to "Fruit-06-open-orders.txt"
           organization is line sequential.

           select manifestFile assign to "Fruit-06-manifest.txt"
           organization is line sequential.

           select optional customerFile assign to
           "Fruit-customers.txt"
           organization is line sequential.

           select optional routeFile assign to "Fruit-routes.txt"
           organization is line sequential.

      * Units to the case per fruit, kept by hand; a fruit not
      * listed goes out loose.
           select optional casePackFile assign to
           "Fruit-casepack.txt"
           organization is line sequential.

           select optional reservationFile assign to
           "GasMileage-reservations.txt"
           organization is line sequential.

           select optional driverFile assign to
           "GasMileage-drivers.txt"
           organization is line sequential.

           select optional workOrderFile assign to
           "GasMileage-workorders.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".
           05 xOrderAppliedIn      pic x.
           05 filler               pic x.
           05 nOrderFulfillIn      pic 9(8).
      * Sales tax checkout charged on the line (see Fruit-23).
           05 filler               pic x.
           05 nOrderTaxIn          pic 9(5)v99.
      * Quantity-break or promotion discount and the rule that gave
      * it (see Fruit-02).
           05 filler               pic x.
           05 nOrderDiscIn         pic 9(5)v99.
           05 filler               pic x.
           05 xOrderPromoIn        pic x(10).
      * Date the customer signed for a route delivery (Fruit-26).
           05 filler               pic x.
           05 nOrderDeliveredIn    pic 9(8).
      * Department charged for an internal order, blank for a sale.
           05 filler               pic x.
           05 xOrderDeptIn         pic xx.

       fd  pickFile.
       01  xPickLine               pic x(80).
       fd  openFile.
       01  xOpenLine               pic x(80).

       fd  manifestFile.
       01  xManifestLine           pic x(80).

       fd  customerFile.
       01  xCustomerRecord.
           05 xCustNameIn          pic x(20).
      * First order, order count, rep, credit limit, terms and tax
      * exemption certificate, not needed here.
           05 filler               pic x(42).
      * Delivery address, route and stop, kept by Fruit-25.
           05 xCustStreetIn        pic x(30).
           05 xCustCityIn          pic x(20).
           05 xCustZipIn           pic x(10).
           05 xCustRouteIn         pic x(4).
           05 nCustStopIn          pic 999.

      * Route code, description, pool vehicle, driver's employee
      * number, and the hhmm window the vehicle is booked for.
       fd  routeFile.
       01  xRouteRecord.
           05 xRouteCodeIn         pic x(4).
           05 xRouteDescIn         pic x(20).
           05 xRouteVehicleIn      pic x(5).
           05 xRouteDriverIn       pic x(4).
           05 xRouteStartIn        pic x(4).
           05 xRouteEndIn          pic x(4).

       fd  casePackFile.
       01  xCasePackRecord.
           05 xCasePackFruitIn     pic x(14).
           05 xCasePackUnitsIn     pic x(3).

      * The GasMileage-09 reservation layout: vehicle, date, start
      * and end times (hhmm), and who booked it.
       fd  reservationFile.
       01  xReservationRecord.
           05 nResVehicle          pic 9(5).
           05 filler               pic x           value spaces.
           05 nResDate             pic 9(8).
           05 filler               pic x           value spaces.
           05 nResStart            pic 9(4).
           05 filler               pic x           value spaces.
           05 nResEnd              pic 9(4).
           05 filler               pic x           value spaces.
           05 xResPerson           pic x(20).

      * Driver master (GasMileage-15): status 'A' authorized.
       fd  driverFile.
       01  xDriverRecord.
           05 nDrvEmpNum           pic 9(4).
           05 xDrvLicense          pic x(15).
           05 xDrvLicState         pic xx.
           05 nDrvExpiry           pic 9(8).
           05 xDrvStatus           pic x.
           05 nDrvStatusDate       pic 9(8).

      * Work orders (GasMileage-20): open 'O' with the out-of-service
      * flag 'Y' while the vehicle is at the shop.
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

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".
       77  nPickedCount        pic 9(4)            value 0.
       77  xBackupName         pic x(40)           value spaces.

      * Delivery manifest: one row per picked line of a routed
      * customer, sorted into route and stop order.
       77  nCustCount          pic 999             value 0.
       77  nCustSub            pic 999             value 0.
       77  nRouteCount         pic 99              value 0.
       77  nRouteSub           pic 99              value 0.
       77  nRouteFoundSub      pic 99              value 0.
       77  nCasePackCount      pic 99              value 0.
       77  nCasePackSub        pic 99              value 0.
       77  nResCount           pic 999             value 0.
       77  nResMax             pic 999             value 500.
       77  nResSub             pic 999             value 0.
       77  nMfCount            pic 9(4)            value 0.
       77  nMfMax              pic 9(4)            value 1000.
       77  nMfSub              pic 9(4)            value 0.
       77  nStopCount          pic 999             value 0.
       77  nRoutesBooked       pic 99              value 0.
       77  nRoutesUnbooked     pic 99              value 0.
       77  xPrevRoute          pic x(4)            value spaces.
       77  xPrevCust           pic x(20)           value spaces.
       77  nCaseUnits          pic 999             value 0.
       77  nCaseCount          pic 999             value 0.
       77  nLooseCount         pic 999             value 0.
       77  nVehicleWork        pic 9(5)            value 0.
       77  nDriverWork         pic 9(4)            value 0.
       77  nStartWork          pic 9(4)            value 0.
       77  nEndWork            pic 9(4)            value 0.
       77  xBookPerson         pic x(20)           value spaces.
       77  xBookNote           pic x(40)           value spaces.
       77  xDriverFound        pic x               value 'n'.
       77  xDriverStatus       pic x               value space.
       77  nDriverExpiry       pic 9(8)            value 0.
       77  xOutOfService       pic x               value 'n'.
       77  nOosWoNumber        pic 9(6)            value 0.

       01  xCustomerTable.
           05 xCustomerElement occurs 200 times.
               10 xCustNameT       pic x(20).
               10 xCustStreetT     pic x(30).
               10 xCustCityT       pic x(20).
               10 xCustZipT        pic x(10).
               10 xCustRouteT      pic x(4).
               10 nCustStopT       pic 999.

       01  xRouteTable.
           05 xRouteElement occurs 50 times.
               10 xRouteCodeT      pic x(4).
               10 xRouteDescT      pic x(20).
               10 xRouteVehicleT   pic x(5).
               10 xRouteDriverT    pic x(4).
               10 xRouteStartT     pic x(4).
               10 xRouteEndT       pic x(4).

       01  xCasePackTable.
           05 xCasePackElement occurs 50 times.
               10 xCasePackFruitT  pic x(14).
               10 nCasePackUnitsT  pic 999.

       01  xResTable.
           05 xResElement occurs 500 times.
               10 nRtVehicle       pic 9(5).
               10 nRtDate          pic 9(8).
               10 nRtStart         pic 9(4).
               10 nRtEnd           pic 9(4).
               10 xRtPerson        pic x(20).

       01  xManifestTable.
           05 xMfElement occurs 1 to 1000 times
               depending on nMfCount.
               10 xMfRoute         pic x(4).
               10 nMfStop          pic 999.
               10 xMfCust          pic x(20).
               10 nMfOrderNum      pic 9(6).
               10 xMfFruit         pic x(14).
               10 nMfQty           pic 999.
               10 nMfCustSub       pic 999.

       01  xMfRouteLine.
           05 filler           pic x(6)        value 'ROUTE '.
           05 xMrRoute         pic x(4).
           05 filler           pic x(2)        value spaces.
           05 xMrDesc          pic x(20).
           05 filler           pic x(2)        value spaces.
           05 filler           pic x(14)       value 'DELIVERY DATE '.
           05 neMrDate         pic 9(8).

       01  xMfVehicleLine.
           05 filler           pic x(8)        value 'VEHICLE '.
           05 xMvVehicle       pic x(5).
           05 filler           pic x(9)        value '  DRIVER '.
           05 xMvDriver        pic x(4).
           05 filler           pic x(2)        value spaces.
           05 xMvStart         pic x(4).
           05 filler           pic x           value '-'.
           05 xMvEnd           pic x(4).
           05 filler           pic x(2)        value spaces.
           05 xMvNote          pic x(40).

       01  xMfStopLine.
           05 filler           pic x(7)        value '  STOP '.
           05 neMsStop         pic 999.
           05 filler           pic x(2)        value spaces.
           05 xMsCust          pic x(20).

       01  xMfAddressLine.
           05 filler           pic x(12)       value spaces.
           05 xMaStreet        pic x(30).
           05 filler           pic x           value space.
           05 xMaCity          pic x(20).
           05 filler           pic x           value space.
           05 xMaZip           pic x(10).

       01  xMfItemHeading.
           05 filler           pic x(12)       value spaces.
           05 filler           pic x(9)        value 'ORDER'.
           05 filler           pic x(16)       value 'FRUIT'.
           05 filler           pic x(6)        value 'QTY'.
           05 filler           pic x(7)        value 'CASES'.
           05 filler           pic x(5)        value 'LOOSE'.

       01  xMfItemLine.
           05 filler           pic x(12)       value spaces.
           05 neMiOrderNum     pic 9(6).
           05 filler           pic x(3)        value spaces.
           05 xMiFruit         pic x(14).
           05 filler           pic x(2)        value spaces.
           05 neMiQty          pic zz9.
           05 filler           pic x(3)        value spaces.
           05 neMiCases        pic zz9.
           05 filler           pic x(4)        value spaces.
           05 neMiLoose        pic zz9.

       01  xMfSignatureLine.
           05 filler           pic x(12)       value spaces.
           05 filler           pic x(13)       value 'RECEIVED BY: '.
           05 filler           pic x(25)
                                value '________________________'.
           05 filler           pic x(6)        value 'TIME: '.
           05 filler           pic x(8)        value '________'.

       01  xMfFooter.
           05 neMfStops        pic zz9.
           05 filler           pic x(10)       value ' stops on '.
           05 neMfRoutes       pic z9.
           05 filler           pic x(10)       value ' route(s),'.
           05 neMfUnbooked     pic z9.
           05 filler           pic x(28)
                                value ' without a vehicle booked'.

       01  xOrderTable.
           05 xOrderElement occurs 1000 times.
               10 xOtFruit         pic x(14).
               10 xOtCust          pic x(20).
               10 xOtApplied       pic x.
               10 nOtFulfillDate   pic 9(8)       value 0.
               10 nOtTax           pic 9(5)v99    value 0.
               10 nOtDisc          pic 9(5)v99    value 0.
               10 xOtPromo         pic x(10)      value spaces.
               10 nOtDelivered     pic 9(8)       value 0.
               10 xOtDept          pic xx         value spaces.

       01  xPickHeading.
           05 filler           pic x(9)        value 'ORDER'.
           05 filler           pic x(5)        value 'QTY'.
           05 filler           pic x(10)       value 'DATE'.
           05 filler           pic x(9)        value 'DAYS OPEN'.
           05 filler           pic x(2)        value spaces.
           05 filler           pic x(9)        value 'NOTE'.

       01  xOpenDetail.
           05 neOpenOrderNum   pic 9(6).
           05 neOpenDate       pic 9(8).
           05 filler           pic x(4)        value spaces.
           05 neOpenDays       pic zzz9.
           05 filler           pic x(2)        value spaces.
           05 xOpenNote        pic x(9).

       01  xPassFooter.
           05 neFootOpen       pic zzz9.
           open input orderFile.
           perform 110-next-order until xEofFlag = "y".
           close orderFile.
           move "n" to xEofFlag.
           open input customerFile.
           perform 120-next-customer until xEofFlag = "y".
           close customerFile.
           move "n" to xEofFlag.
           open input routeFile.
           perform 130-next-route until xEofFlag = "y".
           close routeFile.
           move "n" to xEofFlag.
           open input casePackFile.
           perform 140-next-case-pack until xEofFlag = "y".
           close casePackFile.
           move "n" to xEofFlag.
           open input reservationFile.
           perform 150-next-reservation until xEofFlag = "y".
           close reservationFile.
           move "n" to xEofFlag.

      * A line with no status byte (written before statuses existed)
      * reads as spaces and is treated as still open.
                       move xOrderAppliedIn to xOtApplied(nOrderCount),
                       move nOrderFulfillIn to
                       nOtFulfillDate(nOrderCount),
                       move 0 to nOtTax(nOrderCount),
                       if nOrderTaxIn numeric
                           move nOrderTaxIn to nOtTax(nOrderCount)
                       end-if,
                       move 0 to nOtDisc(nOrderCount),
                       if nOrderDiscIn numeric
                           move nOrderDiscIn to nOtDisc(nOrderCount)
                       end-if,
                       move xOrderPromoIn to xOtPromo(nOrderCount),
                       move 0 to nOtDelivered(nOrderCount),
                       if nOrderDeliveredIn numeric
                           move nOrderDeliveredIn to
                           nOtDelivered(nOrderCount)
                       end-if,
                       move xOrderDeptIn to xOtDept(nOrderCount),
                       if xOrderStatusIn = "F" or xOrderStatusIn = "H"
                           move xOrderStatusIn to xOtStatus(nOrderCount)
                       else
                           move "O" to xOtStatus(nOrderCount)
                       end-if
                   end-if,
           end-read.

      * Only customers with a route are kept -- everyone else
      * collects at the stand.
       120-next-customer.
           read customerFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nCustCount < 200 and xCustRouteIn not = spaces
                       add 1 to nCustCount,
                       move xCustNameIn to xCustNameT(nCustCount),
                       move xCustStreetIn to xCustStreetT(nCustCount),
                       move xCustCityIn to xCustCityT(nCustCount),
                       move xCustZipIn to xCustZipT(nCustCount),
                       move xCustRouteIn to xCustRouteT(nCustCount),
                       move 0 to nCustStopT(nCustCount),
                       if nCustStopIn numeric
                           move nCustStopIn to nCustStopT(nCustCount)
                       end-if
                   end-if,
           end-read.

       130-next-route.
           read routeFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nRouteCount < 50 and xRouteCodeIn not = spaces
                       add 1 to nRouteCount,
                       move xRouteCodeIn to xRouteCodeT(nRouteCount),
                       move xRouteDescIn to xRouteDescT(nRouteCount),
                       move xRouteVehicleIn to
                       xRouteVehicleT(nRouteCount),
                       move xRouteDriverIn to
                       xRouteDriverT(nRouteCount),
                       move xRouteStartIn to xRouteStartT(nRouteCount),
                       move xRouteEndIn to xRouteEndT(nRouteCount)
                   end-if,
           end-read.

       140-next-case-pack.
           read casePackFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nCasePackCount < 50
                       and xCasePackUnitsIn numeric
                       and xCasePackUnitsIn not = "000"
                       add 1 to nCasePackCount,
                       move xCasePackFruitIn to
                       xCasePackFruitT(nCasePackCount),
                       move xCasePackUnitsIn to
                       nCasePackUnitsT(nCasePackCount)
                   end-if,
           end-read.

       150-next-reservation.
           read reservationFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nResCount < nResMax
                       add 1 to nResCount,
                       move nResVehicle to nRtVehicle(nResCount),
                       move nResDate to nRtDate(nResCount),
                       move nResStart to nRtStart(nResCount),
                       move nResEnd to nRtEnd(nResCount),
                       move xResPerson to xRtPerson(nResCount)
                   end-if,
           end-read.

      * Open-order report first (the backlog as it stood), then the
      * pick list, then every picked order flips to fulfilled and
      * the order file is rewritten with the new statuses.
           write xOpenLine from xOpenHeading.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nOrderCount
               if xOtStatus(nWorkSub) = "O" or xOtStatus(nWorkSub) = "H"
                   add 1 to nOpenCount
                   move nOtOrderNum(nWorkSub) to neOpenOrderNum
                   move xOtFruit(nWorkSub) to xOpenFruit
                   move nOtDate(nWorkSub) to neOpenDate
                   compute nDaysOpen = nTodayInt -
                       function integer-of-date(nOtDate(nWorkSub))
                   move spaces to xOpenNote
                   if nDaysOpen < 0
                       move 0 to nDaysOpen
                       move "SCHEDULED" to xOpenNote
                   end-if
                   if xOtStatus(nWorkSub) = "H"
                       move "HELD" to xOpenNote
                   end-if
                   move nDaysOpen to neOpenDays
                   write xOpenLine from xOpenDetail
               end-if
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nOrderCount
               if xOtStatus(nWorkSub) = "O"
                   and nOtDate(nWorkSub) <= xTodayDate
                   add 1 to nPickedCount
                   move nOtOrderNum(nWorkSub) to nePickOrderNum
                   move xOtFruit(nWorkSub) to xPickFruit
                   write xPickLine from xPickDetail
                   move "F" to xOtStatus(nWorkSub)
                   move xTodayDate to nOtFulfillDate(nWorkSub)
                   if xOtCust(nWorkSub) not = spaces
                       perform 205-note-delivery
                   end-if
               end-if
           end-perform.
           close pickFile.

           perform 220-write-manifest.

           move nPickedCount to neFootPicked.
           write xOpenLine from xPassFooter.
           close openFile.
               perform 210-rewrite-orders
           end-if.

       205-note-delivery.
           perform varying nCustSub from 1 by 1
               until nCustSub > nCustCount
               if xCustNameT(nCustSub) = xOtCust(nWorkSub)
                   if nMfCount < nMfMax
                       add 1 to nMfCount
                       move xCustRouteT(nCustSub) to xMfRoute(nMfCount)
                       move nCustStopT(nCustSub) to nMfStop(nMfCount)
                       move xOtCust(nWorkSub) to xMfCust(nMfCount)
                       move nOtOrderNum(nWorkSub) to
                       nMfOrderNum(nMfCount)
                       move xOtFruit(nWorkSub) to xMfFruit(nMfCount)
                       move nOtQty(nWorkSub) to nMfQty(nMfCount)
                       move nCustSub to nMfCustSub(nMfCount)
                   end-if
                   move nCustCount to nCustSub
               end-if
           end-perform.

       210-rewrite-orders.
           move "Fruit-orders.txt" to xBackupName.
           call "FileBackup" using xBackupName.
               move xOtCust(nWorkSub) to xOrderCustIn
               move xOtApplied(nWorkSub) to xOrderAppliedIn
               move nOtFulfillDate(nWorkSub) to nOrderFulfillIn
               move nOtTax(nWorkSub) to nOrderTaxIn
               move nOtDisc(nWorkSub) to nOrderDiscIn
               move xOtPromo(nWorkSub) to xOrderPromoIn
               move nOtDelivered(nWorkSub) to nOrderDeliveredIn
               move xOtDept(nWorkSub) to xOrderDeptIn
               write xOrderRecord
           end-perform.
           close orderFile.

      * One section per route, a block per stop closed with the
      * signature line the customer signs on delivery.
       220-write-manifest.
           open output manifestFile.
           if nMfCount = 0
               move "No route deliveries picked today." to
               xManifestLine
               write xManifestLine
               close manifestFile
               exit paragraph
           end-if.
           sort xMfElement on ascending key xMfRoute nMfStop
               nMfOrderNum.
           move spaces to xPrevRoute.
           move spaces to xPrevCust.
           perform varying nMfSub from 1 by 1
               until nMfSub > nMfCount
               if xMfRoute(nMfSub) not = xPrevRoute
                   if xPrevCust not = spaces
                       write xManifestLine from xMfSignatureLine
                   end-if
                   perform 230-route-heading
                   move spaces to xPrevCust
               end-if
               if xMfCust(nMfSub) not = xPrevCust
                   if xPrevCust not = spaces
                       write xManifestLine from xMfSignatureLine
                   end-if
                   perform 235-stop-heading
               end-if
               perform 225-manifest-item
           end-perform.
           write xManifestLine from xMfSignatureLine.
           move spaces to xManifestLine.
           write xManifestLine.
           move nStopCount to neMfStops.
           compute neMfRoutes = nRoutesBooked + nRoutesUnbooked.
           move nRoutesUnbooked to neMfUnbooked.
           write xManifestLine from xMfFooter.
           close manifestFile.

       225-manifest-item.
           move nMfOrderNum(nMfSub) to neMiOrderNum.
           move xMfFruit(nMfSub) to xMiFruit.
           move nMfQty(nMfSub) to neMiQty.
           move 0 to nCaseUnits.
           perform varying nCasePackSub from 1 by 1
               until nCasePackSub > nCasePackCount
               if xCasePackFruitT(nCasePackSub) = xMfFruit(nMfSub)
                   move nCasePackUnitsT(nCasePackSub) to nCaseUnits
                   move nCasePackCount to nCasePackSub
               end-if
           end-perform.
           if nCaseUnits = 0
               move 0 to neMiCases
               move nMfQty(nMfSub) to neMiLoose
           else
               divide nMfQty(nMfSub) by nCaseUnits giving nCaseCount
                   remainder nLooseCount
               move nCaseCount to neMiCases
               move nLooseCount to neMiLoose
           end-if.
           write xManifestLine from xMfItemLine.

       230-route-heading.
           move xMfRoute(nMfSub) to xPrevRoute.
           move 0 to nRouteFoundSub.
           perform varying nRouteSub from 1 by 1
               until nRouteSub > nRouteCount
               if xRouteCodeT(nRouteSub) = xMfRoute(nMfSub)
                   move nRouteSub to nRouteFoundSub
                   move nRouteCount to nRouteSub
               end-if
           end-perform.
           move spaces to xManifestLine.
           write xManifestLine.
           move xMfRoute(nMfSub) to xMrRoute.
           move xTodayDate to neMrDate.
           if nRouteFoundSub = 0
               move "NOT ON FRUIT-ROUTES.TXT" to xMrDesc
               move spaces to xMvVehicle xMvDriver xMvStart xMvEnd
               move "NOT BOOKED - ROUTE NOT ON FILE" to xBookNote
               add 1 to nRoutesUnbooked
           else
               move xRouteDescT(nRouteFoundSub) to xMrDesc
               move xRouteVehicleT(nRouteFoundSub) to xMvVehicle
               move xRouteDriverT(nRouteFoundSub) to xMvDriver
               move xRouteStartT(nRouteFoundSub) to xMvStart
               move xRouteEndT(nRouteFoundSub) to xMvEnd
               perform 240-book-vehicle
           end-if.
           move xBookNote to xMvNote.
           write xManifestLine from xMfRouteLine.
           write xManifestLine from xMfVehicleLine.

       235-stop-heading.
           move xMfCust(nMfSub) to xPrevCust.
           add 1 to nStopCount.
           move spaces to xManifestLine.
           write xManifestLine.
           move nMfStop(nMfSub) to neMsStop.
           move xMfCust(nMfSub) to xMsCust.
           write xManifestLine from xMfStopLine.
           move xCustStreetT(nMfCustSub(nMfSub)) to xMaStreet.
           move xCustCityT(nMfCustSub(nMfSub)) to xMaCity.
           move xCustZipT(nMfCustSub(nMfSub)) to xMaZip.
           write xManifestLine from xMfAddressLine.
           write xManifestLine from xMfItemHeading.

      * The same checks the reservation page makes before a
      * booking. A booking this route already holds for the day (a
      * rerun) stands as it is.
       240-book-vehicle.
           move spaces to xBookNote.
           move function concatenate("FRUIT ROUTE ",
               xRouteCodeT(nRouteFoundSub)) to xBookPerson.
           if xRouteVehicleT(nRouteFoundSub) not numeric
               move "NOT BOOKED - NO VEHICLE ON THE ROUTE" to
               xBookNote
               add 1 to nRoutesUnbooked
               exit paragraph
           end-if.
           move xRouteVehicleT(nRouteFoundSub) to nVehicleWork.
           if xRouteStartT(nRouteFoundSub) not numeric
               or xRouteEndT(nRouteFoundSub) not numeric
               or xRouteStartT(nRouteFoundSub) >=
                  xRouteEndT(nRouteFoundSub)
               move "NOT BOOKED - ROUTE TIME WINDOW INVALID" to
               xBookNote
               add 1 to nRoutesUnbooked
               exit paragraph
           end-if.
           move xRouteStartT(nRouteFoundSub) to nStartWork.
           move xRouteEndT(nRouteFoundSub) to nEndWork.
           perform varying nResSub from 1 by 1
               until nResSub > nResCount
               if nRtVehicle(nResSub) = nVehicleWork
                   and nRtDate(nResSub) = xTodayDate
                   and nRtStart(nResSub) < nEndWork
                   and nStartWork < nRtEnd(nResSub)
                   if xRtPerson(nResSub) = xBookPerson
                       move "BOOKED (EARLIER RUN)" to xBookNote
                   else
                       move function concatenate(
                           "NOT BOOKED - RESERVED BY ",
                           xRtPerson(nResSub)) to xBookNote
                   end-if
                   move nResCount to nResSub
               end-if
           end-perform.
           if xBookNote = "BOOKED (EARLIER RUN)"
               add 1 to nRoutesBooked
               exit paragraph
           end-if.
           if xBookNote not = spaces
               add 1 to nRoutesUnbooked
               exit paragraph
           end-if.
           move "n" to xOutOfService.
           move "n" to xEofFlag.
           open input workOrderFile.
           perform 245-next-work-order until xEofFlag = "y".
           close workOrderFile.
           move "n" to xEofFlag.
           if xOutOfService = "y"
               move function concatenate(
                   "NOT BOOKED - OUT OF SERVICE ON WO ",
                   nOosWoNumber) to xBookNote
               add 1 to nRoutesUnbooked
               exit paragraph
           end-if.
           perform 250-check-driver.
           if xBookNote not = spaces
               add 1 to nRoutesUnbooked
               exit paragraph
           end-if.
           move nVehicleWork to nResVehicle.
           move xTodayDate to nResDate.
           move nStartWork to nResStart.
           move nEndWork to nResEnd.
           move xBookPerson to xResPerson.
           open extend reservationFile.
           write xReservationRecord.
           close reservationFile.
           if nResCount < nResMax
               add 1 to nResCount
               move nVehicleWork to nRtVehicle(nResCount)
               move xTodayDate to nRtDate(nResCount)
               move nStartWork to nRtStart(nResCount)
               move nEndWork to nRtEnd(nResCount)
               move xBookPerson to xRtPerson(nResCount)
           end-if.
           move "BOOKED" to xBookNote.
           add 1 to nRoutesBooked.

       245-next-work-order.
           read workOrderFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nWoVehicle = nVehicleWork
                       and xWoStatus = "O"
                       and xWoOutOfService = "Y"
                       move "y" to xOutOfService,
                       move nWoNumber to nOosWoNumber,
                       move "y" to xEofFlag
                   end-if,
           end-read.

      * The driver must be on the driver master, authorized, and
      * licensed through the delivery date.
       250-check-driver.
           if xRouteDriverT(nRouteFoundSub) not numeric
               move "NOT BOOKED - NO DRIVER ON THE ROUTE" to
               xBookNote
               exit paragraph
           end-if.
           move xRouteDriverT(nRouteFoundSub) to nDriverWork.
           move "n" to xDriverFound.
           move "n" to xEofFlag.
           open input driverFile.
           perform 255-next-driver until xEofFlag = "y".
           close driverFile.
           move "n" to xEofFlag.
           if xDriverFound = "n"
               move "NOT BOOKED - DRIVER NOT ON DRIVER MASTER" to
               xBookNote
               exit paragraph
           end-if.
           if xDriverStatus not = "A"
               move "NOT BOOKED - DRIVER NOT AUTHORIZED" to
               xBookNote
               exit paragraph
           end-if.
           if nDriverExpiry < xTodayDate
               move "NOT BOOKED - DRIVER LICENSE EXPIRED" to
               xBookNote
           end-if.

       255-next-driver.
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

       300-termination.
           display " ".
           display nPickedCount, " orders picked; open-order report "
           "and pick list written.".
           if nMfCount > 0
               display nStopCount, " delivery stops on the manifest ",
               "(Fruit-06-manifest.txt)."
           end-if.
           if nRoutesUnbooked > 0
               display "WARNING: ", nRoutesUnbooked, " route(s) have "
               "no vehicle booked -- see Fruit-06-manifest.txt."
           end-if.
           display " ".
           perform 340-write-runlog.

