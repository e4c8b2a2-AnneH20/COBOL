      * Program: Fruit Customer Delivery Addresses and Routes
      *
      * Lines on Fruit-custdelivery.txt set a named customer's
      * delivery address and the route and stop the van brings
      * their orders on, kept on Fruit-customers.txt. Fruit-06 turns
      * the picked orders of routed customers into a per-route
      * driver manifest in stop order; a customer with no route
      * collects at the stand as before, and keying a line with the
      * route blank takes a customer off delivery. A route must be
      * one of the routes on Fruit-routes.txt, and no two customers
      * may share a stop on the same route. The customer file is
      * rewritten only from validated data, backed up first, with
      * an accepted/rejected report -- the same discipline as the
      * Fruit-20 credit changes.

       identification division.
       program-id. Fruit-25.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select maintFile assign to "Fruit-custdelivery.txt"
           organization is line sequential.

           select optional customerFile assign to
           "Fruit-customers.txt"
           organization is line sequential.

      * The delivery routes, kept by hand: code, description, the
      * pool vehicle and driver (employee number) that run it, and
      * the time window the vehicle is booked for.
           select optional routeFile assign to "Fruit-routes.txt"
           organization is line sequential.

           select reportFile assign to "Fruit-25-report.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

       data division.
       file section.
      * Route blank (and stop blank) for a customer who collects.
       fd  maintFile.
       01  xMaintTransaction.
           05 xMaintCust           pic x(20).
           05 xMaintStreet         pic x(30).
           05 xMaintCity           pic x(20).
           05 xMaintZip            pic x(10).
           05 xMaintRoute          pic x(4).
           05 xMaintStopRaw        pic x(3).

       fd  customerFile.
       01  xCustomerRecord.
           05 xCustNameIn          pic x(20).
      * First order, order count, rep, credit limit, terms and tax
      * exemption certificate, kept by the other Fruit programs.
           05 xCustOtherIn         pic x(42).
      * Delivery address, and the route and stop it is delivered
      * on; route blank for a customer who collects.
           05 xCustStreetIn        pic x(30).
           05 xCustCityIn          pic x(20).
           05 xCustZipIn           pic x(10).
           05 xCustRouteIn         pic x(4).
           05 nCustStopIn          pic 999.

       fd  routeFile.
       01  xRouteRecord.
           05 xRouteCodeIn         pic x(4).
           05 xRouteDescIn         pic x(20).
           05 xRouteVehicleIn      pic x(5).
           05 xRouteDriverIn       pic x(4).
           05 xRouteStartIn        pic x(4).
           05 xRouteEndIn          pic x(4).

       fd  reportFile.
       01  xReportLine         pic x(80).

           copy "runlog-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  nAcceptedCount      pic 999             value 0.
       77  nRejectedCount      pic 999             value 0.
       77  xRejectReason       pic x(40)           value spaces.
       77  xBackupName         pic x(40)           value spaces.
       77  nStopWork           pic 999             value 0.
       77  xRouteFound         pic x               value 'n'.

       77  nCustCount          pic 999             value 0.
       77  nCustSub            pic 999             value 0.
       77  nCustFoundSub       pic 999             value 0.

       77  nRouteCount         pic 99              value 0.
       77  nRouteSub           pic 99              value 0.

       01  xCustomerTable.
           05 xCustomerElement occurs 200 times.
               10 xCustNameT       pic x(20).
               10 xCustOtherT      pic x(42).
               10 xCustStreetT     pic x(30).
               10 xCustCityT       pic x(20).
               10 xCustZipT        pic x(10).
               10 xCustRouteT      pic x(4).
               10 nCustStopT       pic 999.

       01  xRouteTable.
           05 xRouteElement occurs 50 times.
               10 xRouteCodeT      pic x(4).

       01  xReportHeading.
           05 filler           pic x(22)           value 'CUSTOMER'.
           05 filler           pic x(7)            value 'ROUTE'.
           05 filler           pic x(6)            value 'STOP'.
           05 filler           pic x(40)           value 'RESULT'.

       01  xReportDetail.
           05 xRptCust         pic x(20).
           05 filler           pic x(2)            value spaces.
           05 xRptRoute        pic x(4).
           05 filler           pic x(3)            value spaces.
           05 xRptStop         pic x(3).
           05 filler           pic x(3)            value spaces.
           05 xRptResult       pic x(40)           value spaces.

       01  xReportFooter.
           05 neRptAccepted    pic zz9.
           05 filler           pic x(18)
                                value ' changes accepted'.
           05 neRptRejected    pic zz9.
           05 filler           pic x(18)
                                value ' changes rejected'.

           copy "runlog-workingstorage.cbl".

       procedure division.
       000-main.
           move "Fruit-25" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-loop until xEofFlag = 'y'.
           perform 300-termination.
           stop run.

       100-initialization.
           open output reportFile.
           write xReportLine from xReportHeading.
           open input customerFile.
           perform 120-next-customer until xEofFlag = "y".
           close customerFile.
           move "n" to xEofFlag.
           open input routeFile.
           perform 130-next-route until xEofFlag = "y".
           close routeFile.
           move "n" to xEofFlag.
           open input maintFile.

      * A row written before deliveries existed has spaces there:
      * the customer collects.
       120-next-customer.
           read customerFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nCustCount < 200
                       add 1 to nCustCount,
                       move xCustNameIn to xCustNameT(nCustCount),
                       move xCustOtherIn to xCustOtherT(nCustCount),
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
                       move xRouteCodeIn to xRouteCodeT(nRouteCount)
                   end-if,
           end-read.

       200-loop.
           read maintFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform 210-process-delivery,
           end-read.

       210-process-delivery.
           move spaces to xRejectReason.
           move xMaintCust to xRptCust.
           move xMaintRoute to xRptRoute.
           move xMaintStopRaw to xRptStop.
           perform 220-edit-delivery.
           if xRejectReason = spaces
               move xMaintStreet to xCustStreetT(nCustFoundSub)
               move xMaintCity to xCustCityT(nCustFoundSub)
               move xMaintZip to xCustZipT(nCustFoundSub)
               move xMaintRoute to xCustRouteT(nCustFoundSub)
               move nStopWork to nCustStopT(nCustFoundSub)
               move "ACCEPTED" to xRptResult
               if xMaintRoute = spaces
                   move "ACCEPTED - COLLECTS, NOT DELIVERED" to
                   xRptResult
               end-if
               add 1 to nAcceptedCount
           else
               move xRejectReason to xRptResult
               add 1 to nRejectedCount
           end-if.
           write xReportLine from xReportDetail.

       220-edit-delivery.
           move 0 to nStopWork.
           move 0 to nCustFoundSub.
           perform varying nCustSub from 1 by 1
               until nCustSub > nCustCount
               if xCustNameT(nCustSub) = xMaintCust
                   move nCustSub to nCustFoundSub
                   move nCustCount to nCustSub
               end-if
           end-perform.
           if nCustFoundSub = 0
               move "REJECTED - CUSTOMER NOT ON FILE" to
               xRejectReason
               exit paragraph
           end-if.
           if xMaintRoute = spaces
               if xMaintStopRaw not = spaces
                   move "REJECTED - STOP KEYED WITHOUT A ROUTE" to
                   xRejectReason
               end-if
               exit paragraph
           end-if.
           move "n" to xRouteFound.
           perform varying nRouteSub from 1 by 1
               until nRouteSub > nRouteCount
               if xRouteCodeT(nRouteSub) = xMaintRoute
                   move "y" to xRouteFound
                   move nRouteCount to nRouteSub
               end-if
           end-perform.
           if xRouteFound = "n"
               move "REJECTED - ROUTE NOT ON FRUIT-ROUTES.TXT" to
               xRejectReason
               exit paragraph
           end-if.
           if xMaintStreet = spaces
               move "REJECTED - A DELIVERY NEEDS AN ADDRESS" to
               xRejectReason
               exit paragraph
           end-if.
           if xMaintStopRaw not numeric or xMaintStopRaw = "000"
               move "REJECTED - STOP MUST BE 001-999" to
               xRejectReason
               exit paragraph
           end-if.
           move xMaintStopRaw to nStopWork.
           perform varying nCustSub from 1 by 1
               until nCustSub > nCustCount
               if nCustSub not = nCustFoundSub
                   and xCustRouteT(nCustSub) = xMaintRoute
                   and nCustStopT(nCustSub) = nStopWork
                   move function concatenate(
                       "REJECTED - STOP TAKEN BY ",
                       xCustNameT(nCustSub)) to xRejectReason
                   move nCustCount to nCustSub
               end-if
           end-perform.

       300-termination.
           close maintFile.
           move nAcceptedCount to neRptAccepted.
           move nRejectedCount to neRptRejected.
           write xReportLine from xReportFooter.
           close reportFile.
           if nAcceptedCount > 0
               perform 310-rewrite-customers
           end-if.
           display " ".
           display nAcceptedCount, " delivery changes accepted, "
           nRejectedCount, " rejected.".
           display " ".
           move "Fruit-25" to xRunLogProgram.
           compute nRunLogRecCount = nAcceptedCount + nRejectedCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

       310-rewrite-customers.
           move "Fruit-customers.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output customerFile.
           perform varying nCustSub from 1 by 1
               until nCustSub > nCustCount
               move xCustNameT(nCustSub) to xCustNameIn
               move xCustOtherT(nCustSub) to xCustOtherIn
               move xCustStreetT(nCustSub) to xCustStreetIn
               move xCustCityT(nCustSub) to xCustCityIn
               move xCustZipT(nCustSub) to xCustZipIn
               move xCustRouteT(nCustSub) to xCustRouteIn
               move nCustStopT(nCustSub) to nCustStopIn
               write xCustomerRecord
           end-perform.
           close customerFile.

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
