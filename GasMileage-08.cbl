      * Puts a number behind "is it worth keeping": per vehicle,
      * service spend from GasMileage-service.txt, fuel dollars from
      * the card statements (tied to the vehicle through the card
      * master), the depreciation GasMileage-14 has taken to date
      * on the vehicle master, the repair cost of its accidents not
      * recovered from insurance (GasMileage-incidents.txt, kept by
      * GasMileage-17), and miles from the clean trip book --
      * combined into cost per mile, ranked worst first, with
      * vehicles whose cost per mile runs past the fleet average by
      * the threshold flagged as replacement candidates. Disposed
      * vehicles are left off.

       identification division.
       program-id. GasMileage-08.
           "GasMileage-tripbook.clean.txt"
           organization is line sequential.

           select optional incidentFile assign to
           "GasMileage-incidents.txt"
           organization is line sequential.

           select reportFile assign to "GasMileage-08-tco.txt"
           organization is line sequential.

           05 nVehicleNumInput         pic 9(5).
           05 xVehicleMakeModelInput   pic x(20).
           05 xVehicleDeptInput        pic x(10).
           05 filler                   pic x(54).
           05 xVehicleStatusIn         pic x.
           05 filler                   pic x(17).
           05 xVehicleAccumDeprIn      pic x(9).
           05 filler                   pic x(11).

       fd  serviceFile.
       01  xServiceRecord.
           05 filler                   pic x.
           05 nTripOdometerIn          pic 9(7).

       fd  incidentFile.
       01  xIncidentRecord.
           05 nIncVehicle              pic 9(5).
           05 nIncDate                 pic 9(8).
           05 nIncDriver               pic 9(4).
           05 xIncOtherParty           pic x.
           05 nIncEstimate             pic 9(7)v99.
           05 xIncClaimNum             pic x(15).
           05 nIncRecovered            pic 9(7)v99.
           05 xIncStatus               pic x.
           05 nIncClosedDate           pic 9(8).
           05 xIncDescription          pic x(60).

       fd  reportFile.
       01  xReportLine                 pic x(124).

           copy "runlog-filesection.cbl".

               10 xVehMakeT        pic x(20).
               10 nVtSvcCost       pic 9(7)v99    value 0.
               10 nVtFuelCost      pic 9(7)v99    value 0.
               10 nVtDeprCost      pic 9(7)v99    value 0.
               10 nVtDamageCost    pic 9(7)v99    value 0.
               10 nVtMiles         pic 9(7)       value 0.
               10 nVtTotalCost     pic 9(7)v99    value 0.
               10 nVtCpm           pic 9(3)v999   value 0.
           05 filler           pic x(22)           value 'MAKE/MODEL'.
           05 filler           pic x(12)           value 'SERVICE $'.
           05 filler           pic x(12)           value 'FUEL $'.
           05 filler           pic x(12)           value 'DEPREC $'.
           05 filler           pic x(12)           value 'DAMAGE $'.
           05 filler           pic x(10)           value 'MILES'.
           05 filler           pic x(10)           value '$/MILE'.
           05 filler           pic x(22)           value 'FLAG'.
           05 filler           pic x(2)            value spaces.
           05 neDetFuelCost    pic $$$,$$9.99.
           05 filler           pic x(2)            value spaces.
           05 neDetDeprCost    pic $$$,$$9.99.
           05 filler           pic x(2)            value spaces.
           05 neDetDamageCost  pic $$$,$$9.99.
           05 filler           pic x(2)            value spaces.
           05 neDetMiles       pic zzz,zz9.
           05 filler           pic x(3)            value spaces.
           05 neDetCpm         pic zz9.999.
           perform 150-next-trip until xEofFlag = "y".
           close tripLogFile.
           move "n" to xEofFlag.
           open input incidentFile.
           perform 160-next-incident until xEofFlag = "y".
           close incidentFile.
           move "n" to xEofFlag.

       110-next-vehicle.
           read vehicleFile
                   move "y" to xEofFlag,
               not at end
                   if nVehicleCount < nVehicleMax
                       and xVehicleStatusIn not = "D"
                       add 1 to nVehicleCount,
                       move nVehicleNumInput to
                       nVehNumT(nVehicleCount),
                       move xVehicleMakeModelInput to
                       xVehMakeT(nVehicleCount),
                       move 0 to nVtDeprCost(nVehicleCount),
                       if xVehicleAccumDeprIn numeric
                           compute nVtDeprCost(nVehicleCount) =
                               function numval(xVehicleAccumDeprIn)
                               / 100
                       end-if
                   end-if,
           end-read.

                   end-if,
           end-read.

      * Open or closed, what insurance has not paid back stays on the
      * vehicle; a recovery above the estimate is not a credit.
       160-next-incident.
           read incidentFile
               at end
                   move "y" to xEofFlag,
               not at end
                   move nIncVehicle to nCardVehicle,
                   perform 115-find-vehicle,
                   if nFoundSub > 0
                       and nIncRecovered < nIncEstimate
                       compute nVtDamageCost(nFoundSub) =
                           nVtDamageCost(nFoundSub)
                           + nIncEstimate - nIncRecovered
                   end-if,
           end-read.

      * Cost per mile per vehicle, the fleet average across every
      * vehicle with miles, and the worst-first ranking.
       200-report.
               until nSearchSub > nVehicleCount
               compute nVtTotalCost(nSearchSub) =
                   nVtSvcCost(nSearchSub) + nVtFuelCost(nSearchSub)
                   + nVtDeprCost(nSearchSub)
                   + nVtDamageCost(nSearchSub)
               add nVtTotalCost(nSearchSub) to nFleetCost
               add nVtMiles(nSearchSub) to nFleetMiles
               if nVtMiles(nSearchSub) > 0
               move xVehMakeT(nSearchSub) to xDetMake
               move nVtSvcCost(nSearchSub) to neDetSvcCost
               move nVtFuelCost(nSearchSub) to neDetFuelCost
               move nVtDeprCost(nSearchSub) to neDetDeprCost
               move nVtDamageCost(nSearchSub) to neDetDamageCost
               move nVtMiles(nSearchSub) to neDetMiles
               move nVtCpm(nSearchSub) to neDetCpm
               move spaces to xDetFlag
