      * Program: Fuel Card Transaction Load
      *
      * The card vendor's statement used to arrive already summed to
      * one line per card per month, so FuelCardRecon could only see
      * a month that did not add up, never the fill that did it.
      * This loads the vendor's transaction-level statement,
      * GasMileage-fueltxn.txt, in the vendor's own layout -- a
      * header, one detail per purchase (date as mmddyyyy, time,
      * station, product code, gallons, price per gallon, amount),
      * and a trailer with the record count and dollar total -- and
      * checks every fill:
      *   - more gallons than the card's vehicle's tank holds (the
      *     tank capacity GasMileage-13 keeps on the vehicle master);
      *   - a second fill on the same card within a few hours;
      *   - a purchase that is not fuel (car wash, merchandise);
      *   - a Saturday or Sunday fill for a vehicle with no trip in
      *     the clean trip book that day.
      * Fuel purchases are then summed per card per month into
      * GasMileage-fuelcard.txt, the summary FuelCardRecon,
      * GasMileage-08 and GasMileage-11 read: every month on this
      * statement replaces whatever that file held for the month
      * (backed up first), so a reload is safe. Non-fuel purchases
      * stay out of the fuel totals and are listed for recovery. A
      * statement whose trailer does not agree with its details is
      * not loaded at all.

       identification division.
       program-id. GasMileage-21.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select fuelTxnFile assign to "GasMileage-fueltxn.txt"
           organization is line sequential.

           select cardMasterFile assign to "GasMileage-cards.txt"
           organization is line sequential.

           select vehicleFile assign to "GasMileage-vehicles.txt"
           organization is line sequential.

      * Reads the VALIDATED trip file the GasMileage-06 edit pass
      * produces, not the raw keyed book.
           select optional tripLogFile assign to
           "GasMileage-tripbook.clean.txt"
           organization is line sequential.

           select optional cardFile assign to
           "GasMileage-fuelcard.txt"
           organization is line sequential.

           select reportFile assign to "GasMileage-21-report.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

       data division.
       file section.
      * The vendor's layout, read raw so a bad field is reported
      * rather than loaded. Record type 'H' header, 'D' detail,
      * 'T' trailer. Gallons and price carry three implied decimals,
      * amounts two.
       fd  fuelTxnFile.
       01  xFuelTxnRecord.
           05 xFtRecType               pic x.
           05 filler                   pic x(89).
       01  xFuelTxnHeader.
           05 filler                   pic x.
           05 xFhAccount               pic x(10).
           05 xFhPeriodRaw             pic x(6).
           05 xFhCreatedRaw            pic x(8).
       01  xFuelTxnDetail.
           05 filler                   pic x.
           05 xFdCardRaw               pic x(16).
           05 xFdDateRaw.
               10 xFdDateMmdd          pic x(4).
               10 xFdDateYyyy          pic x(4).
           05 xFdTimeRaw.
               10 xFdTimeHh            pic xx.
               10 xFdTimeMm            pic xx.
           05 xFdStationId             pic x(8).
           05 xFdStationName           pic x(25).
           05 xFdStationState          pic xx.
           05 xFdProduct               pic x(3).
           05 xFdGallonsRaw            pic x(7).
           05 xFdPriceRaw              pic x(6).
           05 xFdAmountRaw             pic x(8).
       01  xFuelTxnTrailer.
           05 filler                   pic x.
           05 xFtCountRaw              pic x(6).
           05 xFtTotalRaw              pic x(10).

       fd  cardMasterFile.
      * nCmEmpNum ties the card to a payroll employee number, so a
      * termination can be crossed against active plastic (see the
      * GasMileage-11 card audit). Blank on rows not yet tied.
       01  xCardMasterRecord.
           05 nCmCardNumber            pic 9(16).
           05 nCmVehicleNum            pic 9(5).
           05 xCmCardholder            pic x(20).
           05 xCmActiveFlag            pic x.
           05 xCmEmpNum                pic x(4).

       fd  vehicleFile.
       01  xVehicleInput.
           05 nVehicleNumInput         pic 9(5).
           05 xVehicleMakeModelInput   pic x(20).
           05 xVehicleDeptInput        pic x(10).
           05 filler                   pic x(88).
           05 xVehicleTankIn           pic x(3).
           05 filler                   pic x.

       fd  tripLogFile.
       01  xTripLogRecord.
           05 nTripVehicleNumIn        pic 9(5).
           05 filler                   pic x.
           05 xTripDateIn              pic 9(8).
           05 filler                   pic x.
           05 nTripMilesIn             pic 99999.
           05 filler                   pic x.
           05 nTripGallonsIn           pic 999v9.
           05 filler                   pic x.
           05 neTripMPGIn              pic zz9.99.
           05 filler                   pic x.
           05 xTripDeptIn              pic x(10).
           05 filler                   pic x.
           05 nTripOdometerIn          pic 9(7).
           05 filler                   pic x.
           05 nTripDriverIn            pic 9(4).
           05 filler                   pic x.
           05 xTripUseIn               pic x.

      * The monthly summary, one line per card per period.
       fd  cardFile.
       01  xCardInput.
           05 nCardNumberInput         pic 9(16).
           05 xCardPeriodInput         pic 9(6).
           05 nCardGallonsInput        pic 999v9.
           05 nCardAmountInput         pic 9(5)v99.

       fd  reportFile.
       01  xReportLine                 pic x(130).

           copy "runlog-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xBackupName         pic x(40)           value spaces.
       77  xHeaderSeen         pic x               value 'n'.
       77  xTrailerSeen        pic x               value 'n'.
       77  xInBalance          pic x               value 'n'.
       77  nLineNum            pic 9(6)            value 0.
       77  nDetailCount        pic 9(6)            value 0.
       77  nDetailAmount       pic 9(8)v99         value 0.
       77  nTrailerCount       pic 9(6)            value 0.
       77  nTrailerAmount      pic 9(8)v99         value 0.
       77  nRejectCount        pic 9(5)            value 0.
       77  nFlagCount          pic 9(5)            value 0.
       77  nNonFuelCount       pic 9(5)            value 0.
       77  nNonFuelAmount      pic 9(7)v99         value 0.
       77  xRejectReason       pic x(30)           value spaces.
       77  xFlagText           pic x(24)           value spaces.

       77  nDateWork           pic 9(8)            value 0.
       77  nDateIntWork        pic 9(7)            value 0.
       77  nTimeWork           pic 9(4)            value 0.
       77  nHourWork           pic 99              value 0.
       77  nMinuteWork         pic 99              value 0.
       77  nDowWork            pic 9               value 0.
       77  nDowQuotient        pic 9(7)            value 0.
       77  nGapMinutes         pic 9(10)           value 0.
       77  nPeriodWork         pic 9(6)            value 0.

      * A second fuel fill on the same card inside this many hours
      * is flagged.
       77  nRefillWindowHours  pic 99              value 4.

       77  nCardMasterCount    pic 999             value 0.
       77  nCardSearchSub      pic 999             value 0.
       77  nVehicleCount       pic 999             value 0.
       77  nVehSearchSub       pic 999             value 0.
       77  nTripCount          pic 9(4)            value 0.
       77  nTripMax            pic 9(4)            value 5000.
       77  nTripSub            pic 9(4)            value 0.
       77  xTripFound          pic x               value 'n'.
       77  nFillCount          pic 9(4)            value 0.
       77  nFillMax            pic 9(4)            value 5000.
       77  nFillSub            pic 9(4)            value 0.
       77  nPrevSub            pic 9(4)            value 0.
       77  nSumCount           pic 9(4)            value 0.
       77  nSumMax             pic 9(4)            value 2000.
       77  nSumSub             pic 9(4)            value 0.
       77  nSumFoundSub        pic 9(4)            value 0.
       77  nPeriodCount        pic 99              value 0.
       77  nPeriodSub          pic 99              value 0.
       77  xPeriodFound        pic x               value 'n'.
       77  nRejectSub          pic 999             value 0.
       77  nRejectMax          pic 999             value 200.
       77  nProductSub         pic 9               value 0.
       77  xIsFuel             pic x               value 'n'.

      * The vendor's product codes that are fuel; anything else on
      * the card is a non-fuel purchase.
       01  xFuelProducts.
           05 filler           pic x(3)            value 'UNL'.
           05 filler           pic x(3)            value 'MID'.
           05 filler           pic x(3)            value 'PRM'.
           05 filler           pic x(3)            value 'DSL'.
           05 filler           pic x(3)            value 'E85'.
       01  filler redefines xFuelProducts.
           05 xFuelProductT occurs 5 times pic x(3).

       01  xCardMasterTable.
           05 xCardMasterElement occurs 200 times.
               10 nCmCardNumberT   pic 9(16).
               10 nCmVehicleNumT   pic 9(5).

       01  xVehicleTable.
           05 xVehicleElement occurs 100 times.
               10 nVehNumT         pic 9(5).
               10 nVehTankT        pic 999.

       01  xTripTable.
           05 xTripElement occurs 5000 times.
               10 nTtVehicle       pic 9(5).
               10 nTtDate          pic 9(8).

      * Every good detail line, sorted by card and time for the
      * refill check.
       01  xFillTable.
           05 xFillElement occurs 1 to 5000 times
               depending on nFillCount
               ascending key is nFtCard nFtStamp.
               10 nFtCard          pic 9(16).
               10 nFtStamp         pic 9(10).
               10 nFtDate          pic 9(8).
               10 nFtTime          pic 9(4).
               10 nFtLine          pic 9(6).
               10 nFtVehicle       pic 9(5).
               10 nFtTank          pic 999.
               10 xFtProduct       pic x(3).
               10 xFtFuel          pic x.
               10 xFtStation       pic x(25).
               10 nFtGallons       pic 9(4)v999.
               10 nFtAmount        pic 9(6)v99.

      * Monthly totals: the rows kept from the existing summary and
      * the ones built from this statement.
       01  xSumTable.
           05 xSumElement occurs 1 to 2000 times
               depending on nSumCount
               ascending key is nStPeriod nStCard.
               10 nStPeriod        pic 9(6).
               10 nStCard          pic 9(16).
               10 nStGallons       pic 9(4)v999.
               10 nStAmount        pic 9(6)v99.

      * Lines turned away, listed ahead of the fill exceptions.
       01  xRejectTable.
           05 xRejectElement occurs 200 times.
               10 nRtLine          pic 9(6).
               10 xRtCard          pic x(16).
               10 xRtDate          pic x(8).
               10 xRtTime          pic x(4).
               10 xRtStation       pic x(25).
               10 xRtProduct       pic x(3).
               10 xRtReason        pic x(30).

       01  xPeriodTable.
           05 nPeriodT occurs 24 times pic 9(6).

       01  xReportHeading-1.
           05 filler           pic x(34)
               value 'FUEL CARD TRANSACTION LOAD ACCOUNT'.
           05 filler           pic x               value space.
           05 xHeadAccount     pic x(10).
           05 filler           pic x(18)
               value ' STATEMENT PERIOD '.
           05 xHeadPeriod      pic x(6).

       01  xSectionLine.
           05 xSectionText     pic x(60).

       01  xReportHeading-2.
           05 filler           pic x(7)            value 'LINE'.
           05 filler           pic x(18)           value 'CARD'.
           05 filler           pic x(10)           value 'DATE'.
           05 filler           pic x(6)            value 'TIME'.
           05 filler           pic x(27)           value 'STATION'.
           05 filler           pic x(5)            value 'PROD'.
           05 filler           pic x(10)           value '  GALLONS'.
           05 filler           pic x(11)           value '    AMOUNT'.
           05 filler           pic x(16)           value 'EXCEPTION'.

       01  xReportDetail.
           05 neDetLine        pic zzzzz9.
           05 filler           pic x               value space.
           05 xDetCard         pic x(16).
           05 filler           pic x(2)            value spaces.
           05 xDetDate         pic x(8).
           05 filler           pic x(2)            value spaces.
           05 xDetTime         pic x(4).
           05 filler           pic x(2)            value spaces.
           05 xDetStation      pic x(25).
           05 filler           pic x(2)            value spaces.
           05 xDetProduct      pic x(3).
           05 filler           pic x(2)            value spaces.
           05 neDetGallons     pic zzz9.999.
           05 filler           pic x(2)            value spaces.
           05 neDetAmount      pic zz,zz9.99.
           05 filler           pic x(2)            value spaces.
           05 xDetFlag         pic x(30).

       01  xSumHeading.
           05 filler           pic x(18)           value 'CARD'.
           05 filler           pic x(8)            value 'PERIOD'.
           05 filler           pic x(9)            value '  GALLONS'.
           05 filler           pic x(12)           value '     DOLLARS'.

       01  xSumDetail.
           05 neSumCard        pic 9(16).
           05 filler           pic x(2)            value spaces.
           05 neSumPeriod      pic 9(6).
           05 filler           pic x(2)            value spaces.
           05 neSumGallons     pic zz9.9.
           05 filler           pic x(2)            value spaces.
           05 neSumAmount      pic zzz,zz9.99.

       01  xControlLine.
           05 xCtlLabel        pic x(30).
           05 neCtlCount       pic zzzzz9.
           05 filler           pic x(2)            value spaces.
           05 neCtlAmount      pic zz,zzz,zz9.99.

           copy "runlog-workingstorage.cbl".

       procedure division.
       000-main.
           move "GasMileage-21" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-load-statement.
           perform 300-check-fills.
           perform 400-termination.
           stop run.

       100-initialization.
           open input cardMasterFile.
           perform 110-next-card-master until xEofFlag = "y".
           close cardMasterFile.
           move "n" to xEofFlag.
           open input vehicleFile.
           perform 115-next-vehicle until xEofFlag = "y".
           close vehicleFile.
           move "n" to xEofFlag.
           open input tripLogFile.
           perform 120-next-trip until xEofFlag = "y".
           close tripLogFile.
           move "n" to xEofFlag.
           open output reportFile.

       110-next-card-master.
           read cardMasterFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nCardMasterCount < 200
                       add 1 to nCardMasterCount,
                       move nCmCardNumber to
                       nCmCardNumberT(nCardMasterCount),
                       move nCmVehicleNum to
                       nCmVehicleNumT(nCardMasterCount)
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
                       nVehNumT(nVehicleCount),
                       move 0 to nVehTankT(nVehicleCount),
                       if xVehicleTankIn numeric
                           move xVehicleTankIn to
                           nVehTankT(nVehicleCount)
                       end-if
                   end-if,
           end-read.

       120-next-trip.
           read tripLogFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nTripCount < nTripMax
                       add 1 to nTripCount,
                       move nTripVehicleNumIn to
                       nTtVehicle(nTripCount),
                       move xTripDateIn to nTtDate(nTripCount)
                   end-if,
           end-read.

       200-load-statement.
           open input fuelTxnFile.
           perform 210-next-txn until xEofFlag = "y".
           close fuelTxnFile.
           move "n" to xEofFlag.
           write xReportLine from xReportHeading-1.
           move spaces to xSectionText.
           write xReportLine from xSectionLine.
           move "EXCEPTIONS" to xSectionText.
           write xReportLine from xSectionLine.
           write xReportLine from xReportHeading-2.
           perform varying nRejectSub from 1 by 1
               until nRejectSub > nRejectCount
               or nRejectSub > nRejectMax
               move spaces to xReportDetail
               move nRtLine(nRejectSub) to neDetLine
               move xRtCard(nRejectSub) to xDetCard
               move xRtDate(nRejectSub) to xDetDate
               move xRtTime(nRejectSub) to xDetTime
               move xRtStation(nRejectSub) to xDetStation
               move xRtProduct(nRejectSub) to xDetProduct
               move xRtReason(nRejectSub) to xDetFlag
               write xReportLine from xReportDetail
           end-perform.

       210-next-txn.
           read fuelTxnFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nLineNum,
                   evaluate xFtRecType
                       when "H"
                           move "y" to xHeaderSeen
                           move xFhAccount to xHeadAccount
                           move xFhPeriodRaw to xHeadPeriod
                       when "D"
                           perform 220-store-detail
                       when "T"
                           perform 215-store-trailer
                   end-evaluate,
           end-read.

       215-store-trailer.
           move "y" to xTrailerSeen.
           if xFtCountRaw numeric
               move xFtCountRaw to nTrailerCount
           end-if.
           if xFtTotalRaw numeric
               compute nTrailerAmount =
                   function numval(xFtTotalRaw) / 100
           end-if.

      * The detail count and dollar total are what the trailer is
      * checked against, so they take every detail the vendor sent,
      * good or bad; only a good one goes into the fill table.
       220-store-detail.
           add 1 to nDetailCount.
           if xFdAmountRaw numeric
               compute nDetailAmount = nDetailAmount +
                   function numval(xFdAmountRaw) / 100
           end-if.
           move spaces to xRejectReason.
           perform 225-edit-detail.
           if xRejectReason = spaces and nFillCount >= nFillMax
               move "REJECTED - FILL TABLE FULL" to xRejectReason
           end-if.
           if xRejectReason not = spaces
               add 1 to nRejectCount
               if nRejectCount <= nRejectMax
                   move nLineNum to nRtLine(nRejectCount)
                   move xFdCardRaw to xRtCard(nRejectCount)
                   move xFdDateRaw to xRtDate(nRejectCount)
                   move xFdTimeRaw to xRtTime(nRejectCount)
                   move xFdStationName to xRtStation(nRejectCount)
                   move xFdProduct to xRtProduct(nRejectCount)
                   move xRejectReason to xRtReason(nRejectCount)
               end-if
               exit paragraph
           end-if.
           add 1 to nFillCount.
           move xFdCardRaw to nFtCard(nFillCount).
           move nDateWork to nFtDate(nFillCount).
           move nTimeWork to nFtTime(nFillCount).
           compute nFtStamp(nFillCount) = nDateIntWork * 1440
               + nHourWork * 60 + nMinuteWork.
           move nLineNum to nFtLine(nFillCount).
           move xFdProduct to xFtProduct(nFillCount).
           move xFdStationName to xFtStation(nFillCount).
           compute nFtGallons(nFillCount) =
               function numval(xFdGallonsRaw) / 1000.
           compute nFtAmount(nFillCount) =
               function numval(xFdAmountRaw) / 100.
           move "n" to xIsFuel.
           perform varying nProductSub from 1 by 1
               until nProductSub > 5
               if xFuelProductT(nProductSub) = xFdProduct
                   move "y" to xIsFuel
               end-if
           end-perform.
           move xIsFuel to xFtFuel(nFillCount).
           move 0 to nFtVehicle(nFillCount).
           move 0 to nFtTank(nFillCount).
           perform varying nCardSearchSub from 1 by 1
               until nCardSearchSub > nCardMasterCount
               if nCmCardNumberT(nCardSearchSub) = nFtCard(nFillCount)
                   move nCmVehicleNumT(nCardSearchSub) to
                   nFtVehicle(nFillCount)
                   move nCardMasterCount to nCardSearchSub
               end-if
           end-perform.
           perform varying nVehSearchSub from 1 by 1
               until nVehSearchSub > nVehicleCount
               if nVehNumT(nVehSearchSub) = nFtVehicle(nFillCount)
                   and nFtVehicle(nFillCount) > 0
                   move nVehTankT(nVehSearchSub) to
                   nFtTank(nFillCount)
                   move nVehicleCount to nVehSearchSub
               end-if
           end-perform.

      * The vendor sends the date as mmddyyyy; it is carried as
      * yyyymmdd from here on.
       225-edit-detail.
           if xFdCardRaw not numeric
               move "REJECTED - CARD NOT NUMERIC" to xRejectReason
               exit paragraph
           end-if.
           move 0 to nDateIntWork.
           if xFdDateRaw numeric
               move function concatenate(xFdDateYyyy, xFdDateMmdd)
                   to nDateWork
               compute nDateIntWork =
                   function integer-of-date(nDateWork)
           end-if.
           if nDateIntWork = 0
               move "REJECTED - INVALID DATE" to xRejectReason
               exit paragraph
           end-if.
           if xFdTimeRaw not numeric
               move "REJECTED - INVALID TIME" to xRejectReason
               exit paragraph
           end-if.
           move xFdTimeRaw to nTimeWork.
           move xFdTimeHh to nHourWork.
           move xFdTimeMm to nMinuteWork.
           if nHourWork > 23 or nMinuteWork > 59
               move "REJECTED - INVALID TIME" to xRejectReason
               exit paragraph
           end-if.
           if xFdGallonsRaw not numeric
               or xFdPriceRaw not numeric
               or xFdAmountRaw not numeric
               move "REJECTED - QUANTITY NOT NUMERIC" to
               xRejectReason
           end-if.

      * Each exception is its own report line, so a fill that trips
      * two checks shows twice.
       300-check-fills.
           if nFillCount > 0
               sort xFillElement on ascending key nFtCard nFtStamp
           end-if.
           move 0 to nPrevSub.
           perform varying nFillSub from 1 by 1
               until nFillSub > nFillCount
               perform 310-check-one-fill
               move nFillSub to nPrevSub
           end-perform.
           if nFlagCount = 0 and nRejectCount = 0
               move "  (none)" to xSectionText
               write xReportLine from xSectionLine
           end-if.

       310-check-one-fill.
           if nFtVehicle(nFillSub) = 0
               move "CARD NOT ON MASTER" to xFlagText
               perform 390-write-flag
           end-if.
           if xFtFuel(nFillSub) = "n"
               move "NON-FUEL PURCHASE" to xFlagText
               perform 390-write-flag
               add 1 to nNonFuelCount
               add nFtAmount(nFillSub) to nNonFuelAmount
               exit paragraph
           end-if.
           if nFtTank(nFillSub) > 0
               and nFtGallons(nFillSub) > nFtTank(nFillSub)
               move "OVER TANK CAPACITY" to xFlagText
               perform 390-write-flag
           end-if.
           perform 320-check-refill.
           perform 330-check-weekend.

      * The previous fuel fill on the same card: the table is in
      * card and time order, so it is the nearest fuel line above.
       320-check-refill.
           move nFillSub to nPrevSub.
           subtract 1 from nPrevSub.
           perform until nPrevSub = 0
               or nFtCard(nPrevSub) not = nFtCard(nFillSub)
               or xFtFuel(nPrevSub) = "y"
               subtract 1 from nPrevSub
           end-perform.
           if nPrevSub = 0
               exit paragraph
           end-if.
           if nFtCard(nPrevSub) not = nFtCard(nFillSub)
               exit paragraph
           end-if.
           compute nGapMinutes =
               nFtStamp(nFillSub) - nFtStamp(nPrevSub).
           if nGapMinutes < nRefillWindowHours * 60
               move "REFILL WITHIN WINDOW" to xFlagText
               perform 390-write-flag
           end-if.

      * Day 1 of integer-of-date was a Monday, so a remainder of 5
      * is a Saturday and 6 a Sunday.
       330-check-weekend.
           if nFtVehicle(nFillSub) = 0
               exit paragraph
           end-if.
           compute nDateIntWork =
               function integer-of-date(nFtDate(nFillSub)).
           subtract 1 from nDateIntWork.
           divide nDateIntWork by 7 giving nDowQuotient
               remainder nDowWork.
           if nDowWork < 5
               exit paragraph
           end-if.
           move "n" to xTripFound.
           perform varying nTripSub from 1 by 1
               until nTripSub > nTripCount
               if nTtVehicle(nTripSub) = nFtVehicle(nFillSub)
                   and nTtDate(nTripSub) = nFtDate(nFillSub)
                   move "y" to xTripFound
                   move nTripCount to nTripSub
               end-if
           end-perform.
           if xTripFound = "n"
               move "WEEKEND FILL, NO TRIP" to xFlagText
               perform 390-write-flag
           end-if.

       390-write-flag.
           add 1 to nFlagCount.
           move nFtLine(nFillSub) to neDetLine.
           move nFtCard(nFillSub) to xDetCard.
           move nFtDate(nFillSub) to xDetDate.
           move nFtTime(nFillSub) to xDetTime.
           move xFtStation(nFillSub) to xDetStation.
           move xFtProduct(nFillSub) to xDetProduct.
           move nFtGallons(nFillSub) to neDetGallons.
           move nFtAmount(nFillSub) to neDetAmount.
           move xFlagText to xDetFlag.
           write xReportLine from xReportDetail.

       400-termination.
           perform 410-check-balance.
           if xInBalance = "y"
               perform 420-build-totals
               perform 440-write-summary
           end-if.
           perform 450-write-controls.
           close reportFile.
           display " ".
           if xInBalance = "y"
               display nFillCount, " fuel card transactions loaded, "
               nFlagCount, " exceptions -- see "
               "GasMileage-21-report.txt"
               move "COMPLETE" to xRunLogStatus
           else
               display "Statement NOT loaded -- the trailer does not "
               "agree with the detail lines; see "
               "GasMileage-21-report.txt"
               move "OUTOFBAL" to xRunLogStatus
           end-if.
           display " ".
           move "GasMileage-21" to xRunLogProgram.
           move nDetailCount to nRunLogRecCount.
           perform 9000-write-runlog.

      * Rejected lines are the vendor's to resend; they still count
      * toward the trailer, so a statement with a bad line can load.
       410-check-balance.
           move "n" to xInBalance.
           if xHeaderSeen = "y" and xTrailerSeen = "y"
               and nTrailerCount = nDetailCount
               and nTrailerAmount = nDetailAmount
               move "y" to xInBalance
           end-if.

      * The existing summary is kept except for the months this
      * statement covers, which are rebuilt from the fuel lines.
       420-build-totals.
           move 0 to nPeriodCount.
           perform varying nFillSub from 1 by 1
               until nFillSub > nFillCount
               perform 425-note-period
           end-perform.
           open input cardFile.
           perform 430-next-summary until xEofFlag = "y".
           close cardFile.
           move "n" to xEofFlag.
           perform varying nFillSub from 1 by 1
               until nFillSub > nFillCount
               if xFtFuel(nFillSub) = "y"
                   perform 435-add-fill
               end-if
           end-perform.

       425-note-period.
           compute nPeriodWork = nFtDate(nFillSub) / 100.
           move "n" to xPeriodFound.
           perform varying nPeriodSub from 1 by 1
               until nPeriodSub > nPeriodCount
               if nPeriodT(nPeriodSub) = nPeriodWork
                   move "y" to xPeriodFound
               end-if
           end-perform.
           if xPeriodFound = "n" and nPeriodCount < 24
               add 1 to nPeriodCount
               move nPeriodWork to nPeriodT(nPeriodCount)
           end-if.

       430-next-summary.
           read cardFile
               at end
                   move "y" to xEofFlag,
               not at end
                   move "n" to xPeriodFound,
                   perform varying nPeriodSub from 1 by 1
                       until nPeriodSub > nPeriodCount
                       if nPeriodT(nPeriodSub) = xCardPeriodInput
                           move "y" to xPeriodFound
                       end-if
                   end-perform,
                   if xPeriodFound = "n" and nSumCount < nSumMax
                       add 1 to nSumCount,
                       move xCardPeriodInput to
                       nStPeriod(nSumCount),
                       move nCardNumberInput to nStCard(nSumCount),
                       move nCardGallonsInput to
                       nStGallons(nSumCount),
                       move nCardAmountInput to nStAmount(nSumCount)
                   end-if,
           end-read.

       435-add-fill.
           compute nPeriodWork = nFtDate(nFillSub) / 100.
           move 0 to nSumFoundSub.
           perform varying nSumSub from 1 by 1
               until nSumSub > nSumCount
               if nStCard(nSumSub) = nFtCard(nFillSub)
                   and nStPeriod(nSumSub) = nPeriodWork
                   move nSumSub to nSumFoundSub
                   move nSumCount to nSumSub
               end-if
           end-perform.
           if nSumFoundSub = 0
               if nSumCount >= nSumMax
                   exit paragraph
               end-if
               add 1 to nSumCount
               move nSumCount to nSumFoundSub
               move nPeriodWork to nStPeriod(nSumFoundSub)
               move nFtCard(nFillSub) to nStCard(nSumFoundSub)
               move 0 to nStGallons(nSumFoundSub)
               move 0 to nStAmount(nSumFoundSub)
           end-if.
           add nFtGallons(nFillSub) to nStGallons(nSumFoundSub).
           add nFtAmount(nFillSub) to nStAmount(nSumFoundSub).

      * Gallons are carried to a tenth on the summary.
       440-write-summary.
           if nSumCount > 0
               sort xSumElement on ascending key nStPeriod nStCard
           end-if.
           move "GasMileage-fuelcard.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output cardFile.
           move spaces to xSectionText.
           write xReportLine from xSectionLine.
           move "MONTHLY FUEL TOTALS WRITTEN TO GASMILEAGE-FUELCARD.TXT"
               to xSectionText.
           write xReportLine from xSectionLine.
           write xReportLine from xSumHeading.
           perform varying nSumSub from 1 by 1
               until nSumSub > nSumCount
               move nStCard(nSumSub) to nCardNumberInput
               move nStPeriod(nSumSub) to xCardPeriodInput
               compute nCardGallonsInput rounded =
                   nStGallons(nSumSub)
               move nStAmount(nSumSub) to nCardAmountInput
               write xCardInput
               move nStCard(nSumSub) to neSumCard
               move nStPeriod(nSumSub) to neSumPeriod
               move nCardGallonsInput to neSumGallons
               move nStAmount(nSumSub) to neSumAmount
               write xReportLine from xSumDetail
           end-perform.
           close cardFile.

       450-write-controls.
           move spaces to xSectionText.
           write xReportLine from xSectionLine.
           if xHeaderSeen = "n"
               move "NO HEADER RECORD ON THE STATEMENT" to
               xSectionText
               write xReportLine from xSectionLine
           end-if.
           if xTrailerSeen = "n"
               move "NO TRAILER RECORD ON THE STATEMENT" to
               xSectionText
               write xReportLine from xSectionLine
           end-if.
           move "DETAIL LINES READ" to xCtlLabel.
           move nDetailCount to neCtlCount.
           move nDetailAmount to neCtlAmount.
           write xReportLine from xControlLine.
           move "TRAILER CONTROL TOTALS" to xCtlLabel.
           move nTrailerCount to neCtlCount.
           move nTrailerAmount to neCtlAmount.
           write xReportLine from xControlLine.
           move "LINES REJECTED" to xCtlLabel.
           move nRejectCount to neCtlCount.
           move 0 to neCtlAmount.
           write xReportLine from xControlLine.
           move "NON-FUEL PURCHASES" to xCtlLabel.
           move nNonFuelCount to neCtlCount.
           move nNonFuelAmount to neCtlAmount.
           write xReportLine from xControlLine.
           if xInBalance = "n"
               move "OUT OF BALANCE - STATEMENT NOT LOADED" to
               xSectionText
               write xReportLine from xSectionLine
           end-if.

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
