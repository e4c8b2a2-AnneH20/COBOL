      * Program: House Apportionment
      *
      * How many House seats a census buys each state: the 435
      * seats are shared out over the populations States.txt holds
      * for the census year asked for (blank for the latest on
      * file) by the method of equal proportions -- every state
      * starts with one seat, and each seat after that goes to the
      * state with the highest priority value, its population over
      * the square root of n(n+1) for the n seats it already has.
      * The same is done for the census year before it on file, so
      * each state's gain or loss shows. The report lists the
      * states by region (names from Regions.txt) with region
      * totals, then the last five states to win a seat and the
      * next five in line to miss one, with the margin: the people
      * a winner could have lost and still won, or a loser needed
      * to win. The District of Columbia has no voting seat and is
      * left out.

       identification division.
       program-id. States-07.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select inFile assign to "States.txt" organization is line
           sequential.

           select optional regionFile assign to "Regions.txt"
           organization is line sequential.

           select reportFile assign to "States-07-report.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

       data division.
       file section.
       fd  inFile.
       01  xInput.
           05 nStateNumber             pic 99.
           05 xStateAbrv               pic xx.
           05 xRegion                  pic x.
           05 xStateName               pic x(20).
           05 nPopulation              pic 9(8).
           05 nArea                    pic 9(6).
           05 nCensusYear              pic 9(4).

       fd  regionFile.
       01  xRegionMasterRecord.
           05 xRegionCodeIn            pic x.
           05 xRegionNameIn            pic x(20).

       fd  reportFile.
       01  xReportLine                 pic x(90).

           copy "runlog-filesection.cbl".

       working-storage section.
       77  xEofFlag                    pic x           value 'n'.
       77  xYearRaw                    pic x(4)        value spaces.
       77  nCensusChosen               pic 9(4)        value 0.
       77  nCensusPrior                pic 9(4)        value 0.
       77  nCensusLatest               pic 9(4)        value 0.
       77  xChosenOnFile               pic x           value 'n'.
       77  nRowCount                   pic 9999        value 0.
       77  nMatchSub                   pic 99.
       77  nFoundStateSub              pic 99.
       77  nProcessSub                 pic 99.
       77  nBestSub                    pic 99.
       77  nRegionSub                  pic 99.
       77  xOldRegion                  pic x.

      * 435 seats, and five more awards worked past the last one so
      * the states next in line can be shown.
       77  nHouseSeats                 pic 999         value 435.
       77  nNearMiss                   pic 9           value 5.
       77  nAwardTarget                pic 999         value 0.
       77  nAwardCount                 pic 999         value 0.
       77  xPriorRun                   pic x           value 'n'.
       77  nBestPriority               pic 9(8)v9(6)   value 0.
       77  nMarginWork                 pic s9(9)v9(6)  value 0.
       77  nMarginWhole                pic s9(9)       value 0.
       77  nLastWinPriority            pic 9(8)v9(6)   value 0.
       77  nFirstMissPriority          pic 9(8)v9(6)   value 0.

       77  nRegionSeats                pic 999         value 0.
       77  nRegionPriorSeats           pic 999         value 0.
       77  nRegionStates               pic 99          value 0.
       77  nTotalSeats                 pic 999         value 0.
       77  nTotalPriorSeats            pic 999         value 0.

      * Census years seen on the file, for the prior year.
       77  nYearCount                  pic 99          value 0.
       01  xYearTable.
           05 nYearT occurs 30 times pic 9(4).

       77  nRegionMasterCount          pic 99          value 0.
       01  xRegionMasterTable.
           05 xRegionMasterElement occurs 10 times.
               10 xRegionCodeT         pic x.
               10 xRegionNameT         pic x(20).

      * One slot per state with a population for the chosen year,
      * sorted by region and name before the seats are shared out.
      * nStHeldT is the seats it holds so far in a run, and
      * nStPriorityT its bid for the next one.
       77  nStateCount                 pic 99          value 0.
       77  nStateTableMax              pic 99          value 60.
       77  xStateTableFull             pic x           value 'n'.
       01  xStateTable.
           05 xStateElement occurs 1 to 60 times
               depending on nStateCount.
               10 xStRegionT           pic x.
               10 xStNameT             pic x(20).
               10 xStAbrvT             pic xx.
               10 nStPopT              pic 9(8).
               10 nStPriorPopT         pic 9(8).
               10 nStSeatsT            pic 99.
               10 nStPriorSeatsT       pic 99.
               10 nStHeldT             pic 99.
               10 nStPriorityT         pic 9(8)v9(6).

      * Seats from the first one won on priority to the last of the
      * near misses, in the order awarded.
       01  xAwardTable.
           05 xAwardElement occurs 440 times.
               10 nAwStateSub          pic 99.
               10 nAwSeatNum           pic 99.
               10 nAwPriority          pic 9(8)v9(6).

       01  xReportHeading-1.
           05 filler           pic x(29)
               value 'HOUSE APPORTIONMENT - CENSUS '.
           05 neHeadYear       pic 9(4).
           05 filler           pic x(30)
               value ' - 435 SEATS'.

       01  xReportHeading-2.
           05 filler           pic x(33)
               value 'EQUAL PROPORTIONS, COMPARED WITH'.
           05 neHeadPrior      pic 9(4).

       01  xReportHeading-3.
           05 filler           pic x(24)       value 'STATE'.
           05 filler           pic x(14)       value '  POPULATION'.
           05 filler           pic x(7)        value '  SEATS'.
           05 filler           pic x(7)        value '  PRIOR'.
           05 filler           pic x(8)        value '  CHANGE'.

       01  xRegionHeading.
           05 filler           pic x(7)        value 'REGION '.
           05 xRegHeadCode     pic x.
           05 filler           pic x(2)        value spaces.
           05 xRegHeadName     pic x(20).

       01  xReportDetail.
           05 filler           pic x(2)        value spaces.
           05 xDetStateName    pic x(20).
           05 filler           pic x(2)        value spaces.
           05 neDetPop         pic zz,zzz,zz9.
           05 filler           pic x(5)        value spaces.
           05 neDetSeats       pic z9.
           05 filler           pic x(5)        value spaces.
           05 xDetPrior        pic x(2).
           05 filler           pic x(5)        value spaces.
           05 xDetChange       pic x(3).

       77  nePriorEdit         pic z9.
       77  neChangeEdit        pic ++9.

       01  xRegionSubtotal.
           05 filler           pic x(9)        value '  REGION '.
           05 xRegSubCode      pic x.
           05 filler           pic x           value space.
           05 neRegSubStates   pic z9.
           05 filler           pic x(11)       value ' STATES'.
           05 filler           pic x(14)       value spaces.
           05 neRegSubSeats    pic zz9.
           05 filler           pic x(4)        value spaces.
           05 xRegSubPrior     pic x(3).
           05 filler           pic x(4)        value spaces.
           05 xRegSubChange    pic x(4).

       77  neSubPriorEdit      pic zz9.
       77  neSubChangeEdit     pic +++9.

       01  xReportTotal.
           05 filler           pic x(26)       value 'ALL STATES'.
           05 neTotStates      pic z9.
           05 filler           pic x(10)       value spaces.
           05 neTotSeats       pic zz9.
           05 filler           pic x(4)        value spaces.
           05 xTotPrior        pic x(3).

       01  xMarginHeading-1.
           05 filler           pic x(40)
               value 'LAST SEATS WON'.

       01  xMarginHeading-2.
           05 filler           pic x(40)
               value 'NEXT IN LINE, NO SEAT'.

       01  xMarginHeading-3.
           05 filler           pic x(6)        value 'SEAT'.
           05 filler           pic x(22)       value 'STATE'.
           05 filler           pic x(9)        value 'ITS SEAT'.
           05 filler           pic x(22)
               value '   PRIORITY VALUE'.
           05 filler           pic x(20)       value '      MARGIN'.

       01  xMarginDetail.
           05 neMarSeat        pic zz9.
           05 filler           pic x(3)        value spaces.
           05 xMarStateName    pic x(20).
           05 filler           pic x(2)        value spaces.
           05 neMarItsSeat     pic z9.
           05 filler           pic x(3)        value spaces.
           05 neMarPriority    pic zz,zzz,zz9.999999.
           05 filler           pic x(3)        value spaces.
           05 neMarMargin      pic zzz,zzz,zz9.
           05 xMarNote         pic x(14).

           copy "runlog-workingstorage.cbl".

       procedure division.
       000-main.
           move "States-07" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           if xChosenOnFile = "y"
               perform 200-apportion
               perform 250-write-report
           end-if.
           perform 300-termination.
           stop run.

       100-initialization.
           display " ".
           display "Census year to apportion (blank for the latest "
           "on file)? " with no advancing.
           accept xYearRaw.
           open input inFile.
           perform 110-scan-years until xEofFlag = "y".
           close inFile.
           move "n" to xEofFlag.
           if xYearRaw numeric
               move xYearRaw to nCensusChosen
           else
               move nCensusLatest to nCensusChosen
           end-if.
           perform varying nMatchSub from 1 by 1
               until nMatchSub > nYearCount
               if nYearT(nMatchSub) = nCensusChosen
                   move "y" to xChosenOnFile
               end-if
               if nYearT(nMatchSub) < nCensusChosen
                   and nYearT(nMatchSub) > nCensusPrior
                   move nYearT(nMatchSub) to nCensusPrior
               end-if
           end-perform.
           if xChosenOnFile = "n"
               display "No census year ", nCensusChosen,
               " on States.txt -- nothing apportioned."
               exit paragraph
           end-if.
           open input regionFile.
           perform 130-next-region until xEofFlag = "y".
           close regionFile.
           move "n" to xEofFlag.
           open input inFile.
           perform 140-next-state until xEofFlag = "y".
           close inFile.
           move "n" to xEofFlag.
           move 0 to nRegionStates.
           perform varying nProcessSub from 1 by 1
               until nProcessSub > nStateCount
               if nStPopT(nProcessSub) > 0
                   add 1 to nRegionStates
               end-if
           end-perform.
           if nRegionStates = 0
               display "No state has a population for the ",
               nCensusChosen, " census -- nothing apportioned."
               move "n" to xChosenOnFile
               exit paragraph
           end-if.
           if nStateCount > 1
               sort xStateElement on ascending key xStRegionT
                   xStNameT
           end-if.

       110-scan-years.
           read inFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nRowCount,
                   perform 120-note-year,
           end-read.

       120-note-year.
           if nCensusYear > nCensusLatest
               move nCensusYear to nCensusLatest
           end-if.
           move 0 to nFoundStateSub.
           perform varying nMatchSub from 1 by 1
               until nMatchSub > nYearCount
               if nYearT(nMatchSub) = nCensusYear
                   move nMatchSub to nFoundStateSub
                   move nYearCount to nMatchSub
               end-if
           end-perform.
           if nFoundStateSub = 0 and nYearCount < 30
               add 1 to nYearCount
               move nCensusYear to nYearT(nYearCount)
           end-if.

       130-next-region.
           read regionFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nRegionMasterCount < 10
                       add 1 to nRegionMasterCount,
                       move xRegionCodeIn to
                       xRegionCodeT(nRegionMasterCount),
                       move xRegionNameIn to
                       xRegionNameT(nRegionMasterCount)
                   end-if,
           end-read.

       140-next-state.
           read inFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xStateAbrv not = "DC"
                       and (nCensusYear = nCensusChosen
                           or nCensusYear = nCensusPrior)
                       perform 145-place-state
                   end-if,
           end-read.

      * A state found only in the prior year is not apportioned
      * this time; one found only in the chosen year has no prior
      * seats to compare with.
       145-place-state.
           move 0 to nFoundStateSub.
           perform varying nMatchSub from 1 by 1
               until nMatchSub > nStateCount
               if xStAbrvT(nMatchSub) = xStateAbrv
                   move nMatchSub to nFoundStateSub
                   move nStateCount to nMatchSub
               end-if
           end-perform.
           if nFoundStateSub = 0
               if nStateCount >= nStateTableMax
                   if xStateTableFull = "n"
                       display "WARNING: state table full at "
                       nStateTableMax
                       " states -- remaining rows in States.txt "
                       "were not loaded."
                       move "y" to xStateTableFull
                   end-if
                   exit paragraph
               end-if
               add 1 to nStateCount
               move nStateCount to nFoundStateSub
               move xStateAbrv to xStAbrvT(nFoundStateSub)
               move 0 to nStPopT(nFoundStateSub)
               move 0 to nStPriorPopT(nFoundStateSub)
               move 0 to nStSeatsT(nFoundStateSub)
               move 0 to nStPriorSeatsT(nFoundStateSub)
           end-if.
           if nCensusYear = nCensusChosen
               move xRegion to xStRegionT(nFoundStateSub)
               move xStateName to xStNameT(nFoundStateSub)
               move nPopulation to nStPopT(nFoundStateSub)
           else
               if xStNameT(nFoundStateSub) = spaces
                   move xRegion to xStRegionT(nFoundStateSub)
                   move xStateName to xStNameT(nFoundStateSub)
               end-if
               move nPopulation to nStPriorPopT(nFoundStateSub)
           end-if.

      * The prior census is shared out first, then the chosen one,
      * which runs on past the last seat for the near misses.
       200-apportion.
           if nCensusPrior > 0
               move "y" to xPriorRun
               move nHouseSeats to nAwardTarget
               perform 210-share-seats
           end-if.
           move "n" to xPriorRun.
           compute nAwardTarget = nHouseSeats + nNearMiss.
           perform 210-share-seats.

      * Every state with people gets its first seat outright; the
      * rest go one at a time to the highest priority value.
       210-share-seats.
           move 0 to nAwardCount.
           perform varying nProcessSub from 1 by 1
               until nProcessSub > nStateCount
               move 0 to nStHeldT(nProcessSub)
               move 0 to nStPriorityT(nProcessSub)
               if (xPriorRun = "y" and nStPriorPopT(nProcessSub) > 0)
                   or (xPriorRun = "n" and nStPopT(nProcessSub) > 0)
                   add 1 to nAwardCount
                   move 1 to nStHeldT(nProcessSub)
                   perform 230-next-priority
               end-if
           end-perform.
           perform 220-award-seat until nAwardCount >= nAwardTarget.
           perform varying nProcessSub from 1 by 1
               until nProcessSub > nStateCount
               if xPriorRun = "y"
                   move nStHeldT(nProcessSub) to
                   nStPriorSeatsT(nProcessSub)
               end-if
           end-perform.

       220-award-seat.
           move 0 to nBestSub.
           move 0 to nBestPriority.
           perform varying nProcessSub from 1 by 1
               until nProcessSub > nStateCount
               if nStPriorityT(nProcessSub) > nBestPriority
                   move nStPriorityT(nProcessSub) to nBestPriority
                   move nProcessSub to nBestSub
               end-if
           end-perform.
           if nBestSub = 0
               move nAwardTarget to nAwardCount
               exit paragraph
           end-if.
           add 1 to nAwardCount.
           move nBestSub to nProcessSub.
           add 1 to nStHeldT(nProcessSub).
           if xPriorRun = "n"
               move nBestSub to nAwStateSub(nAwardCount)
               move nStHeldT(nProcessSub) to nAwSeatNum(nAwardCount)
               move nBestPriority to nAwPriority(nAwardCount)
           end-if.
           if nAwardCount = nHouseSeats and xPriorRun = "n"
               perform varying nProcessSub from 1 by 1
                   until nProcessSub > nStateCount
                   move nStHeldT(nProcessSub) to
                   nStSeatsT(nProcessSub)
               end-perform
               move nBestSub to nProcessSub
           end-if.
           perform 230-next-priority.

      * nProcessSub's bid for the seat after the ones it holds: its
      * population over the square root of n(n+1).
       230-next-priority.
           if xPriorRun = "y"
               compute nStPriorityT(nProcessSub) rounded =
                   nStPriorPopT(nProcessSub) /
                   function sqrt(nStHeldT(nProcessSub) *
                     (nStHeldT(nProcessSub) + 1))
           else
               compute nStPriorityT(nProcessSub) rounded =
                   nStPopT(nProcessSub) /
                   function sqrt(nStHeldT(nProcessSub) *
                     (nStHeldT(nProcessSub) + 1))
           end-if.

       250-write-report.
           open output reportFile.
           move nCensusChosen to neHeadYear.
           write xReportLine from xReportHeading-1.
           if nCensusPrior > 0
               move nCensusPrior to neHeadPrior
               write xReportLine from xReportHeading-2
           end-if.
           move spaces to xReportLine.
           write xReportLine.
           write xReportLine from xReportHeading-3.
           move spaces to xOldRegion.
           move 0 to nRegionStates.
           perform varying nProcessSub from 1 by 1
               until nProcessSub > nStateCount
               if nStPopT(nProcessSub) > 0
                   perform 260-state-line
               end-if
           end-perform.
           if nRegionStates > 0
               perform 270-region-subtotal
           end-if.
           move spaces to xReportLine.
           write xReportLine.
           move 0 to nRegionStates.
           perform varying nProcessSub from 1 by 1
               until nProcessSub > nStateCount
               if nStPopT(nProcessSub) > 0
                   add 1 to nRegionStates
               end-if
           end-perform.
           move nRegionStates to neTotStates.
           move nTotalSeats to neTotSeats.
           move spaces to xTotPrior.
           if nCensusPrior > 0
               move nTotalPriorSeats to neSubPriorEdit
               move neSubPriorEdit to xTotPrior
           end-if.
           write xReportLine from xReportTotal.
           perform 280-margins.
           close reportFile.

       260-state-line.
           if xStRegionT(nProcessSub) not = xOldRegion
               if nRegionStates > 0
                   perform 270-region-subtotal
               end-if
               perform 265-region-heading
           end-if.
           add 1 to nRegionStates.
           add nStSeatsT(nProcessSub) to nRegionSeats.
           add nStSeatsT(nProcessSub) to nTotalSeats.
           add nStPriorSeatsT(nProcessSub) to nRegionPriorSeats.
           add nStPriorSeatsT(nProcessSub) to nTotalPriorSeats.
           move xStNameT(nProcessSub) to xDetStateName.
           move nStPopT(nProcessSub) to neDetPop.
           move nStSeatsT(nProcessSub) to neDetSeats.
           move spaces to xDetPrior.
           move spaces to xDetChange.
           if nCensusPrior > 0 and nStPriorPopT(nProcessSub) > 0
               move nStPriorSeatsT(nProcessSub) to nePriorEdit
               move nePriorEdit to xDetPrior
               compute neChangeEdit = nStSeatsT(nProcessSub)
                   - nStPriorSeatsT(nProcessSub)
               move neChangeEdit to xDetChange
           end-if.
           write xReportLine from xReportDetail.

       265-region-heading.
           move xStRegionT(nProcessSub) to xOldRegion.
           move 0 to nRegionStates.
           move 0 to nRegionSeats.
           move 0 to nRegionPriorSeats.
           move xOldRegion to xRegHeadCode.
           move "(not on Regions.txt)" to xRegHeadName.
           perform varying nRegionSub from 1 by 1
               until nRegionSub > nRegionMasterCount
               if xRegionCodeT(nRegionSub) = xOldRegion
                   move xRegionNameT(nRegionSub) to xRegHeadName
                   move nRegionMasterCount to nRegionSub
               end-if
           end-perform.
           move spaces to xReportLine.
           write xReportLine.
           write xReportLine from xRegionHeading.

       270-region-subtotal.
           move xOldRegion to xRegSubCode.
           move nRegionStates to neRegSubStates.
           move nRegionSeats to neRegSubSeats.
           move spaces to xRegSubPrior.
           move spaces to xRegSubChange.
           if nCensusPrior > 0
               move nRegionPriorSeats to neSubPriorEdit
               move neSubPriorEdit to xRegSubPrior
               compute neSubChangeEdit = nRegionSeats
                   - nRegionPriorSeats
               move neSubChangeEdit to xRegSubChange
           end-if.
           write xReportLine from xRegionSubtotal.

      * A winner's margin is how far its population could have
      * fallen before its priority dropped below the first near
      * miss; a near miss's is how many more people it needed to
      * pass the last seat won.
       280-margins.
           move nAwPriority(nHouseSeats) to nLastWinPriority.
           move nAwPriority(nHouseSeats + 1) to nFirstMissPriority.
           move spaces to xReportLine.
           write xReportLine.
           write xReportLine from xMarginHeading-1.
           write xReportLine from xMarginHeading-3.
           compute nAwardCount = nHouseSeats - nNearMiss + 1.
           perform until nAwardCount > nHouseSeats
               move nAwStateSub(nAwardCount) to nBestSub
               compute nMarginWork =
                   nStPopT(nBestSub) - nFirstMissPriority *
                   function sqrt(nAwSeatNum(nAwardCount) *
                     (nAwSeatNum(nAwardCount) - 1))
               move nMarginWork to nMarginWhole
               move " FEWER" to xMarNote
               perform 285-margin-line
               add 1 to nAwardCount
           end-perform.
           move spaces to xReportLine.
           write xReportLine.
           write xReportLine from xMarginHeading-2.
           write xReportLine from xMarginHeading-3.
           perform until nAwardCount > nHouseSeats + nNearMiss
               move nAwStateSub(nAwardCount) to nBestSub
               compute nMarginWork =
                   nLastWinPriority *
                   function sqrt(nAwSeatNum(nAwardCount) *
                     (nAwSeatNum(nAwardCount) - 1))
                   - nStPopT(nBestSub)
               move nMarginWork to nMarginWhole
               if nMarginWhole < nMarginWork
                   add 1 to nMarginWhole
               end-if
               move " MORE NEEDED" to xMarNote
               perform 285-margin-line
               add 1 to nAwardCount
           end-perform.

       285-margin-line.
           move nAwardCount to neMarSeat.
           move xStNameT(nBestSub) to xMarStateName.
           move nAwSeatNum(nAwardCount) to neMarItsSeat.
           move nAwPriority(nAwardCount) to neMarPriority.
           move nMarginWhole to neMarMargin.
           write xReportLine from xMarginDetail.

       300-termination.
           display " ".
           if xChosenOnFile = "y"
               display nTotalSeats, " seats apportioned for the ",
               nCensusChosen, " census -- see States-07-report.txt"
           end-if.
           display " ".
           move "States-07" to xRunLogProgram.
           move nRowCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
