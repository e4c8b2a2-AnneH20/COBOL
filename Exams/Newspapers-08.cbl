      * Program: News Desert Report
      *
      * Where no local paper is left, rather than how thin the press
      * is (Newspapers-06). Joins Newspapers.txt to Capitals.txt by
      * city and state and lists, in three sections:
      *   - capital cities with titles on file but no active one
      *     (every title there closed or merged away), with the date
      *     the last one went;
      *   - states with fewer active titles now than at the start of
      *     a chosen year;
      *   - states whose active titles all belong to one ownership
      *     group in Publishers.txt.
      * Under each line, the closures, mergers, and ownership sales
      * (Newspapers-transferhistory.txt, see Newspapers-07) that got
      * it there, oldest first.

       identification division.
       program-id. Newspapers-08.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select inFile assign to "Newspapers.txt"
           organization is line sequential.

           select stateFile assign to "States.txt"
           organization is line sequential.

           select capitalFile assign to "Capitals.txt"
           organization is line sequential.

           select publisherFile assign to "Publishers.txt"
           organization is line sequential.

           select optional transferFile assign to
           "Newspapers-transferhistory.txt"
           organization is line sequential.

           select reportFile assign to "Newspapers-08-report.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
       fd  inFile.
       01  xInput.
           05 xPaperInput          pic x(21).
           05 xCityInput           pic x(15).
           05 xStateInput          pic xx.
           05 nReadersInput        pic 9(7).
           05 nPaperFoundInput     pic 9(4).
           05 xStatusInput         pic x.
           05 xMergedIntoInput     pic x(21).
           05 xStatusDateInput     pic 9(8).
           05 xPublisherInput      pic x(4).

       fd  stateFile.
       01  xStateInputRec.
           05 nStateNumberIn       pic 99.
           05 xStateAbrvIn         pic xx.
           05 xRegionIn            pic x.
           05 xStateNameIn         pic x(20).
           05 nPopulationIn        pic 9(8).
           05 nAreaIn              pic 9(6).
           05 nStCensusYearIn      pic 9(4).

       fd  capitalFile.
       01  xCapitalInput.
           05 xCapStateAbrrIn      pic x(2).
           05 xCapitalNameIn       pic x(14).
           05 nCapPopulationIn     pic 9(7).
           05 nCapFoundYearIn      pic 9(4).
           05 nCapPopRankIn        pic 9(2).
           05 nCapCensusYearIn     pic 9(4).

       fd  publisherFile.
       01  xPublisherRecord.
           05 xPubCodeIn           pic x(4).
           05 xPubNameIn           pic x(30).

       fd  transferFile.
       01  xTransferRecord.
           05 xTrfPaper            pic x(21).
           05 filler               pic x.
           05 nTrfDate             pic 9(8).
           05 filler               pic x.
           05 xTrfFromPub          pic x(4).
           05 filler               pic x.
           05 xTrfToPub            pic x(4).

       fd  reportFile.
       01  xReportLine             pic x(120).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xYearRaw            pic x(4)            value spaces.
       77  nChosenYear         pic 9(4)            value 0.
       77  nChosenDate         pic 9(8)            value 0.
       77  nPaperCount         pic 9(4)            value 0.
       77  nPaperTableMax      pic 9(4)            value 500.
       77  xPaperTableFull     pic x               value 'n'.
       77  nSearchSub          pic 9(4)            value 0.
       77  nFoundSub           pic 9(4)            value 0.
       77  nWorkSub            pic 9(4)            value 0.
       77  nStateSub           pic 99              value 0.
       77  nStateFoundSub      pic 99              value 0.
       77  xCityWork           pic x(15)           value spaces.
       77  nChangeWork         pic s999            value 0.
       77  nDesertCount        pic 99              value 0.
       77  nDropCount          pic 99              value 0.
       77  nSingleCount        pic 99              value 0.
       77  nTransferCount      pic 9(4)            value 0.

      * Timeline filter for 400-print-timeline: the state, the city
      * (spaces for the whole state), and the earliest date shown.
       77  xTlState            pic xx              value spaces.
       77  xTlCity             pic x(15)           value spaces.
       77  nTlFromDate         pic 9(8)            value 0.
       77  nTlLines            pic 999             value 0.

       01  xPaperTable.
           05 xPaperElement occurs 500 times.
               10 xPaperT          pic x(21).
               10 xPaperCityT      pic x(15).
               10 xPaperStateT     pic xx.
               10 nPaperFoundT     pic 9(4).
               10 xStatusT         pic x.
               10 xMergedIntoT     pic x(21).
               10 nStatusDateT     pic 9(8).
               10 xPaperPubT       pic x(4).

       77  nPubCount           pic 99              value 0.
       01  xPublisherTable.
           05 xPublisherElement occurs 50 times.
               10 xPubCodeT        pic x(4).
               10 xPubNameT        pic x(30).

      * One row per state: its newest capital, title counts now and
      * at the chosen year, the capital's titles, and the one owner
      * of its active titles (xStMixedT 'y' once a second owner or
      * an unkeyed owner turns up).
       77  nStateCount         pic 99              value 0.
       01  xStateTable.
           05 xStateElement occurs 1 to 60 times
               depending on nStateCount.
               10 xStAbrvT         pic xx.
               10 xStNameT         pic x(20).
               10 xStCapitalT      pic x(14)      value spaces.
               10 nStCapYearT      pic 9(4)       value 0.
               10 nStNowT          pic 999        value 0.
               10 nStThenT         pic 999        value 0.
               10 nStCapTitlesT    pic 999        value 0.
               10 nStCapActiveT    pic 999        value 0.
               10 nStCapLastT      pic 9(8)       value 0.
               10 xStOwnerT        pic x(4)       value spaces.
               10 xStMixedT        pic x          value 'n'.

      * Closures (C), mergers (M), and ownership sales (S), sorted
      * into date order once and filtered per report line.
       77  nEventCount         pic 9(4)            value 0.
       77  nEventMax           pic 9(4)            value 1000.
       01  xEventTable.
           05 xEventElement occurs 1 to 1000 times
               depending on nEventCount.
               10 nEvDateT         pic 9(8).
               10 nEvPaperSub      pic 9(4).
               10 xEvTypeT         pic x.
               10 xEvFromPubT      pic x(4).
               10 xEvToPubT        pic x(4).

       01  xReportTitle.
           05 filler           pic x(20)
               value 'NEWS DESERT REPORT'.
           05 filler           pic x(15)       value 'BUSINESS DATE '.
           05 neTitleDate      pic 9(8).

       01  xCapitalHeading.
           05 filler           pic x(50)
               value 'CAPITAL CITIES WITH NO ACTIVE PAPER'.

       01  xDropHeading.
           05 filler           pic x(43)
               value 'STATES WITH FEWER ACTIVE PAPERS THAN AT THE'.
           05 filler           pic x(15)
               value ' START OF YEAR '.
           05 neDropHeadYear   pic 9(4).

       01  xSingleHeading.
           05 filler           pic x(50)
               value 'STATES SERVED ONLY BY A SINGLE OWNERSHIP GROUP'.

       01  xCapitalDetail.
           05 xCdAbrv          pic xx.
           05 filler           pic x(2)        value spaces.
           05 xCdCapital       pic x(14).
           05 filler           pic x(2)        value spaces.
           05 xCdState         pic x(20).
           05 filler           pic x(2)        value spaces.
           05 neCdTitles       pic zz9.
           05 filler           pic x(27)
               value ' title(s) on file, last one'.
           05 filler           pic x(6)        value ' went '.
           05 neCdLast         pic 9(8).

       01  xDropDetail.
           05 xDdAbrv          pic xx.
           05 filler           pic x(2)        value spaces.
           05 xDdState         pic x(20).
           05 filler           pic x(2)        value spaces.
           05 filler           pic x(10)       value 'ACTIVE IN '.
           05 neDdYear         pic 9(4).
           05 filler           pic x(2)        value ': '.
           05 neDdThen         pic zz9.
           05 filler           pic x(7)        value '  NOW: '.
           05 neDdNow          pic zz9.
           05 filler           pic x(10)       value '  CHANGE: '.
           05 neDdChange       pic ---9.

       01  xSingleDetail.
           05 xSdAbrv          pic xx.
           05 filler           pic x(2)        value spaces.
           05 xSdState         pic x(20).
           05 filler           pic x(2)        value spaces.
           05 neSdTitles       pic zz9.
           05 filler           pic x(31)
               value ' active title(s), all owned by'.
           05 xSdPubCode       pic x(4).
           05 filler           pic x           value space.
           05 xSdPubName       pic x(30).

       01  xEventLine.
           05 filler           pic x(8)        value spaces.
           05 neEvDate         pic 9(8).
           05 filler           pic x(2)        value spaces.
           05 xEvWord          pic x(7).
           05 filler           pic x(2)        value spaces.
           05 xEvPaper         pic x(21).
           05 filler           pic x           value space.
           05 xEvCity          pic x(15).
           05 filler           pic x           value space.
           05 xEvNote          pic x(30).

       01  xNoEventLine.
           05 filler           pic x(8)        value spaces.
           05 filler           pic x(40)
               value '(no closures, mergers, or sales on file)'.

       01  xNoneLine.
           05 filler           pic x(4)        value spaces.
           05 filler           pic x(6)        value 'NONE'.

       01  xReportFooter.
           05 neFootDeserts    pic z9.
           05 filler           pic x(19)
               value ' capital deserts, '.
           05 neFootDrops      pic z9.
           05 filler           pic x(15)
               value ' states down, '.
           05 neFootSingles    pic z9.
           05 filler           pic x(20)
               value ' single-owner states'.

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

       procedure division.
       000-main.
           move "Newspapers-08" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-tally.
           perform 250-report.
           perform 300-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           display " ".
           display "Compare active papers against the start of which "
           "year (blank for ten years back)? " with no advancing.
           accept xYearRaw.
           if xYearRaw numeric
               move xYearRaw to nChosenYear
           else
               divide xBusinessDate by 10000 giving nChosenYear
               subtract 10 from nChosenYear
           end-if.
           compute nChosenDate = nChosenYear * 10000 + 101.
           open input stateFile.
           perform 110-next-state until xEofFlag = "y".
           close stateFile.
           move "n" to xEofFlag.
           open input capitalFile.
           perform 120-next-capital until xEofFlag = "y".
           close capitalFile.
           move "n" to xEofFlag.
           open input publisherFile.
           perform 130-next-publisher until xEofFlag = "y".
           close publisherFile.
           move "n" to xEofFlag.
           open input inFile.
           perform 140-next-paper until xEofFlag = "y".
           close inFile.
           move "n" to xEofFlag.
           open input transferFile.
           perform 150-next-transfer until xEofFlag = "y".
           close transferFile.
           move "n" to xEofFlag.
           if nEventCount > 1
               sort xEventElement on ascending key nEvDateT
                   nEvPaperSub
           end-if.

      * One row per abbreviation, in file order.
       110-next-state.
           read stateFile
               at end
                   move "y" to xEofFlag,
               not at end
                   move xStateAbrvIn to xTlState,
                   perform 160-find-state,
                   if nStateFoundSub = 0 and nStateCount < 60
                       add 1 to nStateCount,
                       move xStateAbrvIn to xStAbrvT(nStateCount),
                       move xStateNameIn to xStNameT(nStateCount)
                   end-if,
           end-read.

      * The newest census row names the capital.
       120-next-capital.
           read capitalFile
               at end
                   move "y" to xEofFlag,
               not at end
                   move xCapStateAbrrIn to xTlState,
                   perform 160-find-state,
                   if nStateFoundSub > 0
                       and nCapCensusYearIn >=
                           nStCapYearT(nStateFoundSub)
                       move nCapCensusYearIn to
                       nStCapYearT(nStateFoundSub),
                       move xCapitalNameIn to
                       xStCapitalT(nStateFoundSub)
                   end-if,
           end-read.

       130-next-publisher.
           read publisherFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nPubCount < 50
                       add 1 to nPubCount,
                       move xPubCodeIn to xPubCodeT(nPubCount),
                       move xPubNameIn to xPubNameT(nPubCount)
                   end-if,
           end-read.

      * A closed or merged title is also a timeline event.
       140-next-paper.
           read inFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nPaperCount >= nPaperTableMax
                       if xPaperTableFull = "n"
                           display "WARNING: paper table full at "
                           nPaperTableMax
                           " records -- remaining rows in "
                           "Newspapers.txt were not loaded."
                           move "y" to xPaperTableFull
                       end-if
                   else
                       add 1 to nPaperCount,
                       move xPaperInput to xPaperT(nPaperCount),
                       move xCityInput to xPaperCityT(nPaperCount),
                       move xStateInput to xPaperStateT(nPaperCount),
                       move nPaperFoundInput to
                       nPaperFoundT(nPaperCount),
                       move xStatusInput to xStatusT(nPaperCount),
                       move xMergedIntoInput to
                       xMergedIntoT(nPaperCount),
                       move xStatusDateInput to
                       nStatusDateT(nPaperCount),
                       move xPublisherInput to xPaperPubT(nPaperCount),
                       if (xStatusInput = "C" or xStatusInput = "M")
                           and nEventCount < nEventMax
                           add 1 to nEventCount
                           move xStatusDateInput to
                           nEvDateT(nEventCount)
                           move nPaperCount to nEvPaperSub(nEventCount)
                           move xStatusInput to xEvTypeT(nEventCount)
                           move spaces to xEvFromPubT(nEventCount)
                           move spaces to xEvToPubT(nEventCount)
                       end-if
                   end-if,
           end-read.

      * A sale of a title no longer in Newspapers.txt has nowhere
      * to be shown and is skipped.
       150-next-transfer.
           read transferFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nTransferCount,
                   move 0 to nFoundSub,
                   perform varying nSearchSub from 1 by 1
                       until nSearchSub > nPaperCount
                       if xPaperT(nSearchSub) = xTrfPaper
                           move nSearchSub to nFoundSub
                           move nPaperCount to nSearchSub
                       end-if
                   end-perform,
                   if nFoundSub > 0 and nEventCount < nEventMax
                       add 1 to nEventCount,
                       move nTrfDate to nEvDateT(nEventCount),
                       move nFoundSub to nEvPaperSub(nEventCount),
                       move "S" to xEvTypeT(nEventCount),
                       move xTrfFromPub to xEvFromPubT(nEventCount),
                       move xTrfToPub to xEvToPubT(nEventCount)
                   end-if,
           end-read.

      * xTlState in, nStateFoundSub out (0 when not on file).
       160-find-state.
           move 0 to nStateFoundSub.
           perform varying nStateSub from 1 by 1
               until nStateSub > nStateCount
               if xStAbrvT(nStateSub) = xTlState
                   move nStateSub to nStateFoundSub
                   move nStateCount to nStateSub
               end-if
           end-perform.

      * A title counts at the chosen year when it was founded before
      * that year and was still running on its first day.
       200-tally.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nPaperCount
               move xPaperStateT(nWorkSub) to xTlState
               perform 160-find-state
               if nStateFoundSub > 0
                   perform 210-tally-paper
               end-if
           end-perform.

       210-tally-paper.
           if xStatusT(nWorkSub) = "A"
               add 1 to nStNowT(nStateFoundSub)
               if xStOwnerT(nStateFoundSub) = spaces
                   move xPaperPubT(nWorkSub) to
                   xStOwnerT(nStateFoundSub)
               end-if
               if xPaperPubT(nWorkSub) = spaces
                   or xPaperPubT(nWorkSub) not =
                       xStOwnerT(nStateFoundSub)
                   move "y" to xStMixedT(nStateFoundSub)
               end-if
           end-if.
           if nPaperFoundT(nWorkSub) < nChosenYear
               and (xStatusT(nWorkSub) = "A"
                   or nStatusDateT(nWorkSub) >= nChosenDate)
               add 1 to nStThenT(nStateFoundSub)
           end-if.
           move function upper-case(xStCapitalT(nStateFoundSub))
           to xCityWork.
           if xStCapitalT(nStateFoundSub) not = spaces
               and function upper-case(xPaperCityT(nWorkSub))
                   = xCityWork
               add 1 to nStCapTitlesT(nStateFoundSub)
               if xStatusT(nWorkSub) = "A"
                   add 1 to nStCapActiveT(nStateFoundSub)
               else
                   if nStatusDateT(nWorkSub) >
                       nStCapLastT(nStateFoundSub)
                       move nStatusDateT(nWorkSub) to
                       nStCapLastT(nStateFoundSub)
                   end-if
               end-if
           end-if.

       250-report.
           open output reportFile.
           move xBusinessDate to neTitleDate.
           write xReportLine from xReportTitle.
           move spaces to xReportLine.
           write xReportLine.
           write xReportLine from xCapitalHeading.
           perform varying nStateSub from 1 by 1
               until nStateSub > nStateCount
               if nStCapTitlesT(nStateSub) > 0
                   and nStCapActiveT(nStateSub) = 0
                   perform 260-capital-line
               end-if
           end-perform.
           if nDesertCount = 0
               write xReportLine from xNoneLine
           end-if.
           move spaces to xReportLine.
           write xReportLine.
           move nChosenYear to neDropHeadYear.
           write xReportLine from xDropHeading.
           perform varying nStateSub from 1 by 1
               until nStateSub > nStateCount
               if nStNowT(nStateSub) < nStThenT(nStateSub)
                   perform 270-drop-line
               end-if
           end-perform.
           if nDropCount = 0
               write xReportLine from xNoneLine
           end-if.
           move spaces to xReportLine.
           write xReportLine.
           write xReportLine from xSingleHeading.
           perform varying nStateSub from 1 by 1
               until nStateSub > nStateCount
               if nStNowT(nStateSub) > 0
                   and xStMixedT(nStateSub) = "n"
                   perform 280-single-line
               end-if
           end-perform.
           if nSingleCount = 0
               write xReportLine from xNoneLine
           end-if.
           move spaces to xReportLine.
           write xReportLine.
           move nDesertCount to neFootDeserts.
           move nDropCount to neFootDrops.
           move nSingleCount to neFootSingles.
           write xReportLine from xReportFooter.
           close reportFile.

      * Every closure and merger in the capital, all time.
       260-capital-line.
           add 1 to nDesertCount.
           move xStAbrvT(nStateSub) to xCdAbrv.
           move xStCapitalT(nStateSub) to xCdCapital.
           move xStNameT(nStateSub) to xCdState.
           move nStCapTitlesT(nStateSub) to neCdTitles.
           move nStCapLastT(nStateSub) to neCdLast.
           write xReportLine from xCapitalDetail.
           move xStAbrvT(nStateSub) to xTlState.
           move function upper-case(xStCapitalT(nStateSub))
           to xTlCity.
           move 0 to nTlFromDate.
           perform 400-print-timeline.

      * Only what happened in the state since the chosen year.
       270-drop-line.
           add 1 to nDropCount.
           move xStAbrvT(nStateSub) to xDdAbrv.
           move xStNameT(nStateSub) to xDdState.
           move nChosenYear to neDdYear.
           move nStThenT(nStateSub) to neDdThen.
           move nStNowT(nStateSub) to neDdNow.
           compute nChangeWork = nStNowT(nStateSub).
           subtract nStThenT(nStateSub) from nChangeWork.
           move nChangeWork to neDdChange.
           write xReportLine from xDropDetail.
           move xStAbrvT(nStateSub) to xTlState.
           move spaces to xTlCity.
           move nChosenDate to nTlFromDate.
           perform 400-print-timeline.

      * Every closure, merger, and sale in the state, all time.
       280-single-line.
           add 1 to nSingleCount.
           move xStAbrvT(nStateSub) to xSdAbrv.
           move xStNameT(nStateSub) to xSdState.
           move nStNowT(nStateSub) to neSdTitles.
           move xStOwnerT(nStateSub) to xSdPubCode.
           move "(UNKNOWN PUBLISHER CODE)" to xSdPubName.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nPubCount
               if xPubCodeT(nSearchSub) = xStOwnerT(nStateSub)
                   move xPubNameT(nSearchSub) to xSdPubName
                   move nPubCount to nSearchSub
               end-if
           end-perform.
           write xReportLine from xSingleDetail.
           move xStAbrvT(nStateSub) to xTlState.
           move spaces to xTlCity.
           move 0 to nTlFromDate.
           perform 400-print-timeline.

       300-termination.
           display " ".
           display nDesertCount, " capital deserts, ", nDropCount,
           " states down since ", nChosenYear, ", ", nSingleCount,
           " single-owner states -- see Newspapers-08-report.txt".
           display " ".
           move "Newspapers-08" to xRunLogProgram.
           move nPaperCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

      * Events matching xTlState, xTlCity (when given), and dated on
      * or after nTlFromDate, oldest first.
       400-print-timeline.
           move 0 to nTlLines.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nEventCount
               move nEvPaperSub(nSearchSub) to nFoundSub
               if xPaperStateT(nFoundSub) = xTlState
                   and nEvDateT(nSearchSub) >= nTlFromDate
                   and (xTlCity = spaces
                       or function upper-case(xPaperCityT(nFoundSub))
                           = xTlCity)
                   perform 410-event-line
               end-if
           end-perform.
           if nTlLines = 0
               write xReportLine from xNoEventLine
           end-if.

       410-event-line.
           add 1 to nTlLines.
           move nEvDateT(nSearchSub) to neEvDate.
           move xPaperT(nFoundSub) to xEvPaper.
           move xPaperCityT(nFoundSub) to xEvCity.
           move spaces to xEvNote.
           evaluate xEvTypeT(nSearchSub)
               when "C"
                   move "CLOSED" to xEvWord
               when "M"
                   move "MERGED" to xEvWord
                   string "into " delimited by size
                       xMergedIntoT(nFoundSub) delimited by size
                       into xEvNote
               when other
                   move "SOLD" to xEvWord
                   string xEvFromPubT(nSearchSub) delimited by size
                       " to " delimited by size
                       xEvToPubT(nSearchSub) delimited by size
                       into xEvNote
           end-evaluate.
           write xReportLine from xEventLine.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
