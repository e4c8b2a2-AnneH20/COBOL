      * Program: Census Release Import
      *
      * Turns the Census Bureau's comma-delimited population release
      * (CensusRelease.csv) into add transactions for the new census
      * year, so the fifty state rows and every capital no longer
      * have to be keyed by hand. State rows are appended to
      * States.maintenance.txt for States-02 and capital rows to
      * Capitals.maintenance.txt for Capitals-03, which apply them
      * through their normal validation; the master files are not
      * touched here.
      *
      * The release is read as SUMLEV,NAME,STNAME,POPULATION:
      *   040      a state row -- NAME is the state's name (or its
      *            abbreviation);
      *   160/162  a place row -- NAME is the city as the Bureau
      *            prints it ("Montpelier city"), STNAME its state.
      * Any other summary level (nation, county, ...) and the
      * heading line are passed over. A state is matched by name or
      * abbreviation, a capital by city and state against the
      * newest Capitals.txt row. A population that moved more than
      * nPlausiblePct percent either way against the prior census
      * year on file is held off the transaction file and reported
      * for a look before it is keyed. Unmatched release rows, and
      * states or capitals the release has no row for, are reported.

       identification division.
       program-id. States-09.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional releaseFile assign to "CensusRelease.csv"
           organization is line sequential.

           select stateFile assign to "States.txt"
           organization is line sequential.

           select capitalFile assign to "Capitals.txt"
           organization is line sequential.

      * Appended to, so transactions already keyed and waiting for
      * the next States-02/Capitals-03 run are kept.
           select optional stateMaintFile assign to
           "States.maintenance.txt"
           organization is line sequential.

           select optional capMaintFile assign to
           "Capitals.maintenance.txt"
           organization is line sequential.

           select reportFile assign to "States-09-report.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

       data division.
       file section.
       fd  releaseFile.
       01  xReleaseLine            pic x(200).

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

      * Same layouts States-02 and Capitals-03 read.
       fd  stateMaintFile.
       01  xStateMaintRec.
           05 xSmAction            pic x.
           05 nSmStateNum          pic 99.
           05 xSmAbrv              pic xx.
           05 xSmRegion            pic x.
           05 xSmName              pic x(20).
           05 nSmPopulation        pic 9(8).
           05 nSmArea              pic 9(6).
           05 nSmCensusYear        pic 9(4).

       fd  capMaintFile.
       01  xCapMaintRec.
           05 xCmAction            pic x.
           05 xCmAbrv              pic xx.
           05 xCmName              pic x(14).
           05 nCmPop               pic 9(7).
           05 nCmFound             pic 9(4).
           05 nCmRank              pic 9(2).
           05 nCmCensus            pic 9(4).

       fd  reportFile.
       01  xReportLine             pic x(100).

           copy "runlog-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xYearRaw            pic x(4)            value spaces.
       77  nReleaseYear        pic 9(4)            value 0.
       77  nPlausiblePct       pic 99              value 35.
       77  nStateSub           pic 99              value 0.
       77  nStateFoundSub      pic 99              value 0.
       77  xMatchKey           pic x(40)           value spaces.
       77  xMatchAbrv          pic xx              value spaces.
       77  nCapLen             pic 99              value 0.
       77  nNewPop             pic 9(9)            value 0.
       77  nPriorPop           pic 9(9)            value 0.
       77  nDiffWork           pic s9(9)           value 0.
       77  nPctWork            pic s9(5)v9         value 0.
       77  nPctAbs             pic 9(5)v9          value 0.
       77  xImplausible        pic x               value 'n'.

       77  nRowsRead           pic 9(5)            value 0.
       77  nRowsSkipped        pic 9(5)            value 0.
       77  nStateAdds          pic 999             value 0.
       77  nCapAdds            pic 999             value 0.
       77  nHeldCount          pic 999             value 0.
       77  nUnmatchedCount     pic 9(4)            value 0.

      * The release line's fields.
       01  xCsvFields.
           05 xCsvSumLev           pic x(10).
           05 xCsvName             pic x(60).
           05 xCsvStName           pic x(40).
           05 xCsvPop              pic x(15).

      * One row per state on file: the row for the newest census
      * year before the release (copied forward into the add), and
      * the same for its capital; OnFile is 'y' when the release
      * year is already there, Seen when the release has its row.
       77  nStateCount         pic 99              value 0.
       01  xStateTable.
           05 xStateElement occurs 1 to 60 times
               depending on nStateCount.
               10 xSlAbrv          pic xx.
               10 nSlNumber        pic 99.
               10 xSlRegion        pic x.
               10 xSlName          pic x(20).
               10 nSlArea          pic 9(6).
               10 nSlPriorYear     pic 9(4)       value 0.
               10 nSlPriorPop      pic 9(8)       value 0.
               10 xSlOnFile        pic x          value 'n'.
               10 xSlSeen          pic x          value 'n'.
               10 xSlCapital       pic x(14)      value spaces.
               10 nSlCapLatest     pic 9(4)       value 0.
               10 nSlCapFound      pic 9(4)       value 0.
               10 nSlCapRank       pic 99         value 0.
               10 nSlCapPriorYear  pic 9(4)       value 0.
               10 nSlCapPriorPop   pic 9(7)       value 0.
               10 xSlCapOnFile     pic x          value 'n'.
               10 xSlCapSeen       pic x          value 'n'.

       01  xReportTitle.
           05 filler           pic x(36)
               value 'CENSUS RELEASE IMPORT - CENSUS YEAR '.
           05 neTitleYear      pic 9(4).

       01  xReportHeading.
           05 filler           pic x(4)        value 'ST'.
           05 filler           pic x(22)       value 'NAME'.
           05 filler           pic x(9)        value 'ROW'.
           05 filler           pic x(13)       value '  POPULATION'.
           05 filler           pic x(2)        value spaces.
           05 filler           pic x(6)        value 'RESULT'.

       01  xReportDetail.
           05 xRdAbrv          pic xx.
           05 filler           pic x(2)        value spaces.
           05 xRdName          pic x(20).
           05 filler           pic x(2)        value spaces.
           05 xRdKind          pic x(7).
           05 filler           pic x(2)        value spaces.
           05 neRdPop          pic zzz,zzz,zz9 blank when zero.
           05 filler           pic x(2)        value spaces.
           05 xRdResult        pic x(50).

      * " -- +5.8% SINCE 2020", put together by 250-check-change.
       77  xChangeText         pic x(30)           value spaces.
       77  neChgPct            pic +++,++9.9.
       77  neChgYear           pic 9(4)            value 0.

       01  xReportFooter-1.
           05 neFootRows       pic zz,zz9.
           05 filler           pic x(15)       value ' rows read, '.
           05 neFootSkipped    pic zz,zz9.
           05 filler           pic x(30)
               value ' passed over (other levels)'.

       01  xReportFooter-2.
           05 neFootStates     pic zz9.
           05 filler           pic x(21)
               value ' state adds written, '.
           05 neFootCaps       pic zz9.
           05 filler           pic x(23)
               value ' capital adds written, '.
           05 neFootHeld       pic zz9.
           05 filler           pic x(8)        value ' held, '.
           05 neFootUnmatched  pic z,zz9.
           05 filler           pic x(10)       value ' unmatched'.

           copy "runlog-workingstorage.cbl".

       procedure division.
       000-main.
           move "States-09" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           if nReleaseYear > 0
               perform 200-loop until xEofFlag = 'y'
               perform 280-report-missing
               perform 290-close-files
           end-if.
           perform 300-termination.
           stop run.

      * The release year is the year every add is written for; it
      * has to be plausible the way Capitals-03 checks it.
       100-initialization.
           display " ".
           display "Census year of this release? " with no advancing.
           accept xYearRaw.
           if xYearRaw numeric
               move xYearRaw to nReleaseYear
           end-if.
           if nReleaseYear < 1900 or nReleaseYear > 2100
               display "ERROR: census year must be 1900 through "
               "2100 -- nothing imported."
               move 0 to nReleaseYear
               exit paragraph
           end-if.
           open input stateFile.
           perform 110-next-state until xEofFlag = "y".
           close stateFile.
           move "n" to xEofFlag.
           open input capitalFile.
           perform 120-next-capital until xEofFlag = "y".
           close capitalFile.
           move "n" to xEofFlag.
           open input releaseFile.
           open extend stateMaintFile.
           open extend capMaintFile.
           open output reportFile.
           move nReleaseYear to neTitleYear.
           write xReportLine from xReportTitle.
           move spaces to xReportLine.
           write xReportLine.
           write xReportLine from xReportHeading.

      * The newest row before the release year supplies the number,
      * region, name, and area carried into the add.
       110-next-state.
           read stateFile
               at end
                   move "y" to xEofFlag,
               not at end
                   move xStateAbrvIn to xMatchAbrv,
                   perform 150-find-abrv,
                   if nStateFoundSub = 0 and nStateCount < 60
                       add 1 to nStateCount,
                       move nStateCount to nStateFoundSub,
                       move xStateAbrvIn to xSlAbrv(nStateFoundSub),
                       move nStateNumberIn to
                       nSlNumber(nStateFoundSub),
                       move xRegionIn to xSlRegion(nStateFoundSub),
                       move xStateNameIn to xSlName(nStateFoundSub),
                       move nAreaIn to nSlArea(nStateFoundSub)
                   end-if,
                   if nStateFoundSub > 0
                       perform 115-note-state-row
                   end-if,
           end-read.

       115-note-state-row.
           if nStCensusYearIn = nReleaseYear
               move "y" to xSlOnFile(nStateFoundSub)
               exit paragraph
           end-if.
           if nStCensusYearIn < nReleaseYear
               and nStCensusYearIn >= nSlPriorYear(nStateFoundSub)
               move nStCensusYearIn to nSlPriorYear(nStateFoundSub)
               move nPopulationIn to nSlPriorPop(nStateFoundSub)
               move nStateNumberIn to nSlNumber(nStateFoundSub)
               move xRegionIn to xSlRegion(nStateFoundSub)
               move xStateNameIn to xSlName(nStateFoundSub)
               move nAreaIn to nSlArea(nStateFoundSub)
           end-if.

      * The newest row names the capital; the newest before the
      * release year gives the prior population, founding year, and
      * rank carried into the add.
       120-next-capital.
           read capitalFile
               at end
                   move "y" to xEofFlag,
               not at end
                   move xCapStateAbrrIn to xMatchAbrv,
                   perform 150-find-abrv,
                   if nStateFoundSub > 0
                       perform 125-note-capital-row
                   end-if,
           end-read.

       125-note-capital-row.
           if nCapCensusYearIn >= nSlCapLatest(nStateFoundSub)
               move nCapCensusYearIn to nSlCapLatest(nStateFoundSub)
               move xCapitalNameIn to xSlCapital(nStateFoundSub)
               move nCapFoundYearIn to nSlCapFound(nStateFoundSub)
               move nCapPopRankIn to nSlCapRank(nStateFoundSub)
           end-if.
           if nCapCensusYearIn = nReleaseYear
               move "y" to xSlCapOnFile(nStateFoundSub)
           end-if.
           if nCapCensusYearIn < nReleaseYear
               and nCapCensusYearIn >=
                   nSlCapPriorYear(nStateFoundSub)
               move nCapCensusYearIn to
               nSlCapPriorYear(nStateFoundSub)
               move nCapPopulationIn to
               nSlCapPriorPop(nStateFoundSub)
           end-if.

      * xMatchAbrv in, nStateFoundSub out (0 when not on file).
       150-find-abrv.
           move 0 to nStateFoundSub.
           perform varying nStateSub from 1 by 1
               until nStateSub > nStateCount
               if xSlAbrv(nStateSub) = xMatchAbrv
                   move nStateSub to nStateFoundSub
                   move nStateCount to nStateSub
               end-if
           end-perform.

      * xMatchKey (upper case) in -- a state's name, or its
      * abbreviation -- nStateFoundSub out.
       160-find-state-by-name.
           move 0 to nStateFoundSub.
           perform varying nStateSub from 1 by 1
               until nStateSub > nStateCount
               if function upper-case(xSlName(nStateSub)) = xMatchKey
                   or (xMatchKey(3:38) = spaces
                       and function upper-case(xSlAbrv(nStateSub))
                           = xMatchKey(1:2))
                   move nStateSub to nStateFoundSub
                   move nStateCount to nStateSub
               end-if
           end-perform.

       200-loop.
           read releaseFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nRowsRead,
                   perform 210-process-row,
           end-read.

      * The heading line (and anything else without a numeric
      * population) fails the numeric test and is passed over.
       210-process-row.
           move spaces to xCsvFields.
           unstring xReleaseLine delimited by ","
               into xCsvSumLev xCsvName xCsvStName xCsvPop
           end-unstring.
           move function trim(xCsvSumLev) to xCsvSumLev.
           if function test-numval(xCsvPop) not = 0
               or xCsvPop = spaces
               add 1 to nRowsSkipped
               exit paragraph
           end-if.
           compute nNewPop = function numval(xCsvPop).
           evaluate xCsvSumLev
               when "040"
                   perform 220-state-row
               when "160"
               when "162"
                   perform 230-place-row
               when other
                   add 1 to nRowsSkipped
           end-evaluate.

       220-state-row.
           move function upper-case(function trim(xCsvName))
           to xMatchKey.
           perform 160-find-state-by-name.
           move "STATE" to xRdKind.
           move nNewPop to neRdPop.
           if nStateFoundSub = 0
               move "??" to xRdAbrv
               move xCsvName to xRdName
               move "NO MATCHING STATE ON STATES.TXT" to xRdResult
               add 1 to nUnmatchedCount
               write xReportLine from xReportDetail
               exit paragraph
           end-if.
           move xSlAbrv(nStateFoundSub) to xRdAbrv.
           move xSlName(nStateFoundSub) to xRdName.
           if xSlSeen(nStateFoundSub) = "y"
               move "NOT WRITTEN - SECOND ROW FOR THIS STATE"
               to xRdResult
               write xReportLine from xReportDetail
               exit paragraph
           end-if.
           move "y" to xSlSeen(nStateFoundSub).
           if xSlOnFile(nStateFoundSub) = "y"
               move "NOT WRITTEN - CENSUS YEAR ALREADY ON FILE"
               to xRdResult
               write xReportLine from xReportDetail
               exit paragraph
           end-if.
           if nNewPop > 99999999
               move "HELD - TOO LARGE FOR STATES.TXT" to xRdResult
               add 1 to nHeldCount
               write xReportLine from xReportDetail
               exit paragraph
           end-if.
           move nSlPriorPop(nStateFoundSub) to nPriorPop.
           move nSlPriorYear(nStateFoundSub) to neChgYear.
           perform 250-check-change.
           if xImplausible = "y"
               move spaces to xRdResult
               string "HELD - IMPLAUSIBLE" delimited by size
                   xChangeText delimited by size
                   into xRdResult
               add 1 to nHeldCount
               write xReportLine from xReportDetail
               exit paragraph
           end-if.
           move "A" to xSmAction.
           move nSlNumber(nStateFoundSub) to nSmStateNum.
           move xSlAbrv(nStateFoundSub) to xSmAbrv.
           move xSlRegion(nStateFoundSub) to xSmRegion.
           move xSlName(nStateFoundSub) to xSmName.
           move nNewPop to nSmPopulation.
           move nSlArea(nStateFoundSub) to nSmArea.
           move nReleaseYear to nSmCensusYear.
           write xStateMaintRec.
           add 1 to nStateAdds.
           move spaces to xRdResult.
           if nPriorPop > 0
               string "ADD WRITTEN" delimited by size
                   xChangeText delimited by size
                   into xRdResult
           else
               move "ADD WRITTEN - NO PRIOR CENSUS ON FILE"
               to xRdResult
           end-if.
           write xReportLine from xReportDetail.

      * Most places in the release are not capitals; only a place
      * whose state cannot be matched is reported as unmatched. The
      * capital matches when the Bureau's name is the capital's
      * name followed by a space ("Montpelier city") or nothing.
       230-place-row.
           move function upper-case(function trim(xCsvStName))
           to xMatchKey.
           perform 160-find-state-by-name.
           if nStateFoundSub = 0
               move "??" to xRdAbrv
               move xCsvName to xRdName
               move "PLACE" to xRdKind
               move nNewPop to neRdPop
               move "NO MATCHING STATE ON STATES.TXT" to xRdResult
               add 1 to nUnmatchedCount
               write xReportLine from xReportDetail
               exit paragraph
           end-if.
           if xSlCapital(nStateFoundSub) = spaces
               exit paragraph
           end-if.
           move function upper-case(function trim(xCsvName))
           to xMatchKey.
           move function length(function trim(
               xSlCapital(nStateFoundSub))) to nCapLen.
           if xMatchKey(1:nCapLen) not =
               function upper-case(xSlCapital(nStateFoundSub)
                   (1:nCapLen))
               or xMatchKey(nCapLen + 1:1) not = space
               exit paragraph
           end-if.
           perform 240-capital-row.

       240-capital-row.
           move xSlAbrv(nStateFoundSub) to xRdAbrv.
           move xSlCapital(nStateFoundSub) to xRdName.
           move "CAPITAL" to xRdKind.
           move nNewPop to neRdPop.
           if xSlCapSeen(nStateFoundSub) = "y"
               move "NOT WRITTEN - SECOND ROW FOR THIS CAPITAL"
               to xRdResult
               write xReportLine from xReportDetail
               exit paragraph
           end-if.
           move "y" to xSlCapSeen(nStateFoundSub).
           if xSlCapOnFile(nStateFoundSub) = "y"
               move "NOT WRITTEN - CENSUS YEAR ALREADY ON FILE"
               to xRdResult
               write xReportLine from xReportDetail
               exit paragraph
           end-if.
           if nNewPop > 9999999
               move "HELD - TOO LARGE FOR CAPITALS.TXT" to xRdResult
               add 1 to nHeldCount
               write xReportLine from xReportDetail
               exit paragraph
           end-if.
           move nSlCapPriorPop(nStateFoundSub) to nPriorPop.
           move nSlCapPriorYear(nStateFoundSub) to neChgYear.
           perform 250-check-change.
           if xImplausible = "y"
               move spaces to xRdResult
               string "HELD - IMPLAUSIBLE" delimited by size
                   xChangeText delimited by size
                   into xRdResult
               add 1 to nHeldCount
               write xReportLine from xReportDetail
               exit paragraph
           end-if.
           move "A" to xCmAction.
           move xSlAbrv(nStateFoundSub) to xCmAbrv.
           move xSlCapital(nStateFoundSub) to xCmName.
           move nNewPop to nCmPop.
           move nSlCapFound(nStateFoundSub) to nCmFound.
           move nSlCapRank(nStateFoundSub) to nCmRank.
           move nReleaseYear to nCmCensus.
           write xCapMaintRec.
           add 1 to nCapAdds.
           move spaces to xRdResult.
           if nPriorPop > 0
               string "ADD WRITTEN" delimited by size
                   xChangeText delimited by size
                   into xRdResult
           else
               move "ADD WRITTEN - NO PRIOR CENSUS ON FILE"
               to xRdResult
           end-if.
           write xReportLine from xReportDetail.

      * nNewPop against nPriorPop (census year neChgYear); with no
      * prior year on file there is nothing to compare, so nothing
      * is implausible.
       250-check-change.
           move "n" to xImplausible.
           move 0 to nPctWork.
           move spaces to xChangeText.
           if nPriorPop = 0
               exit paragraph
           end-if.
           compute nDiffWork = nNewPop - nPriorPop.
           compute nPctWork rounded = nDiffWork * 100 / nPriorPop.
           move nPctWork to neChgPct.
           string " -- " delimited by size
               function trim(neChgPct) delimited by size
               "% SINCE " delimited by size
               neChgYear delimited by size
               into xChangeText.
           move nPctWork to nPctAbs.
           if nPctAbs > nPlausiblePct
               move "y" to xImplausible
           end-if.

      * States and capitals on file that the release had no row for.
       280-report-missing.
           move spaces to xReportLine.
           write xReportLine.
           move 0 to neRdPop.
           perform varying nStateSub from 1 by 1
               until nStateSub > nStateCount
               if xSlSeen(nStateSub) = "n"
                   and xSlOnFile(nStateSub) = "n"
                   move xSlAbrv(nStateSub) to xRdAbrv
                   move xSlName(nStateSub) to xRdName
                   move "STATE" to xRdKind
                   move "NO ROW IN RELEASE" to xRdResult
                   add 1 to nUnmatchedCount
                   write xReportLine from xReportDetail
               end-if
               if xSlCapital(nStateSub) not = spaces
                   and xSlCapSeen(nStateSub) = "n"
                   and xSlCapOnFile(nStateSub) = "n"
                   move xSlAbrv(nStateSub) to xRdAbrv
                   move xSlCapital(nStateSub) to xRdName
                   move "CAPITAL" to xRdKind
                   move "NO ROW IN RELEASE" to xRdResult
                   add 1 to nUnmatchedCount
                   write xReportLine from xReportDetail
               end-if
           end-perform.

       290-close-files.
           move spaces to xReportLine.
           write xReportLine.
           move nRowsRead to neFootRows.
           move nRowsSkipped to neFootSkipped.
           write xReportLine from xReportFooter-1.
           move nStateAdds to neFootStates.
           move nCapAdds to neFootCaps.
           move nHeldCount to neFootHeld.
           move nUnmatchedCount to neFootUnmatched.
           write xReportLine from xReportFooter-2.
           close releaseFile.
           close stateMaintFile.
           close capMaintFile.
           close reportFile.

       300-termination.
           display " ".
           if nReleaseYear > 0
               display nStateAdds, " state adds and ", nCapAdds,
               " capital adds written for ", nReleaseYear, "; ",
               nHeldCount, " held, ", nUnmatchedCount,
               " unmatched -- see States-09-report.txt"
               display "Run States-02 and Capitals-03 to apply them."
           end-if.
           display " ".
           move "States-09" to xRunLogProgram.
           move nRowsRead to nRunLogRecCount.
           if nReleaseYear > 0
               move "COMPLETE" to xRunLogStatus
           else
               move "FAILED" to xRunLogStatus
           end-if.
           perform 9000-write-runlog.

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
