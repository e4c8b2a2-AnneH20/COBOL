      * Program: State and Capital Population Projection
      *
      * The forward view States-03 does not give: every census year
      * on States.txt for a state is fitted with one steady growth
      * rate (a least-squares line through the logarithm of the
      * population), and the fitted curve is carried to the next
      * two census years after the latest on file. Projected
      * density is against the state's latest area. The capital
      * from Capitals.txt is fitted and projected the same way and
      * printed under its state in the same columns, so the two can
      * be compared. States are grouped by region, with projected
      * region totals named from Regions.txt. A state or capital
      * with fewer than three census years on file is flagged and
      * not projected -- two points make a rate, not a trend -- and
      * stays out of the region totals.

       identification division.
       program-id. States-08.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select inFile assign to "States.txt" organization is line
           sequential.

           select optional capitalFile assign to "Capitals.txt"
           organization is line sequential.

           select optional regionFile assign to "Regions.txt"
           organization is line sequential.

           select reportFile assign to "States-08-report.txt"
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

       fd  capitalFile.
       01  xCapitalInputRec.
           05 xCapStateAbrrIn          pic x(2).
           05 xCapitalNameIn           pic x(14).
           05 nCapPopulationIn         pic 9(7).
           05 nCapFoundYearIn          pic 9(4).
           05 nCapPopRankIn            pic 9(2).
           05 nCapCensusYearIn         pic 9(4).

       fd  regionFile.
       01  xRegionMasterRecord.
           05 xRegionCodeIn            pic x.
           05 xRegionNameIn            pic x(20).

       fd  reportFile.
       01  xReportLine                 pic x(120).

           copy "runlog-filesection.cbl".

       working-storage section.
       77  xEofFlag                    pic x           value 'n'.
       77  nRowCount                   pic 9999        value 0.
       77  nMatchSub                   pic 99.
       77  nFoundStateSub              pic 99.
       77  nProcessSub                 pic 99.
       77  nYearSub                    pic 99.
       77  nRegionSub                  pic 99.
       77  xOldRegion                  pic x.
       77  nLatestCensus               pic 9(4)        value 0.
       77  nProjYear1                  pic 9(4)        value 0.
       77  nProjYear2                  pic 9(4)        value 0.

      * Fewer census years than this and there is no trend to fit.
       77  nMinYears                   pic 9           value 3.

       77  nRegionMasterCount          pic 99          value 0.
       01  xRegionMasterTable.
           05 xRegionMasterElement occurs 10 times.
               10 xRegionCodeT         pic x.
               10 xRegionNameT         pic x(20).

      * One slot per state: every census year on file for it, and
      * its capital's census years alongside.
       77  nStateCount                 pic 99          value 0.
       77  nStateTableMax              pic 99          value 60.
       77  xStateTableFull             pic x           value 'n'.
       01  xStateTable.
           05 xStateElement occurs 1 to 60 times
               depending on nStateCount.
               10 xStRegionT           pic x.
               10 xStNameT             pic x(20).
               10 xStAbrvT             pic xx.
               10 nStAreaT             pic 9(6).
               10 nStAreaYearT         pic 9(4).
               10 nStYearCountT        pic 99.
               10 xStYearElement occurs 20 times.
                   15 nStYearT         pic 9(4).
                   15 nStPopT          pic 9(8).
               10 xCapNameT            pic x(14).
               10 nCapYearCountT       pic 99.
               10 xCapYearElement occurs 20 times.
                   15 nCapYearT        pic 9(4).
                   15 nCapPopT         pic 9(8).

      * The census points of the state or capital being fitted, and
      * what 230-fit-points makes of them.
       77  nPtCount                    pic 99          value 0.
       77  nPtUsed                     pic 99          value 0.
       01  xPointTable.
           05 xPointElement occurs 20 times.
               10 nPtYear              pic 9(4).
               10 nPtPop               pic 9(8).
       77  xFitOk                      pic x           value 'n'.
       77  nFitLatestYear              pic 9(4)        value 0.
       77  nFitLatestPop               pic 9(8)        value 0.
       77  nFitX                       pic s9(4)       value 0.
       77  nFitXDev                    pic s9(4)v9(6)  value 0.
       77  nFitLog                     pic s99v9(9)    value 0.
       77  nFitMeanYear                pic s9(4)v9(6)  value 0.
       77  nFitMeanLog                 pic s99v9(9)    value 0.
       77  nFitSumXY                   pic s9(6)v9(9)  value 0.
       77  nFitSumXX                   pic s9(8)v9(6)  value 0.
       77  nFitSlope                   pic s9v9(12)    value 0.
       77  nFitRate                    pic s999v99     value 0.
       77  nFitProj1                   pic 9(10)       value 0.
       77  nFitProj2                   pic 9(10)       value 0.

       77  nRegionStates               pic 99          value 0.
       77  nRegionSkipped              pic 99          value 0.
       77  nRegionLatest               pic 9(10)       value 0.
       77  nRegionProj1                pic 9(10)       value 0.
       77  nRegionProj2                pic 9(10)       value 0.
       77  nRegionArea                 pic 9(8)        value 0.
       77  nTotalProjected             pic 99          value 0.
       77  nTotalSkipped               pic 99          value 0.
       77  nCapProjected               pic 99          value 0.

       01  xReportHeading-1.
           05 filler           pic x(37)
               value 'POPULATION PROJECTION - CENSUS YEARS'.
           05 neHead1Year1     pic 9(4).
           05 filler           pic x(5)        value ' AND '.
           05 neHead1Year2     pic 9(4).

       01  xReportHeading-2.
           05 filler           pic x(24)       value 'STATE / CAPITAL'.
           05 filler           pic x(4)        value 'YRS'.
           05 filler           pic x(17)       value 'LATEST ON FILE'.
           05 filler           pic x(10)       value 'RATE/YR'.
           05 filler           pic x(9)        value spaces.
           05 neHead2Year1     pic 9(4).
           05 filler           pic x(11)       value spaces.
           05 neHead2Year2     pic 9(4).
           05 filler           pic x(3)        value spaces.
           05 filler           pic x(18)
               value 'DENSITY PER SQ MI'.

       01  xRegionHeading.
           05 filler           pic x(7)        value 'REGION '.
           05 xRegHeadCode     pic x.
           05 filler           pic x(2)        value spaces.
           05 xRegHeadName     pic x(20).

       01  xReportDetail.
           05 xDetName         pic x(22).
           05 filler           pic x(2)        value spaces.
           05 neDetYears       pic z9.
           05 filler           pic x(2)        value spaces.
           05 neDetLatestYear  pic 9(4).
           05 filler           pic x           value space.
           05 neDetLatestPop   pic zz,zzz,zz9.
           05 filler           pic x(2)        value spaces.
           05 xDetProjection.
               10 neDetRate    pic ---9.99.
               10 filler       pic x           value '%'.
               10 filler       pic x(2)        value spaces.
               10 neDetProj1   pic z,zzz,zzz,zz9.
               10 filler       pic x(2)        value spaces.
               10 neDetProj2   pic z,zzz,zzz,zz9.
               10 filler       pic x(3)        value spaces.
               10 xDetDensity.
                   15 neDetDens1   pic zz,zz9.9.
                   15 filler       pic x(2)    value spaces.
                   15 neDetDens2   pic zz,zz9.9.
           05 xDetFlag redefines xDetProjection pic x(59).

       01  xRegionSubtotal.
           05 filler           pic x(9)        value '  REGION '.
           05 xRegSubCode      pic x.
           05 filler           pic x           value space.
           05 neRegSubStates   pic z9.
           05 filler           pic x(15)       value ' PROJECTED'.
           05 neRegSubLatest   pic z,zzz,zzz,zz9.
           05 filler           pic x(12)       value spaces.
           05 neRegSubProj1    pic z,zzz,zzz,zz9.
           05 filler           pic x(2)        value spaces.
           05 neRegSubProj2    pic z,zzz,zzz,zz9.
           05 filler           pic x(3)        value spaces.
           05 neRegSubDens1    pic zz,zz9.9.
           05 filler           pic x(2)        value spaces.
           05 neRegSubDens2    pic zz,zz9.9.

       01  xRegionSkipLine.
           05 filler           pic x(13)       value spaces.
           05 neRegSkipped     pic z9.
           05 filler           pic x(40)
               value ' NOT PROJECTED, LEFT OUT OF THE TOTALS'.

       01  xReportFooter.
           05 neFootProjected  pic z9.
           05 filler           pic x(19)
               value ' states projected, '.
           05 neFootSkipped    pic z9.
           05 filler           pic x(16)
               value ' not projected, '.
           05 neFootCapitals   pic z9.
           05 filler           pic x(19)
               value ' capitals projected'.

           copy "runlog-workingstorage.cbl".

       procedure division.
       000-main.
           move "States-08" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-project.
           perform 300-termination.
           stop run.

       100-initialization.
           open input regionFile.
           perform 130-next-region until xEofFlag = "y".
           close regionFile.
           move "n" to xEofFlag.
           open input inFile.
           perform 110-next-state until xEofFlag = "y".
           close inFile.
           move "n" to xEofFlag.
           open input capitalFile.
           perform 120-next-capital until xEofFlag = "y".
           close capitalFile.
           move "n" to xEofFlag.
           compute nProjYear1 = nLatestCensus + 10.
           compute nProjYear2 = nLatestCensus + 20.
           if nStateCount > 1
               sort xStateElement on ascending key xStRegionT
                   xStNameT
           end-if.

       110-next-state.
           read inFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nRowCount,
                   perform 115-place-state,
           end-read.

      * Name, region and area come from the newest year seen.
       115-place-state.
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
               move 0 to nStAreaYearT(nFoundStateSub)
               move 0 to nStYearCountT(nFoundStateSub)
               move spaces to xCapNameT(nFoundStateSub)
               move 0 to nCapYearCountT(nFoundStateSub)
           end-if.
           if nCensusYear > nLatestCensus
               move nCensusYear to nLatestCensus
           end-if.
           if nCensusYear >= nStAreaYearT(nFoundStateSub)
               move nCensusYear to nStAreaYearT(nFoundStateSub)
               move xRegion to xStRegionT(nFoundStateSub)
               move xStateName to xStNameT(nFoundStateSub)
               move nArea to nStAreaT(nFoundStateSub)
           end-if.
           if nStYearCountT(nFoundStateSub) < 20
               add 1 to nStYearCountT(nFoundStateSub)
               move nStYearCountT(nFoundStateSub) to nYearSub
               move nCensusYear to nStYearT(nFoundStateSub, nYearSub)
               move nPopulation to nStPopT(nFoundStateSub, nYearSub)
           end-if.

      * A capital whose state is not on States.txt has nothing to
      * sit beside and is passed over (RefDataAudit reports it).
       120-next-capital.
           read capitalFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform 125-place-capital,
           end-read.

       125-place-capital.
           move 0 to nFoundStateSub.
           perform varying nMatchSub from 1 by 1
               until nMatchSub > nStateCount
               if xStAbrvT(nMatchSub) = xCapStateAbrrIn
                   move nMatchSub to nFoundStateSub
                   move nStateCount to nMatchSub
               end-if
           end-perform.
           if nFoundStateSub = 0
               or nCapYearCountT(nFoundStateSub) >= 20
               exit paragraph
           end-if.
           move xCapitalNameIn to xCapNameT(nFoundStateSub).
           add 1 to nCapYearCountT(nFoundStateSub).
           move nCapYearCountT(nFoundStateSub) to nYearSub.
           move nCapCensusYearIn to nCapYearT(nFoundStateSub, nYearSub).
           move nCapPopulationIn to nCapPopT(nFoundStateSub, nYearSub).

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

       200-project.
           open output reportFile.
           move nProjYear1 to neHead1Year1.
           move nProjYear2 to neHead1Year2.
           write xReportLine from xReportHeading-1.
           move spaces to xReportLine.
           write xReportLine.
           move nProjYear1 to neHead2Year1.
           move nProjYear2 to neHead2Year2.
           write xReportLine from xReportHeading-2.
           move spaces to xOldRegion.
           move 0 to nRegionStates.
           move 0 to nRegionSkipped.
           perform varying nProcessSub from 1 by 1
               until nProcessSub > nStateCount
               if xStRegionT(nProcessSub) not = xOldRegion
                   if nProcessSub > 1
                       perform 270-region-subtotal
                   end-if
                   perform 265-region-heading
               end-if
               perform 210-state-line
               perform 220-capital-line
           end-perform.
           if nStateCount > 0
               perform 270-region-subtotal
           end-if.
           move spaces to xReportLine.
           write xReportLine.
           move nTotalProjected to neFootProjected.
           move nTotalSkipped to neFootSkipped.
           move nCapProjected to neFootCapitals.
           write xReportLine from xReportFooter.
           close reportFile.

       210-state-line.
           move 0 to nPtCount.
           perform varying nYearSub from 1 by 1
               until nYearSub > nStYearCountT(nProcessSub)
               add 1 to nPtCount
               move nStYearT(nProcessSub, nYearSub) to
               nPtYear(nPtCount)
               move nStPopT(nProcessSub, nYearSub) to nPtPop(nPtCount)
           end-perform.
           perform 230-fit-points.
           move xStNameT(nProcessSub) to xDetName.
           perform 250-detail-line.
           if xFitOk = "y"
               add 1 to nRegionStates
               add 1 to nTotalProjected
               add nFitLatestPop to nRegionLatest
               add nFitProj1 to nRegionProj1
               add nFitProj2 to nRegionProj2
               add nStAreaT(nProcessSub) to nRegionArea
               if nStAreaT(nProcessSub) > 0
                   compute neDetDens1 rounded =
                       nFitProj1 / nStAreaT(nProcessSub)
                   compute neDetDens2 rounded =
                       nFitProj2 / nStAreaT(nProcessSub)
               else
                   move spaces to xDetDensity
               end-if
           else
               add 1 to nRegionSkipped
               add 1 to nTotalSkipped
           end-if.
           write xReportLine from xReportDetail.

      * Printed under the state, indented, with no density -- the
      * capital has no area on file.
       220-capital-line.
           if xCapNameT(nProcessSub) = spaces
               exit paragraph
           end-if.
           move 0 to nPtCount.
           perform varying nYearSub from 1 by 1
               until nYearSub > nCapYearCountT(nProcessSub)
               add 1 to nPtCount
               move nCapYearT(nProcessSub, nYearSub) to
               nPtYear(nPtCount)
               move nCapPopT(nProcessSub, nYearSub) to
               nPtPop(nPtCount)
           end-perform.
           perform 230-fit-points.
           move spaces to xDetName.
           move function concatenate("  ",
               xCapNameT(nProcessSub)) to xDetName.
           perform 250-detail-line.
           if xFitOk = "y"
               add 1 to nCapProjected
               move spaces to xDetDensity
           end-if.
           write xReportLine from xReportDetail.

      * Least squares through (year, log of population): the slope
      * is the steady yearly growth that best explains every census
      * on file, and the line through the mean point is carried
      * forward. Years are taken from the latest on file to keep
      * the sums small, each step in its own field; a census with
      * no population is left out.
       230-fit-points.
           move "n" to xFitOk.
           move 0 to nFitLatestYear.
           move 0 to nFitMeanYear.
           move 0 to nFitMeanLog.
           move 0 to nFitSumXY.
           move 0 to nFitSumXX.
           perform varying nYearSub from 1 by 1
               until nYearSub > nPtCount
               if nPtPop(nYearSub) = 0
                   move 0 to nPtYear(nYearSub)
               end-if
               if nPtYear(nYearSub) > nFitLatestYear
                   move nPtYear(nYearSub) to nFitLatestYear
                   move nPtPop(nYearSub) to nFitLatestPop
               end-if
           end-perform.
           move 0 to nPtUsed.
           perform varying nYearSub from 1 by 1
               until nYearSub > nPtCount
               if nPtYear(nYearSub) > 0
                   add 1 to nPtUsed
                   compute nFitX = nPtYear(nYearSub) - nFitLatestYear
                   add nFitX to nFitMeanYear
                   compute nFitLog = function log(nPtPop(nYearSub))
                   add nFitLog to nFitMeanLog
               end-if
           end-perform.
           if nPtUsed < nMinYears
               exit paragraph
           end-if.
           compute nFitMeanYear = nFitMeanYear / nPtUsed.
           compute nFitMeanLog = nFitMeanLog / nPtUsed.
           perform varying nYearSub from 1 by 1
               until nYearSub > nPtCount
               if nPtYear(nYearSub) > 0
                   compute nFitX = nPtYear(nYearSub) - nFitLatestYear
                   compute nFitXDev = nFitX - nFitMeanYear
                   compute nFitLog = function log(nPtPop(nYearSub))
                   compute nFitSumXY = nFitSumXY +
                       nFitXDev * (nFitLog - nFitMeanLog)
                   compute nFitSumXX = nFitSumXX + nFitXDev ** 2
               end-if
           end-perform.
           if nFitSumXX = 0
               exit paragraph
           end-if.
           compute nFitSlope = nFitSumXY / nFitSumXX.
           compute nFitRate rounded =
               (function exp(nFitSlope) - 1) * 100.
           compute nFitX = nProjYear1 - nFitLatestYear.
           compute nFitXDev = nFitX - nFitMeanYear.
           compute nFitProj1 rounded =
               function exp(nFitMeanLog + nFitSlope * nFitXDev).
           compute nFitX = nProjYear2 - nFitLatestYear.
           compute nFitXDev = nFitX - nFitMeanYear.
           compute nFitProj2 rounded =
               function exp(nFitMeanLog + nFitSlope * nFitXDev).
           move "y" to xFitOk.

       250-detail-line.
           move nPtUsed to neDetYears.
           move nFitLatestYear to neDetLatestYear.
           move nFitLatestPop to neDetLatestPop.
      * The flag overlays the projection columns, so they are
      * cleared and the percent sign put back for a projected line.
           move spaces to xDetProjection.
           if xFitOk = "y"
               move nFitRate to neDetRate
               move "%" to xDetProjection(8:1)
               move nFitProj1 to neDetProj1
               move nFitProj2 to neDetProj2
           else
               move "** TOO FEW CENSUS YEARS ON FILE TO PROJECT"
               to xDetFlag
           end-if.

       265-region-heading.
           move xStRegionT(nProcessSub) to xOldRegion.
           move 0 to nRegionStates.
           move 0 to nRegionSkipped.
           move 0 to nRegionLatest.
           move 0 to nRegionProj1.
           move 0 to nRegionProj2.
           move 0 to nRegionArea.
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
           move nRegionLatest to neRegSubLatest.
           move nRegionProj1 to neRegSubProj1.
           move nRegionProj2 to neRegSubProj2.
           move 0 to neRegSubDens1.
           move 0 to neRegSubDens2.
           if nRegionArea > 0
               compute neRegSubDens1 rounded =
                   nRegionProj1 / nRegionArea
               compute neRegSubDens2 rounded =
                   nRegionProj2 / nRegionArea
           end-if.
           write xReportLine from xRegionSubtotal.
           if nRegionSkipped > 0
               move nRegionSkipped to neRegSkipped
               write xReportLine from xRegionSkipLine
           end-if.

       300-termination.
           display " ".
           display nTotalProjected, " states and ", nCapProjected,
           " capitals projected to ", nProjYear2,
           " -- see States-08-report.txt".
           display " ".
           move "States-08" to xRunLogProgram.
           move nRowCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
