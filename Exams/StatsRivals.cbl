      * Program: Head-to-Head History Page
      *
      * The coach's question before every rivalry game -- "what's
      * our all-time record against them?" -- answered from the
      * game headers StatsMaint and StatsImport record, across every
      * season on file for the sport (StatsSchedule shows only one
      * season). Given an "opponent": the all-time win-loss record,
      * home and away splits, average margin, the longest winning
      * and losing streaks, the last ten meetings, and the player
      * who has scored the most points against them from the
      * per-game log (named from the sport's roster file). With no
      * opponent, every opponent on file is listed with its record,
      * each linking to its own history.

       identification division.
       program-id. StatsRivals.
       author. Anne.

       environment division.
           copy "postData-environmentdivision.cbl".

       input-output section.
       file-control.
           select optional schedFile assign to dynamic
           xSchedFileName
           organization is line sequential.

           select optional gameFile assign to dynamic xGameFileName
           organization is line sequential.

           select optional statsFile assign to dynamic xStatsFileName
           organization is line sequential.

           copy "postData-filecontrol.cbl".

           copy "weblog-filecontrol.cbl".

       data division.
       file section.

       fd  webinput.
       01  xPostData                    pic x(1024).

           copy "postData-filesection.cbl".

       fd  schedFile.
       01  xSchedRecord.
           05 nSchDate                 pic 9(8).
           05 xSchOpponent             pic x(20).
           05 xSchHomeAway             pic x.
           05 nSchOurScore             pic 9(3).
           05 nSchTheirScore           pic 9(3).
           05 nSchSeason               pic 9(4).

       fd  gameFile.
       01  xGameRecord.
           05 nGmJersey                pic 99.
           05 nGmDate                  pic 9(8).
           05 xGmOpponent              pic x(20).
           05 nGmPoints                pic 9(3).
           05 nGmRebounds              pic 9(3).
           05 nGmAssists               pic 9(3).
           05 nGmBlocks                pic 9(3).
           05 nGmSeason                pic 9(4).

       fd  statsFile.
       01  xInput.
           05 nJerseyNum               pic 99.
           05 xLastName                pic x(13).
           05 xFirstName               pic x(13).
           05 xPlayerClass             pic x(2).
           05 xHometown                pic x(16).
           05 xState                   pic x(2).
           05 nPoints                  pic 9(3).
           05 nRebounds                pic 9(3).
           05 nAssists                 pic 9(3).
           05 nBlocks                  pic 9(3).
           05 nSeasonYear              pic 9(4).

           copy "weblog-filesection.cbl".

       working-storage section.
       77  xNewLine            pic x               value x"0a".
       77  xEofFlag            pic x               value 'n'.
       77  xSchedFileName      pic x(30)
                                value "mensBBSchedule.txt".
       77  xGameFileName       pic x(30)
                                value "mensBBGames.txt".
       77  xStatsFileName      pic x(30)
                                value "mensBBStats.txt".
       77  xSportParam         pic x(10)           value spaces.
       77  xOpponentParam      pic x(20)           value spaces.
       77  xOpponentKey        pic x(20)           value spaces.
       77  xOpponentName       pic x(20)           value spaces.
       77  xLinkWork           pic x(20)           value spaces.
       77  nLinkLen            pic 99              value 0.
       77  nWorkSub            pic 999             value 0.
       77  nSearchSub          pic 999             value 0.
       77  nFoundSub           pic 999             value 0.
       77  xResultWork         pic x               value space.
       77  nWinCount           pic 999             value 0.
       77  nLossCount          pic 999             value 0.
       77  nHomeWins           pic 999             value 0.
       77  nHomeLosses         pic 999             value 0.
       77  nAwayWins           pic 999             value 0.
       77  nAwayLosses         pic 999             value 0.
       77  nMarginTotal        pic s9(6)           value 0.
       77  nMarginWork         pic s9(4)           value 0.
       77  nMarginAvg          pic s9(4)v9         value 0.
       77  neMarginAvg         pic +++9.9.
       77  xStreakKind         pic x               value space.
       77  nStreakCount        pic 999             value 0.
       77  nStreakStart        pic 9(8)            value 0.
       77  nBestWinRun         pic 999             value 0.
       77  nBestWinFrom        pic 9(8)            value 0.
       77  nBestWinTo          pic 9(8)            value 0.
       77  nBestLossRun        pic 999             value 0.
       77  nBestLossFrom       pic 9(8)            value 0.
       77  nBestLossTo         pic 9(8)            value 0.
       77  nShownCount         pic 99              value 0.
       77  nTopSub             pic 999             value 0.

      * Every meeting with the chosen opponent, oldest first.
       77  nGameCount          pic 999             value 0.
       01  xGameTable.
           05 xGameElement occurs 1 to 500 times
               depending on nGameCount.
               10 nGtDate          pic 9(8).
               10 xGtHomeAway      pic x.
               10 nGtOurScore      pic 9(3).
               10 nGtTheirScore    pic 9(3).
               10 nGtSeason        pic 9(4).

      * The list view: one row per opponent on file.
       77  nOppCount           pic 999             value 0.
       01  xOppTable.
           05 xOppElement occurs 1 to 200 times
               depending on nOppCount.
               10 xOpName          pic x(20).
               10 xOpKey           pic x(20).
               10 nOpWins          pic 999.
               10 nOpLosses        pic 999.
               10 nOpLastDate      pic 9(8).

       77  nPlayerCount        pic 999             value 0.
       01  xPlayerTable.
           05 xPlayerElement occurs 200 times.
               10 nPlJersey        pic 99.
               10 xPlLast          pic x(13).
               10 xPlFirst         pic x(13).
               10 nPlSeason        pic 9(4).

      * Points against the opponent, per player by name -- a
      * player's jersey can change between seasons, the name does
      * not.
       77  nScorerCount        pic 999             value 0.
       01  xScorerTable.
           05 xScorerElement occurs 200 times.
               10 xScLast          pic x(13).
               10 xScFirst         pic x(13).
               10 nScPoints        pic 9(5).
               10 nScGames         pic 999.

       01  xMeetingRow.
           05 filler           pic x(8)      value "<tr><td>".
           05 neRowDate        pic 9(8).
           05 filler           pic x(9)      value "</td><td>".
           05 neRowSeason      pic 9(4).
           05 filler           pic x(9)      value "</td><td>".
           05 xRowHomeAway     pic x(4).
           05 filler           pic x(9)      value "</td><td>".
           05 neRowOurScore    pic zz9.
           05 filler           pic x(3)      value " - ".
           05 neRowTheirScore  pic zz9.
           05 filler           pic x(9)      value "</td><td>".
           05 xRowOutcome      pic x(4).
           05 filler           pic x(10)     value "</td></tr>".

           copy "postData-workingstorage.cbl".

           copy "weblog-workingstorage.cbl".

       procedure division.
       000-main.
           perform 100-initialization.
           perform 200-processing.
           perform 300-termination.
           stop run.

       100-initialization.
           copy "html-head.cbl"
               replacing ==PAGE-TITLE== by =="Head to Head"==.
           call "getPostData".
           move function getPostValue("sport") to xSportParam.
           move function getPostValue("opponent") to xOpponentParam.
           move function upper-case(function trim(xOpponentParam))
           to xOpponentKey.
           perform 105-resolve-sport-file.

      * Same sport-to-file mapping exam5 and StatsMaint use.
       105-resolve-sport-file.
           if xSportParam = "WOMENSBB" or xSportParam = "womensbb"
               move "womensBBSchedule.txt" to xSchedFileName
               move "womensBBGames.txt" to xGameFileName
               move "womensBBStats.txt" to xStatsFileName
           else
               if xSportParam = "VOLLEY" or xSportParam = "volley"
                   move "volleyballSchedule.txt" to xSchedFileName
                   move "volleyballGames.txt" to xGameFileName
                   move "volleyballStats.txt" to xStatsFileName
               else
                   move "mensBBSchedule.txt" to xSchedFileName
                   move "mensBBGames.txt" to xGameFileName
                   move "mensBBStats.txt" to xStatsFileName
               end-if
           end-if.

       200-processing.
           perform 9800-check-post-data.
           display "<h1>Head to Head</h1>".
           perform 205-display-form.
           if xOpponentKey = spaces
               perform 400-list-opponents
           else
               perform 500-one-opponent
           end-if.

      * GET back to this page, so a rivalry can be bookmarked.
       205-display-form.
           display "<form method='get' action='StatsRivals'>".
           display "<input type='hidden' name='sport' value='",
           function trim(xSportParam), "'>".
           display "<p>Opponent: <input type='text' name='opponent' "
           "size='20' value='", function trim(xOpponentParam), "'> "
           "<input type='submit' value='Show history'> "
           "(leave blank to list every opponent)</p>".
           display "</form>".

      * A tie never happens in these sports; anything not a win
      * reads as a loss -- the rule StatsSchedule uses.
       210-judge-game.
           if nGtOurScore(nWorkSub) > nGtTheirScore(nWorkSub)
               move "W" to xResultWork
           else
               move "L" to xResultWork
           end-if.

      * Opponent names are matched without regard to case, so
      * "Rivals U" and "RIVALS U" keyed on different nights are one
      * opponent.
       400-list-opponents.
           open input schedFile.
           perform 410-next-header-for-list until xEofFlag = "y".
           close schedFile.
           move "n" to xEofFlag.
           if nOppCount = 0
               display "<p>No results on file for this sport.</p>"
               exit paragraph
           end-if.
           sort xOppElement on ascending key xOpKey.
           display "<h2>Every opponent on file</h2>".
           display "<table>".
           display "<tr><th>Opponent</th><th>Won</th><th>Lost</th>"
           "<th>Last met</th></tr>".
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nOppCount
               perform 420-opponent-row
           end-perform.
           display "</table>".

       410-next-header-for-list.
           read schedFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform 415-tally-opponent,
           end-read.

       415-tally-opponent.
           move function upper-case(xSchOpponent) to xLinkWork.
           move 0 to nFoundSub.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nOppCount
               if xOpKey(nSearchSub) = xLinkWork
                   move nSearchSub to nFoundSub
                   move nOppCount to nSearchSub
               end-if
           end-perform.
           if nFoundSub = 0
               if nOppCount >= 200
                   exit paragraph
               end-if
               add 1 to nOppCount
               move nOppCount to nFoundSub
               move xSchOpponent to xOpName(nFoundSub)
               move xLinkWork to xOpKey(nFoundSub)
               move 0 to nOpWins(nFoundSub)
               move 0 to nOpLosses(nFoundSub)
               move 0 to nOpLastDate(nFoundSub)
           end-if.
           if nSchOurScore > nSchTheirScore
               add 1 to nOpWins(nFoundSub)
           else
               add 1 to nOpLosses(nFoundSub)
           end-if.
           if nSchDate > nOpLastDate(nFoundSub)
               move nSchDate to nOpLastDate(nFoundSub)
           end-if.

      * The link carries the name with its spaces as "+", the way
      * a form would post it.
       420-opponent-row.
           move xOpName(nSearchSub) to xLinkWork.
           move function length(function trim(xLinkWork)) to nLinkLen.
           inspect xLinkWork(1:nLinkLen) replacing all " " by "+".
           display "<tr><td><a href='StatsRivals?sport=",
           function trim(xSportParam), "&opponent=",
           function trim(xLinkWork), "'>",
           function trim(xOpName(nSearchSub)), "</a></td><td>",
           nOpWins(nSearchSub), "</td><td>", nOpLosses(nSearchSub),
           "</td><td>", nOpLastDate(nSearchSub), "</td></tr>".

       500-one-opponent.
           open input schedFile.
           perform 510-next-header until xEofFlag = "y".
           close schedFile.
           move "n" to xEofFlag.
           if nGameCount = 0
               display "<p>No games on file against ",
               function trim(xOpponentParam), ".</p>"
               exit paragraph
           end-if.
           sort xGameElement on ascending key nGtDate.
           perform 520-tally-record.
           display "<h2>All-time against ",
           function trim(xOpponentName), "</h2>".
           display "<p>Record: ", nWinCount, " - ", nLossCount,
           "</p>".
           display "<p>At home: ", nHomeWins, " - ", nHomeLosses,
           " &nbsp; Away: ", nAwayWins, " - ", nAwayLosses, "</p>".
           move nMarginAvg to neMarginAvg.
           display "<p>Average margin: ", function trim(neMarginAvg),
           " points a game</p>".
           if nBestWinRun > 0
               display "<p>Longest winning streak: ", nBestWinRun,
               " (", nBestWinFrom, " to ", nBestWinTo, ")</p>"
           end-if.
           if nBestLossRun > 0
               display "<p>Longest losing streak: ", nBestLossRun,
               " (", nBestLossFrom, " to ", nBestLossTo, ")</p>"
           end-if.
           perform 540-last-ten.
           perform 560-top-scorer.

       510-next-header.
           read schedFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if function upper-case(xSchOpponent) = xOpponentKey
                       and nGameCount < 500
                       add 1 to nGameCount,
                       move xSchOpponent to xOpponentName,
                       move nSchDate to nGtDate(nGameCount),
                       move xSchHomeAway to xGtHomeAway(nGameCount),
                       move nSchOurScore to nGtOurScore(nGameCount),
                       move nSchTheirScore to
                       nGtTheirScore(nGameCount),
                       move nSchSeason to nGtSeason(nGameCount)
                   end-if,
           end-read.

      * Record, splits, margin, and both longest streaks in one walk
      * through the meetings in date order.
       520-tally-record.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nGameCount
               perform 210-judge-game
               perform 525-tally-game
           end-perform.
           compute nMarginAvg rounded = nMarginTotal / nGameCount.

       525-tally-game.
           if xResultWork = "W"
               add 1 to nWinCount
               if xGtHomeAway(nWorkSub) = "H"
                   add 1 to nHomeWins
               else
                   add 1 to nAwayWins
               end-if
           else
               add 1 to nLossCount
               if xGtHomeAway(nWorkSub) = "H"
                   add 1 to nHomeLosses
               else
                   add 1 to nAwayLosses
               end-if
           end-if.
           compute nMarginWork =
               nGtOurScore(nWorkSub) - nGtTheirScore(nWorkSub).
           add nMarginWork to nMarginTotal.
           if xResultWork = xStreakKind
               add 1 to nStreakCount
           else
               move xResultWork to xStreakKind
               move 1 to nStreakCount
               move nGtDate(nWorkSub) to nStreakStart
           end-if.
           if xStreakKind = "W" and nStreakCount > nBestWinRun
               move nStreakCount to nBestWinRun
               move nStreakStart to nBestWinFrom
               move nGtDate(nWorkSub) to nBestWinTo
           end-if.
           if xStreakKind = "L" and nStreakCount > nBestLossRun
               move nStreakCount to nBestLossRun
               move nStreakStart to nBestLossFrom
               move nGtDate(nWorkSub) to nBestLossTo
           end-if.

      * Most recent first.
       540-last-ten.
           display "<h3>Last ten meetings</h3>".
           display "<table>".
           display "<tr><th>Date</th><th>Season</th><th>Site</th>"
           "<th>Score</th><th>W/L</th></tr>".
           move 0 to nShownCount.
           perform varying nWorkSub from nGameCount by -1
               until nWorkSub < 1 or nShownCount >= 10
               perform 545-meeting-row
           end-perform.
           display "</table>".

       545-meeting-row.
           add 1 to nShownCount.
           move nGtDate(nWorkSub) to neRowDate.
           move nGtSeason(nWorkSub) to neRowSeason.
           if xGtHomeAway(nWorkSub) = "H"
               move "Home" to xRowHomeAway
           else
               move "Away" to xRowHomeAway
           end-if.
           move nGtOurScore(nWorkSub) to neRowOurScore.
           move nGtTheirScore(nWorkSub) to neRowTheirScore.
           perform 210-judge-game.
           move xResultWork to xRowOutcome.
           display xMeetingRow.

      * Game-log lines against the opponent, named through the
      * roster row for that jersey and season; a line with no
      * roster row is left out rather than credited to nobody.
       560-top-scorer.
           open input statsFile.
           perform 565-next-player until xEofFlag = "y".
           close statsFile.
           move "n" to xEofFlag.
           open input gameFile.
           perform 570-next-game-line until xEofFlag = "y".
           close gameFile.
           move "n" to xEofFlag.
           move 0 to nTopSub.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nScorerCount
               if nTopSub = 0
                   move nSearchSub to nTopSub
               else
                   if nScPoints(nSearchSub) > nScPoints(nTopSub)
                       move nSearchSub to nTopSub
                   end-if
               end-if
           end-perform.
           if nTopSub = 0
               display "<p>No individual game lines on file against "
               "this opponent.</p>"
           else
               display "<p>Most points against them: ",
               function trim(xScFirst(nTopSub)), " ",
               function trim(xScLast(nTopSub)), " -- ",
               nScPoints(nTopSub), " points in ", nScGames(nTopSub),
               " game(s)</p>"
           end-if.

       565-next-player.
           read statsFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nPlayerCount < 200
                       add 1 to nPlayerCount,
                       move nJerseyNum to nPlJersey(nPlayerCount),
                       move xLastName to xPlLast(nPlayerCount),
                       move xFirstName to xPlFirst(nPlayerCount),
                       move nSeasonYear to nPlSeason(nPlayerCount)
                   end-if,
           end-read.

       570-next-game-line.
           read gameFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if function upper-case(xGmOpponent) = xOpponentKey
                       perform 575-credit-scorer
                   end-if,
           end-read.

       575-credit-scorer.
           move 0 to nFoundSub.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nPlayerCount
               if nPlJersey(nSearchSub) = nGmJersey
                   and nPlSeason(nSearchSub) = nGmSeason
                   move nSearchSub to nFoundSub
                   move nPlayerCount to nSearchSub
               end-if
           end-perform.
           if nFoundSub = 0
               exit paragraph
           end-if.
           move nFoundSub to nWorkSub.
           move 0 to nFoundSub.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nScorerCount
               if xScLast(nSearchSub) = xPlLast(nWorkSub)
                   and xScFirst(nSearchSub) = xPlFirst(nWorkSub)
                   move nSearchSub to nFoundSub
                   move nScorerCount to nSearchSub
               end-if
           end-perform.
           if nFoundSub = 0
               if nScorerCount >= 200
                   exit paragraph
               end-if
               add 1 to nScorerCount
               move nScorerCount to nFoundSub
               move xPlLast(nWorkSub) to xScLast(nFoundSub)
               move xPlFirst(nWorkSub) to xScFirst(nFoundSub)
               move 0 to nScPoints(nFoundSub)
               move 0 to nScGames(nFoundSub)
           end-if.
           add nGmPoints to nScPoints(nFoundSub).
           add 1 to nScGames(nFoundSub).

       300-termination.
           display "</body>".
           display "</html>".
           move "StatsRivals" to xWebLogProgram.
           move function concatenate("sport=",
               function trim(xSportParam), " opponent=",
               function trim(xOpponentParam)) to xWebLogParams.
           perform 9100-write-weblog.

           copy "postData-procedure.cbl".

           copy "weblog-procedure.cbl".

      * Add a blank line at the end
