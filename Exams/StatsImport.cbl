      * Program: League Box-Score Import
      *
      * The league scorer's nightly box-score file loaded in one
      * batch run instead of one StatsMaint post per player. Each
      * game in LeagueBoxScores.txt is a header line followed by its
      * player lines:
      *   H  sport, date, opponent, home/away, our score, their
      *      score, season -- the same figures StatsMaint's "result"
      *      action takes;
      *   P  jersey, last name, first name, points, rebounds,
      *      assists, blocks -- one per player who played.
      * Players are matched by jersey and season against the sport's
      * roster file (the same sport-to-file mapping exam5 and
      * StatsMaint use) and must carry the roster's last name (and
      * first name, when both have one). A clean game appends its
      * header to the schedule file, every player line to the game
      * log, and folds the lines into the season totals exactly as
      * StatsMaint's "game" action does. A game is loaded whole or
      * not at all: an unmatched player, player points that don't
      * add up to the final score, a bad header, or a game already
      * on the schedule or game log sends it to
      * StatsImport-exceptions.txt instead.

       identification division.
       program-id. StatsImport.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional boxFile assign to "LeagueBoxScores.txt"
           organization is line sequential.

           select optional statsFile assign to dynamic xStatsFileName
           organization is line sequential.

           select optional gameFile assign to dynamic xGameFileName
           organization is line sequential.

           select optional schedFile assign to dynamic
           xSchedFileName
           organization is line sequential.

           select exceptFile assign to "StatsImport-exceptions.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

       data division.
       file section.
      * Read raw so a shifted or non-numeric column is caught and
      * the game refused instead of silently loaded.
       fd  boxFile.
       01  xBoxRecord.
           05 xBoxType                 pic x.
           05 xBoxData                 pic x(60).
       01  xBoxHeader.
           05 filler                   pic x.
           05 xBhSport                 pic x(10).
           05 xBhDateRaw               pic x(8).
           05 xBhOpponent              pic x(20).
           05 xBhHomeAway              pic x.
           05 xBhOurScoreRaw           pic x(3).
           05 xBhTheirScoreRaw         pic x(3).
           05 xBhSeasonRaw             pic x(4).
       01  xBoxPlayer.
           05 filler                   pic x.
           05 xBpJerseyRaw             pic x(2).
           05 xBpLast                  pic x(13).
           05 xBpFirst                 pic x(13).
           05 xBpPointsRaw             pic x(3).
           05 xBpReboundsRaw           pic x(3).
           05 xBpAssistsRaw            pic x(3).
           05 xBpBlocksRaw             pic x(3).

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

       fd  schedFile.
       01  xSchedRecord.
           05 nSchDate                 pic 9(8).
           05 xSchOpponent             pic x(20).
           05 xSchHomeAway             pic x.
           05 nSchOurScore             pic 9(3).
           05 nSchTheirScore           pic 9(3).
           05 nSchSeason               pic 9(4).

       fd  exceptFile.
       01  xExceptLine                 pic x(100).

           copy "runlog-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xBoxEofFlag         pic x               value 'n'.
       77  xStatsFileName      pic x(30)
                                value "mensBBStats.txt".
       77  xGameFileName       pic x(30)
                                value "mensBBGames.txt".
       77  xSchedFileName      pic x(30)
                                value "mensBBSchedule.txt".
       77  xSportParam         pic x(10)           value spaces.
       77  nGameDateWork       pic 9(8)            value 0.
       77  nDateIntWork        pic 9(7)            value 0.
       77  nSeasonWork         pic 9(4)            value 0.
       77  nOurScore           pic 9(3)            value 0.
       77  nPointsTotal        pic 9(4)            value 0.
       77  xGameOkFlag         pic x               value 'n'.
       77  xHaveGame           pic x               value 'n'.
       77  nPlayerCount        pic 999             value 0.
       77  nPlayerMax          pic 999             value 200.
       77  nSearchSub          pic 999             value 0.
       77  nFoundSub           pic 999             value 0.
       77  nOutSub             pic 999             value 0.
       77  nLineSub            pic 99              value 0.
       77  nBoxLinesRead       pic 9(5)            value 0.
       77  nGamesRead          pic 9(4)            value 0.
       77  nGamesLoaded        pic 9(4)            value 0.
       77  nGamesRefused       pic 9(4)            value 0.
       77  nLinesLoaded        pic 9(5)            value 0.
       77  nStrayLines         pic 9(4)            value 0.

      * The game being gathered: its header and player lines, held
      * until the next header (or end of file) says it is complete.
       01  xGameHeader.
           05 xGhSport                 pic x(10).
           05 xGhDateRaw               pic x(8).
           05 xGhOpponent              pic x(20).
           05 xGhHomeAway              pic x.
           05 xGhOurScoreRaw           pic x(3).
           05 xGhTheirScoreRaw         pic x(3).
           05 xGhSeasonRaw             pic x(4).

       77  nLineCount          pic 99              value 0.
       77  nLineMax            pic 99              value 40.
       77  xLinesOverflow      pic x               value 'n'.
       01  xLineTable.
           05 xLineElement occurs 40 times.
               10 nLnJersey            pic 99.
               10 xLnJerseyRaw         pic x(2).
               10 xLnLast              pic x(13).
               10 xLnFirst             pic x(13).
               10 xLnPointsRaw         pic x(3).
               10 xLnReboundsRaw       pic x(3).
               10 xLnAssistsRaw        pic x(3).
               10 xLnBlocksRaw         pic x(3).
               10 nLnPlayerSub         pic 999.

       01  xPlayerTable.
           05 xPlayerElement occurs 200 times.
               10 nPlJersey        pic 99.
               10 xPlLast          pic x(13).
               10 xPlFirst         pic x(13).
               10 xPlClass         pic x(2).
               10 xPlHometown      pic x(16).
               10 xPlState         pic x(2).
               10 nPlPoints        pic 9(3).
               10 nPlRebounds      pic 9(3).
               10 nPlAssists       pic 9(3).
               10 nPlBlocks        pic 9(3).
               10 nPlSeason        pic 9(4).

       01  xExceptGame.
           05 filler           pic x(5)        value 'GAME '.
           05 xEgSport         pic x(10).
           05 filler           pic x           value space.
           05 xEgDate          pic x(8).
           05 filler           pic x(4)        value ' VS '.
           05 xEgOpponent      pic x(20).
           05 filler           pic x(2)        value spaces.
           05 xEgResult        pic x(45).

       01  xExceptDetail.
           05 filler           pic x(4)        value spaces.
           05 filler           pic x(7)        value 'JERSEY '.
           05 xEdJersey        pic x(2).
           05 filler           pic x           value space.
           05 xEdLast          pic x(13).
           05 filler           pic x           value space.
           05 xEdFirst         pic x(13).
           05 filler           pic x(2)        value spaces.
           05 xEdReason        pic x(45).

       01  xExceptScore.
           05 filler           pic x(4)        value spaces.
           05 filler           pic x(21)
               value 'PLAYER POINTS ADD TO '.
           05 neEsTotal        pic zzz9.
           05 filler           pic x(20)
               value ', FINAL SCORE SAYS '.
           05 neEsFinal        pic zz9.

       01  xExceptFooter.
           05 neEfRead         pic zzz9.
           05 filler           pic x(15)       value ' games read, '.
           05 neEfLoaded       pic zzz9.
           05 filler           pic x(10)       value ' loaded, '.
           05 neEfRefused      pic zzz9.
           05 filler           pic x(9)        value ' refused'.

           copy "runlog-workingstorage.cbl".

       procedure division.
       000-main.
           move "StatsImport" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-loop until xBoxEofFlag = 'y'.
           perform 300-termination.
           stop run.

       100-initialization.
           open output exceptFile.
           open input boxFile.

      * A header closes the game before it; player lines before any
      * header have no game to belong to and are counted as strays.
       200-loop.
           read boxFile
               at end
                   move "y" to xBoxEofFlag,
                   perform 210-finish-game,
               not at end
                   add 1 to nBoxLinesRead,
                   perform 205-box-line,
           end-read.

       205-box-line.
           evaluate xBoxType
               when "H"
                   perform 210-finish-game
                   move "y" to xHaveGame
                   move 0 to nLineCount
                   move "n" to xLinesOverflow
                   move xBhSport to xGhSport
                   move xBhDateRaw to xGhDateRaw
                   move xBhOpponent to xGhOpponent
                   move xBhHomeAway to xGhHomeAway
                   move xBhOurScoreRaw to xGhOurScoreRaw
                   move xBhTheirScoreRaw to xGhTheirScoreRaw
                   move xBhSeasonRaw to xGhSeasonRaw
               when "P"
                   if xHaveGame = "n"
                       add 1 to nStrayLines
                   else
                       perform 207-hold-player-line
                   end-if
               when other
                   continue
           end-evaluate.

       207-hold-player-line.
           if nLineCount >= nLineMax
               move "y" to xLinesOverflow
               exit paragraph
           end-if.
           add 1 to nLineCount.
           move xBpJerseyRaw to xLnJerseyRaw(nLineCount).
           move xBpLast to xLnLast(nLineCount).
           move xBpFirst to xLnFirst(nLineCount).
           move xBpPointsRaw to xLnPointsRaw(nLineCount).
           move xBpReboundsRaw to xLnReboundsRaw(nLineCount).
           move xBpAssistsRaw to xLnAssistsRaw(nLineCount).
           move xBpBlocksRaw to xLnBlocksRaw(nLineCount).
           move 0 to nLnPlayerSub(nLineCount).

      * Everything is checked before anything is written, so a
      * refused game leaves no trace in the team files.
       210-finish-game.
           if xHaveGame = "n"
               exit paragraph
           end-if.
           move "n" to xHaveGame.
           add 1 to nGamesRead.
           move "y" to xGameOkFlag.
           move xGhSport to xEgSport.
           move xGhDateRaw to xEgDate.
           move xGhOpponent to xEgOpponent.
           perform 220-check-header.
           if xGameOkFlag = "n"
               add 1 to nGamesRefused
               exit paragraph
           end-if.
           perform 230-check-already-loaded.
           if xGameOkFlag = "n"
               add 1 to nGamesRefused
               exit paragraph
           end-if.
           perform 240-load-players.
           perform 250-match-lines.
           if xGameOkFlag = "n"
               add 1 to nGamesRefused
               exit paragraph
           end-if.
           perform 270-post-game.
           add 1 to nGamesLoaded.

      * The same checks StatsMaint puts on a "result" post.
       220-check-header.
           move function upper-case(xGhSport) to xSportParam.
           move function upper-case(xGhHomeAway) to xGhHomeAway.
           perform 225-resolve-sport-file.
           move 0 to nDateIntWork.
           if xGhDateRaw numeric
               move xGhDateRaw to nGameDateWork
               compute nDateIntWork =
                   function integer-of-date(nGameDateWork)
           end-if.
           if nDateIntWork = 0
               move "REFUSED - GAME DATE IS NOT A REAL DATE"
               to xEgResult
           end-if.
           if xGhOpponent = spaces
               move "REFUSED - NO OPPONENT" to xEgResult
               move 0 to nDateIntWork
           end-if.
           if xGhHomeAway not = "H" and xGhHomeAway not = "A"
               move "REFUSED - HOME/AWAY MUST BE H OR A"
               to xEgResult
               move 0 to nDateIntWork
           end-if.
           if xGhOurScoreRaw not numeric
               or xGhTheirScoreRaw not numeric
               or xGhSeasonRaw not numeric
               move "REFUSED - SCORE OR SEASON NOT NUMERIC"
               to xEgResult
               move 0 to nDateIntWork
           end-if.
           if xLinesOverflow = "y"
               move "REFUSED - MORE THAN 40 PLAYER LINES"
               to xEgResult
               move 0 to nDateIntWork
           end-if.
           if nLineCount = 0
               move "REFUSED - NO PLAYER LINES" to xEgResult
               move 0 to nDateIntWork
           end-if.
           if nDateIntWork = 0
               move "n" to xGameOkFlag
               write xExceptLine from xExceptGame
               exit paragraph
           end-if.
           move xGhOurScoreRaw to nOurScore.
           move xGhSeasonRaw to nSeasonWork.

      * Same sport-to-file mapping exam5 and StatsMaint use.
       225-resolve-sport-file.
           if xSportParam = "WOMENSBB"
               move "womensBBStats.txt" to xStatsFileName
               move "womensBBGames.txt" to xGameFileName
               move "womensBBSchedule.txt" to xSchedFileName
           else
               if xSportParam = "VOLLEY"
                   move "volleyballStats.txt" to xStatsFileName
                   move "volleyballGames.txt" to xGameFileName
                   move "volleyballSchedule.txt" to xSchedFileName
               else
                   move "mensBBStats.txt" to xStatsFileName
                   move "mensBBGames.txt" to xGameFileName
                   move "mensBBSchedule.txt" to xSchedFileName
               end-if
           end-if.

      * A game is the same game when the date, opponent, and season
      * match -- on the schedule, or in the game log (a game keyed
      * player by player through StatsMaint may have no header).
       230-check-already-loaded.
           open input schedFile.
           perform 232-next-sched until xEofFlag = "y".
           close schedFile.
           move "n" to xEofFlag.
           if xGameOkFlag = "y"
               open input gameFile
               perform 234-next-game-line until xEofFlag = "y"
               close gameFile
               move "n" to xEofFlag
           end-if.
           if xGameOkFlag = "n"
               move "REFUSED - GAME ALREADY LOADED" to xEgResult
               write xExceptLine from xExceptGame
           end-if.

       232-next-sched.
           read schedFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nSchDate = nGameDateWork
                       and xSchOpponent = xGhOpponent
                       and nSchSeason = nSeasonWork
                       move "n" to xGameOkFlag
                   end-if,
           end-read.

       234-next-game-line.
           read gameFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nGmDate = nGameDateWork
                       and xGmOpponent = xGhOpponent
                       and nGmSeason = nSeasonWork
                       move "n" to xGameOkFlag
                   end-if,
           end-read.

       240-load-players.
           move 0 to nPlayerCount.
           open input statsFile.
           perform 245-next-player until xEofFlag = "y".
           close statsFile.
           move "n" to xEofFlag.

       245-next-player.
           read statsFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nPlayerCount < nPlayerMax
                       add 1 to nPlayerCount,
                       move nJerseyNum to nPlJersey(nPlayerCount),
                       move xLastName to xPlLast(nPlayerCount),
                       move xFirstName to xPlFirst(nPlayerCount),
                       move xPlayerClass to xPlClass(nPlayerCount),
                       move xHometown to xPlHometown(nPlayerCount),
                       move xState to xPlState(nPlayerCount),
                       move nPoints to nPlPoints(nPlayerCount),
                       move nRebounds to nPlRebounds(nPlayerCount),
                       move nAssists to nPlAssists(nPlayerCount),
                       move nBlocks to nPlBlocks(nPlayerCount),
                       move nSeasonYear to nPlSeason(nPlayerCount)
                   end-if,
           end-read.

      * Every line is checked, so the exceptions list names every
      * problem in the game at once, not just the first.
       250-match-lines.
           move 0 to nPointsTotal.
           perform varying nLineSub from 1 by 1
               until nLineSub > nLineCount
               perform 255-match-one-line
           end-perform.
           if xGameOkFlag = "y" and nPointsTotal not = nOurScore
               move "n" to xGameOkFlag
               move "REFUSED - POINTS DO NOT MATCH FINAL SCORE"
               to xEgResult
               write xExceptLine from xExceptGame
               move nPointsTotal to neEsTotal
               move nOurScore to neEsFinal
               write xExceptLine from xExceptScore
           end-if.

       255-match-one-line.
           move xLnJerseyRaw(nLineSub) to xEdJersey.
           move xLnLast(nLineSub) to xEdLast.
           move xLnFirst(nLineSub) to xEdFirst.
           if xLnJerseyRaw(nLineSub) not numeric
               or xLnPointsRaw(nLineSub) not numeric
               or xLnReboundsRaw(nLineSub) not numeric
               or xLnAssistsRaw(nLineSub) not numeric
               or xLnBlocksRaw(nLineSub) not numeric
               move "JERSEY OR STAT FIGURE NOT NUMERIC" to xEdReason
               perform 260-line-exception
               exit paragraph
           end-if.
           move xLnJerseyRaw(nLineSub) to nLnJersey(nLineSub).
           add function numval(xLnPointsRaw(nLineSub))
               to nPointsTotal.
           move 0 to nFoundSub.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nPlayerCount
               if nPlJersey(nSearchSub) = nLnJersey(nLineSub)
                   and nPlSeason(nSearchSub) = nSeasonWork
                   move nSearchSub to nFoundSub
                   move nPlayerCount to nSearchSub
               end-if
           end-perform.
           if nFoundSub = 0
               move "NO SUCH JERSEY ON THE ROSTER THIS SEASON"
               to xEdReason
               perform 260-line-exception
               exit paragraph
           end-if.
           if function upper-case(xPlLast(nFoundSub)) not =
               function upper-case(xLnLast(nLineSub))
               or (xPlFirst(nFoundSub) not = spaces
                   and xLnFirst(nLineSub) not = spaces
                   and function upper-case(xPlFirst(nFoundSub)) not =
                       function upper-case(xLnFirst(nLineSub)))
               move spaces to xEdReason
               string "ROSTER HAS " delimited by size
                   function trim(xPlFirst(nFoundSub))
                       delimited by size
                   " " delimited by size
                   function trim(xPlLast(nFoundSub))
                       delimited by size
                   " FOR THIS JERSEY" delimited by size
                   into xEdReason
               perform 260-line-exception
               exit paragraph
           end-if.
           move nFoundSub to nLnPlayerSub(nLineSub).

      * The game's heading goes out once, ahead of its first
      * problem line.
       260-line-exception.
           if xGameOkFlag = "y"
               move "n" to xGameOkFlag
               move "REFUSED - PLAYER LINES DO NOT MATCH ROSTER"
               to xEgResult
               write xExceptLine from xExceptGame
           end-if.
           write xExceptLine from xExceptDetail.

      * Header to the schedule, each line to the game log and into
      * the season totals, then the roster rewritten -- the
      * "result" and "game" actions of StatsMaint in one pass.
       270-post-game.
           move nGameDateWork to nSchDate.
           move xGhOpponent to xSchOpponent.
           move xGhHomeAway to xSchHomeAway.
           move xGhOurScoreRaw to nSchOurScore.
           move xGhTheirScoreRaw to nSchTheirScore.
           move nSeasonWork to nSchSeason.
           open extend schedFile.
           write xSchedRecord.
           close schedFile.
           open extend gameFile.
           perform varying nLineSub from 1 by 1
               until nLineSub > nLineCount
               perform 275-post-line
           end-perform.
           close gameFile.
           perform 280-rewrite-players.

       275-post-line.
           move nLnPlayerSub(nLineSub) to nFoundSub.
           move nLnJersey(nLineSub) to nGmJersey.
           move nGameDateWork to nGmDate.
           move xGhOpponent to xGmOpponent.
           move xLnPointsRaw(nLineSub) to nGmPoints.
           move xLnReboundsRaw(nLineSub) to nGmRebounds.
           move xLnAssistsRaw(nLineSub) to nGmAssists.
           move xLnBlocksRaw(nLineSub) to nGmBlocks.
           move nSeasonWork to nGmSeason.
           write xGameRecord.
           add 1 to nLinesLoaded.
           add nGmPoints to nPlPoints(nFoundSub).
           add nGmRebounds to nPlRebounds(nFoundSub).
           add nGmAssists to nPlAssists(nFoundSub).
           add nGmBlocks to nPlBlocks(nFoundSub).

       280-rewrite-players.
           open output statsFile.
           perform varying nOutSub from 1 by 1
               until nOutSub > nPlayerCount
               move nPlJersey(nOutSub) to nJerseyNum
               move xPlLast(nOutSub) to xLastName
               move xPlFirst(nOutSub) to xFirstName
               move xPlClass(nOutSub) to xPlayerClass
               move xPlHometown(nOutSub) to xHometown
               move xPlState(nOutSub) to xState
               move nPlPoints(nOutSub) to nPoints
               move nPlRebounds(nOutSub) to nRebounds
               move nPlAssists(nOutSub) to nAssists
               move nPlBlocks(nOutSub) to nBlocks
               move nPlSeason(nOutSub) to nSeasonYear
               write xInput
           end-perform.
           close statsFile.

       300-termination.
           close boxFile.
           move nGamesRead to neEfRead.
           move nGamesLoaded to neEfLoaded.
           move nGamesRefused to neEfRefused.
           write xExceptLine from xExceptFooter.
           close exceptFile.
           display " ".
           display nGamesLoaded, " games loaded (", nLinesLoaded,
           " player lines), ", nGamesRefused,
           " refused -- see StatsImport-exceptions.txt".
           if nStrayLines > 0
               display "WARNING: ", nStrayLines, " player lines "
               "came before any game header and were ignored."
           end-if.
           display " ".
           move "StatsImport" to xRunLogProgram.
           move nBoxLinesRead to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
