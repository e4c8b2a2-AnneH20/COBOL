      * Program: State and Capital Lookup Page
      *
      * Public page (no login) for the reference questions that used
      * to wait on a StateCapital-01 printout: given a "state" -- the
      * two-letter abbreviation or the full name, any case -- shows
      * the state's region (Regions.txt), its census history from
      * States.txt, its capital's population by census year from
      * Capitals.txt, and the state's active newspapers from
      * Newspapers.txt with circulation and owner (Publishers.txt).
      * Circulation follows the A/C/M status the way Newspapers-06
      * counts it: a merged title's readers are carried by the
      * surviving masthead, closed titles are not listed.

       identification division.
       program-id. StateCapital-02.
       author. Anne.

       environment division.
           copy "postData-environmentdivision.cbl".

       input-output section.
       file-control.
      * Optional so a missing file reaches the shared error page
      * (weberror copybooks) or an empty section, not a crash
      * mid-page.
           select optional stateFile assign to "States.txt"
           organization is line sequential.

           select optional capitalFile assign to "Capitals.txt"
           organization is line sequential.

           select optional regionFile assign to "Regions.txt"
           organization is line sequential.

           select optional paperFile assign to "Newspapers.txt"
           organization is line sequential.

           select optional publisherFile assign to "Publishers.txt"
           organization is line sequential.

           copy "postData-filecontrol.cbl".

           copy "weblog-filecontrol.cbl".

           copy "weberror-filecontrol.cbl".

       data division.
       file section.

       fd  webinput.
       01  xPostData                    pic x(1024).

           copy "postData-filesection.cbl".

       fd  stateFile.
       01  xStateInputRec.
           05 nStateNumberIn           pic 99.
           05 xStateAbrvIn             pic xx.
           05 xRegionIn                pic x.
           05 xStateNameIn             pic x(20).
           05 nPopulationIn            pic 9(8).
           05 nAreaIn                  pic 9(6).
           05 nStCensusYearIn          pic 9(4).

       fd  capitalFile.
       01  xCapitalInput.
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

       fd  paperFile.
       01  xInput.
           05 xPaperInput              pic x(21).
           05 xCityInput               pic x(15).
           05 xStateInput              pic xx.
           05 nReadersInput            pic 9(7).
           05 nPaperFoundInput         pic 9(4).
           05 xStatusInput             pic x.
           05 xMergedIntoInput         pic x(21).
           05 xStatusDateInput         pic 9(8).
           05 xPublisherInput          pic x(4).

       fd  publisherFile.
       01  xPublisherRecord.
           05 xPubCodeIn               pic x(4).
           05 xPubNameIn               pic x(30).

           copy "weblog-filesection.cbl".

           copy "weberror-filesection.cbl".

       working-storage section.
       77  xNewLine                    pic x         value x"0a".
       77  xEofFlag                    pic x         value 'n'.
       77  xStateParam                 pic x(20)     value spaces.
       77  xStateKey                   pic x(20)     value spaces.
       77  nStateRowsRead              pic 9(4)      value 0.
       77  xFoundAbrv                  pic xx        value spaces.
       77  xFoundName                  pic x(20)     value spaces.
       77  xFoundRegion                pic x         value space.
       77  xRegionName                 pic x(20)     value spaces.
       77  nSearchSub                  pic 9(4)      value 0.
       77  nFoundSub                   pic 9(4)      value 0.
       77  nListSub                    pic 99        value 0.
       77  nPaperCount                 pic 9(4)      value 0.
       77  nPaperTableMax              pic 9(4)      value 500.
       77  nPubCount                   pic 99        value 0.
       77  nDensityWork                pic 9(6)v9    value 0.
       77  nMergedCount                pic 99        value 0.

      * The chosen state's census rows, then its capital's rows --
      * both shown oldest census first.
       77  nCensusCount                pic 99        value 0.
       01  xCensusTable.
           05 xCensusElement occurs 1 to 30 times
               depending on nCensusCount.
               10 nCnYearT             pic 9(4).
               10 nCnPopT              pic 9(8).
               10 nCnAreaT             pic 9(6).

       77  nCapRowCount                pic 99        value 0.
       01  xCapRowTable.
           05 xCapRowElement occurs 1 to 30 times
               depending on nCapRowCount.
               10 nCrYearT             pic 9(4).
               10 xCrNameT             pic x(14).
               10 nCrPopT              pic 9(7).
               10 nCrRankT             pic 99.
               10 nCrFoundT            pic 9(4).

       01  xPaperTable.
           05 xPaperElement occurs 500 times.
               10 xPaperT              pic x(21).
               10 xPaperCityT          pic x(15).
               10 xPaperStateT         pic xx.
               10 nReadersT            pic 9(7).
               10 nPaperFoundT         pic 9(4).
               10 xStatusT             pic x.
               10 xMergedIntoT         pic x(21).
               10 xPaperPubT           pic x(4).

       01  xPublisherTable.
           05 xPublisherElement occurs 50 times.
               10 xPubCodeT            pic x(4).
               10 xPubNameT            pic x(30).

      * The state's active titles with merged-in readers added,
      * listed largest circulation first.
       77  nListCount                  pic 99        value 0.
       01  xListTable.
           05 xListElement occurs 1 to 60 times
               depending on nListCount.
               10 nLtReadersT          pic 9(8).
               10 nLtPaperSub          pic 9(4).

       01  xCensusRow.
           05 filler               pic x(8)      value "<tr><td>".
           05 neRowYear            pic 9(4).
           05 filler               pic x(9)      value "</td><td>".
           05 neRowPop             pic zz,zzz,zz9.
           05 filler               pic x(9)      value "</td><td>".
           05 neRowArea            pic zzz,zz9.
           05 filler               pic x(9)      value "</td><td>".
           05 neRowDensity         pic zzz,zz9.9.
           05 filler               pic x(10)     value "</td></tr>".

       01  xCapitalRow.
           05 filler               pic x(8)      value "<tr><td>".
           05 neCapYear            pic 9(4).
           05 filler               pic x(9)      value "</td><td>".
           05 xCapName             pic x(14).
           05 filler               pic x(9)      value "</td><td>".
           05 neCapPop             pic z,zzz,zz9.
           05 filler               pic x(9)      value "</td><td>".
           05 neCapRank            pic z9.
           05 filler               pic x(10)     value "</td></tr>".

       01  xPaperRow.
           05 filler               pic x(8)      value "<tr><td>".
           05 xRowPaper            pic x(21).
           05 filler               pic x(9)      value "</td><td>".
           05 xRowCity             pic x(15).
           05 filler               pic x(9)      value "</td><td>".
           05 neRowFounded         pic 9(4).
           05 filler               pic x(9)      value "</td><td>".
           05 neRowReaders         pic zz,zzz,zz9.
           05 filler               pic x(9)      value "</td><td>".
           05 xRowOwner            pic x(30).
           05 filler               pic x(10)     value "</td></tr>".

           copy "postData-workingstorage.cbl".

           copy "weblog-workingstorage.cbl".

           copy "weberror-workingstorage.cbl".

       procedure division.
       000-main.
           perform 100-initialization.
           perform 200-processing.
           perform 300-termination.
           stop run.

       100-initialization.
           copy "html-head.cbl"
               replacing ==PAGE-TITLE== by =="State Lookup"==.
           call "getPostData".
           move function getPostValue("state") to xStateParam.
           move function upper-case(function trim(xStateParam))
           to xStateKey.
           if xStateKey = spaces
               exit paragraph
           end-if.
           open input stateFile.
           perform 110-next-state until xEofFlag = "y".
           close stateFile.
           move "n" to xEofFlag.

      * A row belongs to the state when the key is its abbreviation
      * or its full name; the first row matched fixes which state,
      * so the name and abbreviation shown are the file's own.
       110-next-state.
           read stateFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nStateRowsRead,
                   perform 115-note-state-row,
           end-read.

       115-note-state-row.
           if xFoundAbrv = spaces
               if (xStateKey(3:18) = spaces
                   and function upper-case(xStateAbrvIn)
                       = xStateKey(1:2))
                   or function upper-case(xStateNameIn) = xStateKey
                   move xStateAbrvIn to xFoundAbrv
                   move xStateNameIn to xFoundName
                   move xRegionIn to xFoundRegion
               end-if
           end-if.
           if xFoundAbrv = spaces or xStateAbrvIn not = xFoundAbrv
               or nCensusCount >= 30
               exit paragraph
           end-if.
           add 1 to nCensusCount.
           move nStCensusYearIn to nCnYearT(nCensusCount).
           move nPopulationIn to nCnPopT(nCensusCount).
           move nAreaIn to nCnAreaT(nCensusCount).

       120-next-region.
           read regionFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xRegionCodeIn = xFoundRegion
                       move xRegionNameIn to xRegionName
                   end-if,
           end-read.

       130-next-capital.
           read capitalFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xCapStateAbrrIn = xFoundAbrv
                       and nCapRowCount < 30
                       add 1 to nCapRowCount,
                       move nCapCensusYearIn to
                       nCrYearT(nCapRowCount),
                       move xCapitalNameIn to xCrNameT(nCapRowCount),
                       move nCapPopulationIn to
                       nCrPopT(nCapRowCount),
                       move nCapPopRankIn to nCrRankT(nCapRowCount),
                       move nCapFoundYearIn to
                       nCrFoundT(nCapRowCount)
                   end-if,
           end-read.

      * Every title is kept, not just the state's -- a merged title
      * elsewhere can name a survivor in this state.
       140-next-paper.
           read paperFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nPaperCount < nPaperTableMax
                       add 1 to nPaperCount,
                       move xPaperInput to xPaperT(nPaperCount),
                       move xCityInput to xPaperCityT(nPaperCount),
                       move xStateInput to xPaperStateT(nPaperCount),
                       move nReadersInput to nReadersT(nPaperCount),
                       move nPaperFoundInput to
                       nPaperFoundT(nPaperCount),
                       move xStatusInput to xStatusT(nPaperCount),
                       move xMergedIntoInput to
                       xMergedIntoT(nPaperCount),
                       move xPublisherInput to xPaperPubT(nPaperCount)
                   end-if,
           end-read.

       150-next-publisher.
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

       200-processing.
           if xPostDataMissing = 'n'
               perform 9800-check-post-data
           end-if.
           display "<h1>State Lookup</h1>".
           perform 210-display-form.
           if xStateKey = spaces
               display "<p>Enter a state's two-letter abbreviation "
               "or its full name.</p>"
               exit paragraph
           end-if.
           if nStateRowsRead = 0
               move "StateCapital-02" to xWebErrorProgram
               move "The state census file is missing."
               to xWebErrorReason
               perform 9900-web-error
               exit paragraph
           end-if.
           if xFoundAbrv = spaces
               display "<p><strong>No state matches ",
               function trim(xStateParam), ".</strong></p>"
               exit paragraph
           end-if.
           perform 220-load-state-detail.
           display "<h2>", function trim(xFoundName), " (",
           xFoundAbrv, ")</h2>".
           display "<p>Region: ", function trim(xRegionName), "</p>".
           perform 230-display-census.
           perform 240-display-capital.
           perform 250-display-papers.

      * GET back to this page, so a lookup can be bookmarked.
       210-display-form.
           display "<form method='get' action='StateCapital-02'>".
           display "<p>State: <input type='text' name='state' "
           "size='20' value='", function trim(xStateParam), "'> "
           "<input type='submit' value='Look up'></p>".
           display "</form>".

       220-load-state-detail.
           move "(not on Regions.txt)" to xRegionName.
           open input regionFile.
           perform 120-next-region until xEofFlag = "y".
           close regionFile.
           move "n" to xEofFlag.
           open input capitalFile.
           perform 130-next-capital until xEofFlag = "y".
           close capitalFile.
           move "n" to xEofFlag.
           open input paperFile.
           perform 140-next-paper until xEofFlag = "y".
           close paperFile.
           move "n" to xEofFlag.
           open input publisherFile.
           perform 150-next-publisher until xEofFlag = "y".
           close publisherFile.
           move "n" to xEofFlag.
           if nCensusCount > 1
               sort xCensusElement on ascending key nCnYearT
           end-if.
           if nCapRowCount > 1
               sort xCapRowElement on ascending key nCrYearT
           end-if.

       230-display-census.
           display "<h3>Census history</h3>".
           display "<table>".
           display "<tr><th>Census</th><th>Population</th>"
           "<th>Area (sq mi)</th><th>Per sq mi</th></tr>".
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nCensusCount
               move nCnYearT(nSearchSub) to neRowYear
               move nCnPopT(nSearchSub) to neRowPop
               move nCnAreaT(nSearchSub) to neRowArea
               move 0 to nDensityWork
               if nCnAreaT(nSearchSub) > 0
                   compute nDensityWork rounded =
                       nCnPopT(nSearchSub) / nCnAreaT(nSearchSub)
               end-if
               move nDensityWork to neRowDensity
               display xCensusRow
           end-perform.
           display "</table>".

       240-display-capital.
           display "<h3>Capital</h3>".
           if nCapRowCount = 0
               display "<p>No capital rows on file for this "
               "state.</p>"
               exit paragraph
           end-if.
           display "<p>", function trim(xCrNameT(nCapRowCount)),
           ", founded ", nCrFoundT(nCapRowCount), "</p>".
           display "<table>".
           display "<tr><th>Census</th><th>Capital</th>"
           "<th>Population</th><th>Rank in state</th></tr>".
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nCapRowCount
               move nCrYearT(nSearchSub) to neCapYear
               move xCrNameT(nSearchSub) to xCapName
               move nCrPopT(nSearchSub) to neCapPop
               move nCrRankT(nSearchSub) to neCapRank
               display xCapitalRow
           end-perform.
           display "</table>".

      * Active titles in the state, each carrying the readers of
      * any merged title that names it as the survivor.
       250-display-papers.
           display "<h3>Active newspapers</h3>".
           perform varying nFoundSub from 1 by 1
               until nFoundSub > nPaperCount
               if xStatusT(nFoundSub) = "A"
                   and xPaperStateT(nFoundSub) = xFoundAbrv
                   and nListCount < 60
                   perform 255-list-paper
               end-if
           end-perform.
           if nListCount = 0
               display "<p>No active newspapers on file for this "
               "state.</p>"
               exit paragraph
           end-if.
           if nListCount > 1
               sort xListElement on descending key nLtReadersT
           end-if.
           display "<table>".
           display "<tr><th>Newspaper</th><th>City</th>"
           "<th>Founded</th><th>Circulation</th><th>Owner</th></tr>".
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nListCount
               perform 260-paper-row
           end-perform.
           display "</table>".
           if nMergedCount > 0
               display "<p>Circulation includes ", nMergedCount,
               " merged title(s) carried by the surviving paper.</p>"
           end-if.

       255-list-paper.
           add 1 to nListCount.
           move nFoundSub to nLtPaperSub(nListCount).
           move nReadersT(nFoundSub) to nLtReadersT(nListCount).
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nPaperCount
               if xStatusT(nSearchSub) = "M"
                   and xMergedIntoT(nSearchSub) = xPaperT(nFoundSub)
                   add nReadersT(nSearchSub) to
                   nLtReadersT(nListCount)
                   add 1 to nMergedCount
               end-if
           end-perform.

       260-paper-row.
           move nLtPaperSub(nSearchSub) to nFoundSub.
           move xPaperT(nFoundSub) to xRowPaper.
           move xPaperCityT(nFoundSub) to xRowCity.
           move nPaperFoundT(nFoundSub) to neRowFounded.
           move nLtReadersT(nSearchSub) to neRowReaders.
           move "(unknown publisher code)" to xRowOwner.
           if xPaperPubT(nFoundSub) = spaces
               move "Independent" to xRowOwner
           end-if.
           perform varying nListSub from 1 by 1
               until nListSub > nPubCount
               if xPubCodeT(nListSub) = xPaperPubT(nFoundSub)
                   move xPubNameT(nListSub) to xRowOwner
                   move nPubCount to nListSub
               end-if
           end-perform.
           display xPaperRow.

       300-termination.
           display "</body>".
           display "</html>".
           move "StateCapital-02" to xWebLogProgram.
           move spaces to xWebLogParams.
           string "state=" delimited by size
               xStateKey delimited by "  "
               " found=" delimited by size
               xFoundAbrv delimited by size
               into xWebLogParams.
           perform 9100-write-weblog.

           copy "postData-procedure.cbl".

           copy "weblog-procedure.cbl".

           copy "weberror-procedure.cbl".

      * Add a blank line at the end
