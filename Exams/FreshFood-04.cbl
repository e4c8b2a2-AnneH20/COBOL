      * Program: Fresh Food Cafeteria Menu Page
      *
      * Public page (no login) answering the morning phone calls:
      * the day's cafeteria line-up with calories and each item's
      * allergen/dietary tag. The day is the business date unless
      * a "date" (yyyymmdd) is given, and its items are the ones
      * FreshFoodCycle.txt plans for that day of the four-week
      * rotation (see FreshFood-03); a day the rotation has nothing
      * for shows the whole of FreshFoodMenu.txt. Each "exclude"
      * submitted -- one per FreshFoodAllergens.txt code the
      * visitor ticks -- hides the items carrying that tag, and the
      * page says how many were hidden.

       identification division.
       program-id. FreshFood-04.
       author. Anne.

       environment division.
           copy "postData-environmentdivision.cbl".

       input-output section.
       file-control.
      * Optional so a missing menu reaches the shared error page
      * (weberror copybooks) instead of dying mid-header.
           select optional menuFile assign to "FreshFoodMenu.txt"
           organization is line sequential.

           select optional allergenFile assign to
           "FreshFoodAllergens.txt"
           organization is line sequential.

           select optional cycleFile assign to "FreshFoodCycle.txt"
           organization is line sequential.

           copy "postData-filecontrol.cbl".

           copy "weblog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

           copy "weberror-filecontrol.cbl".

       data division.
       file section.

       fd  webinput.
       01  xPostData                    pic x(1024).

           copy "postData-filesection.cbl".

       fd  menuFile.
       01  xInput.
           05 xFoodInput               pic x(25).
           05 xDeptInput               pic x(16).
           05 nCaloriesInput           pic 9(4).
           05 xMenuInput               pic x(6).
           05 xAllergenInput           pic x(12).

       fd  allergenFile.
       01  xAllergenRecord.
           05 xAlgCodeIn               pic x(12).
           05 xAlgDescIn               pic x(20).

       fd  cycleFile.
       01  xCycleRecord.
           05 xCyWeekRaw               pic x.
           05 xCyDayRaw                pic x.
           05 xCyMeal                  pic x.
           05 xCyFood                  pic x(25).

           copy "weblog-filesection.cbl".

           copy "busdate-filesection.cbl".

           copy "weberror-filesection.cbl".

       working-storage section.
       77  xNewLine                    pic x         value x"0a".
       77  xEofFlag                    pic x         value 'n'.
       77  xDateParam                  pic x(10)     value spaces.
       77  xDateBad                    pic x         value 'n'.
       77  nMenuDate                   pic 9(8)      value 0.
       77  nDateIntWork                pic 9(7)      value 0.
       77  nSearchSub                  pic 99        value 0.
       77  nFoundSub                   pic 99        value 0.
       77  nTagSub                     pic 99        value 0.
       77  nShownCount                 pic 99        value 0.
       77  nHiddenCount                pic 99        value 0.
       77  xFullMenu                   pic x         value 'n'.
       77  xExcludedFlag               pic x         value 'n'.
       77  xMealName                   pic x(9)      value spaces.

       77  nMenuCount                  pic 99        value 0.
       01  xMenuTable.
           05 xMenuElement occurs 60 times.
               10 xFoodT               pic x(25).
               10 xDeptT               pic x(16).
               10 nCaloriesT           pic 9(4).
               10 xAllergenT           pic x(12).

       77  nAlgCount                   pic 99        value 0.
       01  xAllergenTable.
           05 xAllergenElement occurs 30 times.
               10 xAlgCodeT            pic x(12).
               10 xAlgDescT            pic x(20).
               10 xAlgExcludedT        pic x.

      * The day's planned items, in meal order and then file order.
       77  nDayCount                   pic 99        value 0.
       01  xDayTable.
           05 xDayElement occurs 1 to 60 times
               depending on nDayCount.
               10 nDtMealRank          pic 9.
               10 nDtLine              pic 9(4).
               10 nDtMenuSub           pic 99.
       77  nCycleLine                  pic 9(4)      value 0.

       01  xDayNameValues.
           05 filler               pic x(9)        value 'Monday'.
           05 filler               pic x(9)        value 'Tuesday'.
           05 filler               pic x(9)        value 'Wednesday'.
           05 filler               pic x(9)        value 'Thursday'.
           05 filler               pic x(9)        value 'Friday'.
           05 filler               pic x(9)        value 'Saturday'.
           05 filler               pic x(9)        value 'Sunday'.
       01  xDayNameTable redefines xDayNameValues.
           05 xDayNameT occurs 7 times pic x(9).

       01  xMealNameValues.
           05 filler               pic x(9)        value 'Breakfast'.
           05 filler               pic x(9)        value 'Lunch'.
           05 filler               pic x(9)        value 'Dinner'.
       01  xMealNameTable redefines xMealNameValues.
           05 xMealNameT occurs 3 times pic x(9).

       01  xMenuRow.
           05 filler               pic x(8)      value "<tr><td>".
           05 xRowMeal             pic x(9).
           05 filler               pic x(9)      value "</td><td>".
           05 xRowFood             pic x(25).
           05 filler               pic x(9)      value "</td><td>".
           05 xRowDept             pic x(16).
           05 filler               pic x(9)      value "</td><td>".
           05 neRowCalories        pic zzz9.
           05 filler               pic x(9)      value "</td><td>".
           05 xRowTag              pic x(12).
           05 filler               pic x(10)     value "</td></tr>".

           copy "postData-workingstorage.cbl".

           copy "weblog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

           copy "weberror-workingstorage.cbl".

           copy "menucycle-workingstorage.cbl".

       procedure division.
       000-main.
           perform 100-initialization.
           perform 200-processing.
           perform 300-termination.
           stop run.

       100-initialization.
           copy "html-head.cbl"
               replacing ==PAGE-TITLE== by =="Cafeteria Menu"==.
           call "getPostData".
           move "y" to xBusinessDateQuiet.
           perform 9200-get-business-date.
           move function getPostValue("date") to xDateParam.
           open input menuFile.
           perform 110-next-menu until xEofFlag = "y".
           close menuFile.
           move "n" to xEofFlag.
           open input allergenFile.
           perform 120-next-allergen until xEofFlag = "y".
           close allergenFile.
           move "n" to xEofFlag.
           perform 130-get-exclusions.
           perform 140-resolve-date.

       110-next-menu.
           read menuFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nMenuCount < 60
                       add 1 to nMenuCount,
                       move xFoodInput to xFoodT(nMenuCount),
                       move xDeptInput to xDeptT(nMenuCount),
                       move nCaloriesInput to nCaloriesT(nMenuCount),
                       move xAllergenInput to xAllergenT(nMenuCount)
                   end-if,
           end-read.

      * NONE is not something anyone needs to avoid, so it is not
      * offered as an exclusion.
       120-next-allergen.
           read allergenFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nAlgCount < 30 and xAlgCodeIn not = "NONE"
                       and xAlgCodeIn not = spaces
                       add 1 to nAlgCount,
                       move xAlgCodeIn to xAlgCodeT(nAlgCount),
                       move xAlgDescIn to xAlgDescT(nAlgCount),
                       move "n" to xAlgExcludedT(nAlgCount)
                   end-if,
           end-read.

      * A ticked box posts "exclude" once per code, so every
      * occurrence in xPostFieldTable is taken, the way Fruit-02
      * walks its cart lines.
       130-get-exclusions.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > xPostFieldCount
               if xPostFieldName(nSearchSub) = "exclude"
                   perform 135-mark-exclusion
               end-if
           end-perform.

       135-mark-exclusion.
           perform varying nFoundSub from 1 by 1
               until nFoundSub > nAlgCount
               if xAlgCodeT(nFoundSub) = function upper-case(
                   xPostFieldValue(nSearchSub))
                   move "y" to xAlgExcludedT(nFoundSub)
                   move nAlgCount to nFoundSub
               end-if
           end-perform.

      * A blank date is the business date; one that is not a real
      * yyyymmdd is said so and the business date used instead.
       140-resolve-date.
           move xBusinessDate to nMenuDate.
           if xDateParam = spaces
               exit paragraph
           end-if.
           move 0 to nDateIntWork.
           if xDateParam(1:8) numeric and xDateParam(9:2) = spaces
               move xDateParam(1:8) to nCycleDate
               compute nDateIntWork =
                   function integer-of-date(nCycleDate)
           end-if.
           if nDateIntWork = 0
               move "y" to xDateBad
           else
               move nCycleDate to nMenuDate
           end-if.

       200-processing.
           if nMenuCount = 0
               move "FreshFood-04" to xWebErrorProgram
               move "The cafeteria menu file is missing."
               to xWebErrorReason
               perform 9900-web-error
               exit paragraph
           end-if.
           if xPostDataMissing = 'n'
               perform 9800-check-post-data
           end-if.
           move nMenuDate to nCycleDate.
           perform 9500-menu-cycle-day.
           perform 210-load-day.
           display "<h1>Cafeteria Menu</h1>".
           if xDateBad = 'y'
               display "<p><em>The date ", function trim(xDateParam),
               " could not be read; showing the menu for ",
               nMenuDate, ".</em></p>"
           end-if.
           display "<h2>", function trim(xDayNameT(nCycleDay)), " ",
           nMenuDate, " (rotation week ", nCycleWeek, ")</h2>".
           if xFullMenu = 'y'
               display "<p>Nothing is planned in the menu rotation "
               "for this day, so the full menu is shown.</p>"
           end-if.
           perform 230-display-form.
           display "<table>".
           display "<tr><th>Meal</th><th>Item</th><th>Counter</th>"
           "<th>Calories</th><th>Tag</th></tr>".
           if xFullMenu = 'y'
               move spaces to xMealName
               perform varying nFoundSub from 1 by 1
                   until nFoundSub > nMenuCount
                   perform 240-item-row
               end-perform
           else
               perform varying nSearchSub from 1 by 1
                   until nSearchSub > nDayCount
                   move xMealNameT(nDtMealRank(nSearchSub)) to
                   xMealName
                   move nDtMenuSub(nSearchSub) to nFoundSub
                   perform 240-item-row
               end-perform
           end-if.
           display "</table>".
           if nShownCount = 0
               display "<p><strong>Nothing on this menu is free of "
               "everything you excluded.</strong></p>"
           end-if.
           if nHiddenCount > 0
               display "<p>", nHiddenCount, " item(s) hidden because "
               "of the tags you excluded.</p>"
           end-if.

      * The rotation's lines for the chosen week and weekday; lines
      * naming an item no longer on the menu are skipped here and
      * reported by FreshFood-03.
       210-load-day.
           move 0 to nDayCount.
           move 0 to nCycleLine.
           open input cycleFile.
           perform 220-next-cycle-line until xEofFlag = "y".
           close cycleFile.
           move "n" to xEofFlag.
           if nDayCount = 0
               move "y" to xFullMenu
           end-if.
           if nDayCount > 1
               sort xDayElement on ascending key nDtMealRank nDtLine
           end-if.

       220-next-cycle-line.
           read cycleFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nCycleLine,
                   perform 225-note-cycle-line,
           end-read.

       225-note-cycle-line.
           if xCyWeekRaw not = nCycleWeek or xCyDayRaw not = nCycleDay
               or (xCyMeal not = "B" and xCyMeal not = "L"
                   and xCyMeal not = "D")
               or nDayCount >= 60
               exit paragraph
           end-if.
           move 0 to nFoundSub.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nMenuCount
               if xFoodT(nSearchSub) = xCyFood
                   move nSearchSub to nFoundSub
                   move nMenuCount to nSearchSub
               end-if
           end-perform.
           if nFoundSub = 0
               exit paragraph
           end-if.
           add 1 to nDayCount.
           evaluate xCyMeal
               when "B"
                   move 1 to nDtMealRank(nDayCount)
               when "L"
                   move 2 to nDtMealRank(nDayCount)
               when other
                   move 3 to nDtMealRank(nDayCount)
           end-evaluate.
           move nCycleLine to nDtLine(nDayCount).
           move nFoundSub to nDtMenuSub(nDayCount).

      * GET back to this page, so a filtered menu can be bookmarked
      * or passed on; the ticks already in force stay ticked.
       230-display-form.
           display "<form method='get' action='FreshFood-04'>".
           display "<p>Date (yyyymmdd): <input type='text' "
           "name='date' size='8' value='", nMenuDate, "'></p>".
           display "<p>Leave out items tagged:</p>".
           display "<ul>".
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nAlgCount
               if xAlgExcludedT(nSearchSub) = 'y'
                   display "<li><input type='checkbox' name='exclude' "
                   "value='", function trim(xAlgCodeT(nSearchSub)),
                   "' checked> ", function trim(xAlgDescT(nSearchSub)),
                   "</li>"
               else
                   display "<li><input type='checkbox' name='exclude' "
                   "value='", function trim(xAlgCodeT(nSearchSub)),
                   "'> ", function trim(xAlgDescT(nSearchSub)),
                   "</li>"
               end-if
           end-perform.
           display "</ul>".
           display "<p><input type='submit' value='Show menu'></p>".
           display "</form>".

      * nFoundSub is the menu item; an item whose tag the visitor
      * excluded is counted, not shown.
       240-item-row.
           move "n" to xExcludedFlag.
           perform varying nTagSub from 1 by 1
               until nTagSub > nAlgCount
               if xAlgCodeT(nTagSub) = xAllergenT(nFoundSub)
                   and xAlgExcludedT(nTagSub) = 'y'
                   move "y" to xExcludedFlag
               end-if
           end-perform.
           if xExcludedFlag = 'y'
               add 1 to nHiddenCount
               exit paragraph
           end-if.
           add 1 to nShownCount.
           move xMealName to xRowMeal.
           move xFoodT(nFoundSub) to xRowFood.
           move xDeptT(nFoundSub) to xRowDept.
           move nCaloriesT(nFoundSub) to neRowCalories.
           move xAllergenT(nFoundSub) to xRowTag.
           display xMenuRow.

       300-termination.
           display "</body>".
           display "</html>".
           move "FreshFood-04" to xWebLogProgram.
           move spaces to xWebLogParams.
           string "date=" delimited by size
               nMenuDate delimited by size
               " hidden=" delimited by size
               nHiddenCount delimited by size
               into xWebLogParams.
           perform 9100-write-weblog.

           copy "postData-procedure.cbl".

           copy "weblog-procedure.cbl".

           copy "busdate-procedure.cbl".

           copy "weberror-procedure.cbl".

           copy "menucycle-procedure.cbl".

      * Add a blank line at the end
