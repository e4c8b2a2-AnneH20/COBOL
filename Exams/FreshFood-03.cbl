      * Program: Fresh Food Menu Cycle Plan
      *
      * What the cafeteria serves comes off the whiteboard and onto
      * FreshFoodCycle.txt: a four-week rotation, one line per item
      * served at a meal -- rotation week 1-4, weekday 1 Monday
      * through 7 Sunday, meal B breakfast, L lunch or D dinner, and
      * the item as it is named on FreshFoodMenu.txt (kept by
      * FreshFood-02). The plan on FreshFood-03-plan.txt shows each
      * day of the rotation with its offerings, the day's total and
      * average calories, and the allergen/dietary tags present
      * (codes from FreshFoodAllergens.txt), with a warning on any
      * day that has no vegetarian (or vegan) or no gluten-free
      * item. Lines naming an item not on the menu, or an
      * impossible week, day or meal, are listed and left out.
      * Today's line-up, from the business date, heads the plan;
      * where the rotation's week 1 falls is set in the menucycle
      * copybooks, shared with the FreshFood-04 menu page.

       identification division.
       program-id. FreshFood-03.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional cycleFile assign to "FreshFoodCycle.txt"
           organization is line sequential.

           select menuFile assign to "FreshFoodMenu.txt"
           organization is line sequential.

           select allergenFile assign to "FreshFoodAllergens.txt"
           organization is line sequential.

           select reportFile assign to "FreshFood-03-plan.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
       fd  cycleFile.
       01  xCycleRecord.
           05 xCyWeekRaw           pic x.
           05 xCyDayRaw            pic x.
           05 xCyMeal              pic x.
           05 xCyFood              pic x(25).

       fd  menuFile.
       01  xInput.
           05 xFoodInput       pic x(25).
           05 xDeptInput       pic x(16).
           05 nCaloriesInput   pic 9(4).
           05 xMenuInput       pic x(6).
           05 xAllergenInput   pic x(12).

       fd  allergenFile.
       01  xAllergenRecord.
           05 xAlgCodeIn       pic x(12).
           05 xAlgDescIn       pic x(20).

       fd  reportFile.
       01  xReportLine         pic x(100).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  nMenuCount          pic 99              value 0.
       77  nMenuTableMax       pic 99              value 60.
       77  xMenuTableFull      pic x               value 'n'.
       77  nSearchSub          pic 9(4)            value 0.
       77  nFoundSub           pic 9(4)            value 0.
       77  nWorkSub            pic 9(4)            value 0.
       77  nTagSub             pic 99              value 0.
       77  xRejectReason       pic x(40)           value spaces.
       77  nReadCount          pic 9(4)            value 0.
       77  nRejectedCount      pic 9(4)            value 0.
       77  nDaysPlanned        pic 99              value 0.
       77  nWarnDays           pic 99              value 0.

       77  nTodayWeek          pic 9               value 0.
       77  nTodayDay           pic 9               value 0.
       77  xTodayPass          pic x               value 'n'.

       77  nAlgCount           pic 99              value 0.
       01  xAllergenTable.
           05 xAlgCodeT occurs 30 times pic x(12) value spaces.

       01  xMenuTable.
           05 xMenuElement occurs 60 times.
               10 xFoodT           pic x(25).
               10 xDeptT           pic x(16).
               10 nCaloriesT       pic 9(4).
               10 xAllergenT       pic x(12).

      * The accepted cycle lines, sorted into day and meal order;
      * the meal rank puts breakfast before lunch before dinner and
      * the line number keeps the file's order within a meal.
       77  nCyCount            pic 9(4)            value 0.
       77  nCyMax              pic 9(4)            value 1000.
       01  xCycleTable.
           05 xCyElement occurs 1 to 1000 times
               depending on nCyCount.
               10 nCtWeek          pic 9.
               10 nCtDay           pic 9.
               10 nCtMealRank      pic 9.
               10 nCtLine          pic 9(4).
               10 nCtMenuSub       pic 99.

      * One day's figures while it prints.
       77  nDayItems           pic 99              value 0.
       77  nDayCalories        pic 9(6)            value 0.
       77  xDayVegetarian      pic x               value 'n'.
       77  xDayGlutenFree      pic x               value 'n'.
       77  nDayTagCount        pic 99              value 0.
       01  xDayTagTable.
           05 xDayTagT occurs 30 times pic x(12) value spaces.
       77  xTagList            pic x(80)           value spaces.
       77  nTagPointer         pic 999             value 1.

       01  xDayNameValues.
           05 filler           pic x(9)        value 'MONDAY'.
           05 filler           pic x(9)        value 'TUESDAY'.
           05 filler           pic x(9)        value 'WEDNESDAY'.
           05 filler           pic x(9)        value 'THURSDAY'.
           05 filler           pic x(9)        value 'FRIDAY'.
           05 filler           pic x(9)        value 'SATURDAY'.
           05 filler           pic x(9)        value 'SUNDAY'.
       01  xDayNameTable redefines xDayNameValues.
           05 xDayNameT occurs 7 times pic x(9).

       01  xMealNameValues.
           05 filler           pic x(9)        value 'BREAKFAST'.
           05 filler           pic x(9)        value 'LUNCH'.
           05 filler           pic x(9)        value 'DINNER'.
       01  xMealNameTable redefines xMealNameValues.
           05 xMealNameT occurs 3 times pic x(9).

       01  xPlanHeading.
           05 filler           pic x(40)
               value 'CAFETERIA MENU CYCLE - FOUR-WEEK PLAN'.

       01  xTodayHeading.
           05 filler           pic x(17)       value "TODAY'S LINE-UP ".
           05 neTodayDate      pic 9(8).
           05 filler           pic x(8)        value ' - WEEK '.
           05 neTodayWeek      pic 9.
           05 filler           pic x           value space.
           05 xTodayDayName    pic x(9).

       01  xDayHeading.
           05 filler           pic x(5)        value 'WEEK'.
           05 neDayWeek        pic 9.
           05 filler           pic x(2)        value spaces.
           05 xDayName         pic x(9).

       01  xItemDetail.
           05 filler           pic x(2)        value spaces.
           05 xItemMeal        pic x(9).
           05 filler           pic x(2)        value spaces.
           05 xItemFood        pic x(25).
           05 filler           pic x(2)        value spaces.
           05 xItemDept        pic x(16).
           05 filler           pic x(2)        value spaces.
           05 neItemCalories   pic zzz9.
           05 filler           pic x(2)        value spaces.
           05 xItemTag         pic x(12).

       01  xDayTotals.
           05 filler           pic x(2)        value spaces.
           05 neDayItems       pic z9.
           05 filler           pic x(9)        value ' items, '.
           05 neDayCalories    pic zzz,zz9.
           05 filler           pic x(19)
               value ' calories in total,'.
           05 neDayAverage     pic z,zz9.99.
           05 filler           pic x(8)        value ' average'.

       01  xDayTags.
           05 filler           pic x(8)        value '  TAGS: '.
           05 xDayTagList      pic x(80).

       01  xRejectHeading.
           05 filler           pic x(40)
               value 'CYCLE LINES REJECTED'.

       01  xRejectDetail.
           05 xRjRaw           pic x(28).
           05 filler           pic x(2)        value spaces.
           05 xRjReason        pic x(40).

       01  xPlanFooter.
           05 neFootLines      pic zzz9.
           05 filler           pic x(14)       value ' cycle lines, '.
           05 neFootRejected   pic zzz9.
           05 filler           pic x(11)       value ' rejected, '.
           05 neFootDays       pic z9.
           05 filler           pic x(15)       value ' days planned, '.
           05 neFootWarn       pic z9.
           05 filler           pic x(19)
               value ' days with warnings'.

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

           copy "menucycle-workingstorage.cbl".

       procedure division.
       000-main.
           move "FreshFood-03" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-load-cycle.
           perform 250-write-plan.
           perform 300-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           open input allergenFile.
           perform 105-load-allergens until xEofFlag = "y".
           close allergenFile.
           move "n" to xEofFlag.
           open input menuFile.
           perform 110-load-menu until xEofFlag = "y".
           close menuFile.
           move "n" to xEofFlag.
           perform 120-today-in-cycle.
           open output reportFile.
           write xReportLine from xPlanHeading.
           move spaces to xReportLine.
           write xReportLine.

       105-load-allergens.
           read allergenFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nAlgCount < 30
                       add 1 to nAlgCount,
                       move xAlgCodeIn to xAlgCodeT(nAlgCount)
                   end-if,
           end-read.

       110-load-menu.
           read menuFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nMenuCount >= nMenuTableMax
                       if xMenuTableFull = "n"
                           display "WARNING: menu table full at "
                           nMenuTableMax
                           " records -- remaining rows in "
                           "FreshFoodMenu.txt were not loaded."
                           move "y" to xMenuTableFull
                       end-if
                   else
                       add 1 to nMenuCount,
                       move xFoodInput to xFoodT(nMenuCount),
                       move xDeptInput to xDeptT(nMenuCount),
                       move nCaloriesInput to nCaloriesT(nMenuCount),
                       move xAllergenInput to xAllergenT(nMenuCount)
                   end-if,
           end-read.

      * Today's place in the rotation, from the business date.
       120-today-in-cycle.
           move xBusinessDate to nCycleDate.
           perform 9500-menu-cycle-day.
           move nCycleWeek to nTodayWeek.
           move nCycleDay to nTodayDay.

       200-load-cycle.
           open input cycleFile.
           perform 210-next-cycle-line until xEofFlag = "y".
           close cycleFile.
           move "n" to xEofFlag.
           if nCyCount > 1
               sort xCyElement on ascending key nCtWeek nCtDay
                   nCtMealRank nCtLine
           end-if.

       210-next-cycle-line.
           read cycleFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nReadCount,
                   perform 220-edit-cycle-line,
           end-read.

       220-edit-cycle-line.
           move spaces to xRejectReason.
           if xCyWeekRaw < "1" or xCyWeekRaw > "4"
               move "REJECTED - WEEK MUST BE 1-4" to xRejectReason
           end-if.
           if xRejectReason = spaces
               and (xCyDayRaw < "1" or xCyDayRaw > "7")
               move "REJECTED - DAY MUST BE 1-7" to xRejectReason
           end-if.
           if xRejectReason = spaces
               and xCyMeal not = "B" and xCyMeal not = "L"
               and xCyMeal not = "D"
               move "REJECTED - MEAL MUST BE B, L OR D" to
               xRejectReason
           end-if.
           move 0 to nFoundSub.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nMenuCount
               if xFoodT(nSearchSub) = xCyFood
                   move nSearchSub to nFoundSub
                   move nMenuCount to nSearchSub
               end-if
           end-perform.
           if xRejectReason = spaces and nFoundSub = 0
               move "REJECTED - NOT ON FRESHFOODMENU.TXT" to
               xRejectReason
           end-if.
           if xRejectReason = spaces and nCyCount >= nCyMax
               move "REJECTED - CYCLE TABLE FULL" to xRejectReason
           end-if.
           if xRejectReason not = spaces
               if nRejectedCount = 0
                   perform 225-reject-heading
               end-if
               add 1 to nRejectedCount
               move xCycleRecord to xRjRaw
               move xRejectReason to xRjReason
               write xReportLine from xRejectDetail
               exit paragraph
           end-if.
           add 1 to nCyCount.
           move xCyWeekRaw to nCtWeek(nCyCount).
           move xCyDayRaw to nCtDay(nCyCount).
           evaluate xCyMeal
               when "B"
                   move 1 to nCtMealRank(nCyCount)
               when "L"
                   move 2 to nCtMealRank(nCyCount)
               when other
                   move 3 to nCtMealRank(nCyCount)
           end-evaluate.
           move nReadCount to nCtLine(nCyCount).
           move nFoundSub to nCtMenuSub(nCyCount).

      * The rejects print ahead of the plan, as they are read.
       225-reject-heading.
           write xReportLine from xRejectHeading.

      * Today's line-up first, then every day of the rotation.
       250-write-plan.
           if nRejectedCount > 0
               move spaces to xReportLine
               write xReportLine
           end-if.
           move xBusinessDate to neTodayDate.
           move nTodayWeek to neTodayWeek.
           move xDayNameT(nTodayDay) to xTodayDayName.
           write xReportLine from xTodayHeading.
           display xTodayHeading.
           move "y" to xTodayPass.
           move 0 to nWorkSub.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nCyCount
               if nCtWeek(nSearchSub) = nTodayWeek
                   and nCtDay(nSearchSub) = nTodayDay
                   move nSearchSub to nWorkSub
                   perform 280-item-line
               end-if
           end-perform.
           if nWorkSub = 0
               move "  Nothing planned for today." to xReportLine
               write xReportLine
               display xReportLine
           end-if.
           move "n" to xTodayPass.
           move spaces to xReportLine.
           write xReportLine.
           move 1 to nWorkSub.
           perform 260-one-day until nWorkSub > nCyCount.

      * From the first line of a day to the first line of the next.
       260-one-day.
           add 1 to nDaysPlanned.
           move nCtWeek(nWorkSub) to neDayWeek.
           move xDayNameT(nCtDay(nWorkSub)) to xDayName.
           write xReportLine from xDayHeading.
           move 0 to nDayItems.
           move 0 to nDayCalories.
           move "n" to xDayVegetarian.
           move "n" to xDayGlutenFree.
           move 0 to nDayTagCount.
           move nWorkSub to nSearchSub.
           perform until nSearchSub > nCyCount
               or nCtWeek(nSearchSub) not = nCtWeek(nWorkSub)
               or nCtDay(nSearchSub) not = nCtDay(nWorkSub)
               perform 280-item-line
               perform 270-day-figures
               add 1 to nSearchSub
           end-perform.
           move nDayItems to neDayItems.
           move nDayCalories to neDayCalories.
           compute neDayAverage = nDayCalories / nDayItems.
           write xReportLine from xDayTotals.
           perform 275-tag-list.
           if xDayVegetarian = "n"
               move "  WARNING: NO VEGETARIAN OPTION" to xReportLine
               write xReportLine
           end-if.
           if xDayGlutenFree = "n"
               move "  WARNING: NO GLUTEN-FREE OPTION" to xReportLine
               write xReportLine
           end-if.
           if xDayVegetarian = "n" or xDayGlutenFree = "n"
               add 1 to nWarnDays
           end-if.
           move spaces to xReportLine.
           write xReportLine.
           move nSearchSub to nWorkSub.

      * A vegan item counts as a vegetarian option; each tag other
      * than NONE is noted once for the day.
       270-day-figures.
           move nCtMenuSub(nSearchSub) to nFoundSub.
           add 1 to nDayItems.
           add nCaloriesT(nFoundSub) to nDayCalories.
           if xAllergenT(nFoundSub) = "VEGETARIAN"
               or xAllergenT(nFoundSub) = "VEGAN"
               move "y" to xDayVegetarian
           end-if.
           if xAllergenT(nFoundSub) = "GLUTEN-FREE"
               move "y" to xDayGlutenFree
           end-if.
           if xAllergenT(nFoundSub) = "NONE"
               or xAllergenT(nFoundSub) = spaces
               exit paragraph
           end-if.
           perform varying nTagSub from 1 by 1
               until nTagSub > nDayTagCount
               if xDayTagT(nTagSub) = xAllergenT(nFoundSub)
                   exit paragraph
               end-if
           end-perform.
           if nDayTagCount < 30
               add 1 to nDayTagCount
               move xAllergenT(nFoundSub) to xDayTagT(nDayTagCount)
           end-if.

      * Tags in the order of the FreshFoodAllergens.txt code table.
       275-tag-list.
           move spaces to xTagList.
           move 1 to nTagPointer.
           perform varying nFoundSub from 1 by 1
               until nFoundSub > nAlgCount
               perform varying nTagSub from 1 by 1
                   until nTagSub > nDayTagCount
                   if xDayTagT(nTagSub) = xAlgCodeT(nFoundSub)
                       if nTagPointer > 1
                           string ", " delimited by size
                               into xTagList pointer nTagPointer
                       end-if
                       string xAlgCodeT(nFoundSub) delimited by space
                           into xTagList pointer nTagPointer
                   end-if
               end-perform
           end-perform.
           if xTagList = spaces
               move "NONE" to xTagList
           end-if.
           move xTagList to xDayTagList.
           write xReportLine from xDayTags.

       280-item-line.
           move nCtMenuSub(nSearchSub) to nFoundSub.
           move xMealNameT(nCtMealRank(nSearchSub)) to xItemMeal.
           move xFoodT(nFoundSub) to xItemFood.
           move xDeptT(nFoundSub) to xItemDept.
           move nCaloriesT(nFoundSub) to neItemCalories.
           move xAllergenT(nFoundSub) to xItemTag.
           write xReportLine from xItemDetail.
           if xTodayPass = "y"
               display xItemDetail
           end-if.

       300-termination.
           move nReadCount to neFootLines.
           move nRejectedCount to neFootRejected.
           move nDaysPlanned to neFootDays.
           move nWarnDays to neFootWarn.
           write xReportLine from xPlanFooter.
           close reportFile.
           display " ".
           display nDaysPlanned, " days planned, ", nWarnDays,
           " with warnings, ", nRejectedCount, " cycle lines "
           "rejected -- see FreshFood-03-plan.txt".
           display " ".
           move "FreshFood-03" to xRunLogProgram.
           move nReadCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

           copy "menucycle-procedure.cbl".

      * Add a blank line at the end
