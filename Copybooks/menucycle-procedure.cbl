      * Weekday the way Fruit-19 works it out (day 1 of the
      * calendar was a Monday); the rotation week from the whole
      * weeks since nCycleStartDate. A date before the start is
      * moved on a thousand rotations so it still lands on the
      * right week.
       9500-menu-cycle-day.
           compute nCycleDateInt =
               function integer-of-date(nCycleDate).
           compute nCycleDays = nCycleDateInt - 1.
           divide nCycleDays by 7 giving nCycleWeeks
               remainder nCycleRemainder.
           compute nCycleDay = nCycleRemainder + 1.
           compute nCycleDays = nCycleDateInt -
               function integer-of-date(nCycleStartDate).
           if nCycleDays < 0
               add 28000 to nCycleDays
           end-if.
           divide nCycleDays by 7 giving nCycleWeeks.
           divide nCycleWeeks by 4 giving nCycleWeeks
               remainder nCycleRemainder.
           compute nCycleWeek = nCycleRemainder + 1.
