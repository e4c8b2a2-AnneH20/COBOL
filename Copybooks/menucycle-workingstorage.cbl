      * Set by 9500-menu-cycle-day (menucycle-procedure.cbl). The
      * caller moves a yyyymmdd date to nCycleDate and gets back
      * nCycleWeek, the week 1-4 of the cafeteria's four-week menu
      * rotation, and nCycleDay, the weekday 1 Monday through 7
      * Sunday -- the keys of FreshFoodCycle.txt.
       77  nCycleDate                  pic 9(8)        value 0.
       77  nCycleWeek                  pic 9           value 0.
       77  nCycleDay                   pic 9           value 0.
      * The Monday the rotation's week 1 first ran; every fourth
      * week after it is week 1 again. Restarting the rotation
      * means changing this date.
       77  nCycleStartDate             pic 9(8)        value 20260105.
       77  nCycleDateInt               pic 9(7)        value 0.
       77  nCycleDays                  pic s9(7)       value 0.
       77  nCycleWeeks                 pic 9(7)        value 0.
       77  nCycleRemainder             pic 9(7)        value 0.
