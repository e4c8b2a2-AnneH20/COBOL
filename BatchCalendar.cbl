      * Program: Period-End Batch Calendar
      *
      * Month-end, quarter-end, and year-end jobs used to be run by
      * whoever remembered -- sometimes twice, sometimes not at all.
      * BatchSchedule.txt names each such job and the period end it
      * belongs to; this decides whether tonight's business date is
      * the last business day of its month, quarter, or year (the
      * next business day, found the way DateRoll finds it --
      * weekends and Holidays.txt skipped -- falls in another one)
      * and writes the steps due tonight to
      * BatchSchedule-tonight.txt, in schedule order, for the
      * nightly driver to run after the daily chain. An entry keyed
      * M runs every month end (quarter and year ends included), Q
      * every quarter end, Y at year end only. A schedule line with
      * any other key fails the run rather than quietly dropping a
      * job.

       identification division.
       program-id. BatchCalendar.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           copy "busdate-filecontrol.cbl".

      * Company holiday calendar: one date per line with its name.
           select optional holidayFile assign to "Holidays.txt"
           organization is line sequential.

      * One period-end job per line: period key, source, step name,
      * and the answer to give its prompt (blank when it asks
      * nothing).
           select optional scheduleFile assign to "BatchSchedule.txt"
           organization is line sequential.

           select tonightFile assign to "BatchSchedule-tonight.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

       data division.
       file section.
           copy "busdate-filesection.cbl".

       fd  holidayFile.
       01  xHolidayRecord.
           05 nHolDate         pic 9(8).
           05 filler           pic x.
           05 xHolName         pic x(30).

       fd  scheduleFile.
       01  xScheduleRecord.
           05 xSchPeriod       pic x.
           05 filler           pic x.
           05 xSchSource       pic x(32).
           05 xSchStep         pic x(15).
           05 xSchAnswer       pic x.

       fd  tonightFile.
       01  xTonightLine        pic x(60).

           copy "runlog-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  nNextDate           pic 9(8)            value 0.
       77  nDateInt            pic 9(7)            value 0.
       77  nDowWork            pic 9               value 0.
       77  xDayOk              pic x               value 'n'.
       77  nHolidayCount       pic 99              value 0.
       77  nHolidaySub         pic 99              value 0.
       77  xMonthEnd           pic x               value 'n'.
       77  xQuarterEnd         pic x               value 'n'.
       77  xYearEnd            pic x               value 'n'.
       77  xStepDue            pic x               value 'n'.
       77  nScheduleCount      pic 999             value 0.
       77  nDueCount           pic 999             value 0.
       77  nBadCount           pic 999             value 0.
       77  xPeriodText         pic x(7)            value spaces.

       01  xHolidayTable.
           05 nHolDateT occurs 30 times pic 9(8) value 0.

       01  xBusDateParts.
           05 nBdYear          pic 9(4).
           05 nBdMonth         pic 99.
           05 nBdDay           pic 99.

       01  xNextDateParts.
           05 nNdYear          pic 9(4).
           05 nNdMonth         pic 99.
           05 nNdDay           pic 99.

      * What the driver reads: source, step, and answer ('-' for
      * none), blank-separated.
       01  xTonightRecord.
           05 xTnSource        pic x(32).
           05 filler           pic x           value space.
           05 xTnStep          pic x(15).
           05 filler           pic x           value space.
           05 xTnAnswer        pic x.

           copy "busdate-workingstorage.cbl".

           copy "runlog-workingstorage.cbl".

       procedure division.
       000-main.
           move "BatchCalendar" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-find-next-business-day.
           perform 300-period-ends.
           perform 400-select-steps.
           perform 900-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           move xBusinessDate to xBusDateParts.
           open input holidayFile.
           perform 110-next-holiday until xEofFlag = "y".
           close holidayFile.
           move "n" to xEofFlag.

       110-next-holiday.
           read holidayFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nHolidayCount < 30
                       add 1 to nHolidayCount,
                       move nHolDate to nHolDateT(nHolidayCount)
                   end-if,
           end-read.

      * Walk forward a day at a time until a weekday that isn't a
      * holiday turns up. Day-number modulo seven: 6 is Saturday,
      * 0 is Sunday on the 1601-01-01 = Monday base INTEGER-OF-DATE
      * uses.
       200-find-next-business-day.
           compute nDateInt =
               function integer-of-date(xBusinessDate).
           move "n" to xDayOk.
           perform 210-try-next-day until xDayOk = "y".
           move nNextDate to xNextDateParts.

       210-try-next-day.
           add 1 to nDateInt.
           move function date-of-integer(nDateInt) to nNextDate.
           compute nDowWork = function mod(nDateInt, 7).
           if nDowWork = 6 or nDowWork = 0
               exit paragraph
           end-if.
           perform varying nHolidaySub from 1 by 1
               until nHolidaySub > nHolidayCount
               if nHolDateT(nHolidaySub) = nNextDate
                   exit paragraph
               end-if
           end-perform.
           move "y" to xDayOk.

      * Tonight closes a period when the next business day opens
      * another: a new month, a new quarter (the month closing is
      * the third of its quarter), a new year.
       300-period-ends.
           if nNdYear not = nBdYear or nNdMonth not = nBdMonth
               move "y" to xMonthEnd
               move "MONTH" to xPeriodText
               if nBdMonth = 3 or nBdMonth = 6 or nBdMonth = 9
                   or nBdMonth = 12
                   move "y" to xQuarterEnd
                   move "QUARTER" to xPeriodText
               end-if
               if nNdYear not = nBdYear
                   move "y" to xYearEnd
                   move "YEAR" to xPeriodText
               end-if
           end-if.
           if xMonthEnd = "y"
               display xBusinessDate, " closes the ",
               function trim(xPeriodText), " (next business day ",
               nNextDate, ")."
           end-if.

       400-select-steps.
           move "n" to xEofFlag.
           open input scheduleFile.
           open output tonightFile.
           perform 410-next-schedule-line until xEofFlag = "y".
           close scheduleFile.
           close tonightFile.

       410-next-schedule-line.
           read scheduleFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xScheduleRecord not = spaces
                       add 1 to nScheduleCount,
                       perform 420-check-step
                   end-if,
           end-read.

       420-check-step.
           move "n" to xStepDue.
           evaluate xSchPeriod
               when "M"
                   move xMonthEnd to xStepDue
               when "Q"
                   move xQuarterEnd to xStepDue
               when "Y"
                   move xYearEnd to xStepDue
               when other
                   add 1 to nBadCount
                   display "ERROR: BatchSchedule.txt line ",
                   nScheduleCount, " has period key '", xSchPeriod,
                   "' -- must be M, Q, or Y."
                   exit paragraph
           end-evaluate.
           if xSchSource = spaces or xSchStep = spaces
               add 1 to nBadCount
               display "ERROR: BatchSchedule.txt line ",
               nScheduleCount, " is missing its source or step name."
               exit paragraph
           end-if.
           if xStepDue = "y"
               add 1 to nDueCount
               move xSchSource to xTnSource
               move xSchStep to xTnStep
               if xSchAnswer = space
                   move "-" to xTnAnswer
               else
                   move xSchAnswer to xTnAnswer
               end-if
               write xTonightLine from xTonightRecord
               display "  scheduled: ", xSchStep
           end-if.

      * A bad schedule line fails the run -- and stops the chain --
      * so the period-end job it was meant to be is not silently
      * skipped.
       900-termination.
           move "BatchCalendar" to xRunLogProgram.
           move nDueCount to nRunLogRecCount.
           if nBadCount = 0
               move "COMPLETE" to xRunLogStatus
           else
               move "FAILED" to xRunLogStatus
               move 8 to return-code
           end-if.
           perform 9000-write-runlog.
           display nDueCount, " period-end step(s) due for ",
           xBusinessDate, ".".

           copy "busdate-procedure.cbl".

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
