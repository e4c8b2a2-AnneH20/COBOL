      * Program: Fruit Cold-Storage Temperature Log and Holds
      *
      * The cooler thermometer readings come off the clipboard onto
      * Fruit-templog.txt -- date, time, storage unit, reading, and
      * whether it was read in C or F -- and this pass puts every
      * reading in Celsius with the exact conversion TempConverter-02
      * uses. Fruit-storage.txt (kept by hand) says which unit each
      * fruit is kept in and its safe range in Celsius; every run of
      * readings outside a fruit's range is an excursion, reported
      * from the first reading out to the first one back in (or the
      * last reading, if still out) with its length, and the fruit
      * is put on hold ('T') in FixedFruits.txt so Fruit-02 stops
      * selling it. Someone who has checked the fruit clears the
      * hold with a line on Fruit-tempclear.txt (fruit and who
      * cleared it); clears are applied before this run's holds.
      * The catalog is backed up before it is rewritten, everything
      * goes on Fruit-28-report.txt, and both transaction files are
      * emptied once read.

       identification division.
       program-id. Fruit-28.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional tempLogFile assign to "Fruit-templog.txt"
           organization is line sequential.

      * Fruit, storage unit, lowest and highest safe reading in
      * Celsius.
           select optional storageFile assign to "Fruit-storage.txt"
           organization is line sequential.

           select optional clearFile assign to "Fruit-tempclear.txt"
           organization is line sequential.

           select fruitFile assign to "FixedFruits.txt"
           organization is line sequential.

           select reportFile assign to "Fruit-28-report.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
      * A reading is a sign (blank for plus), three digits, a point
      * and tenths: "+038.5", "-002.0", " 004.0".
       fd  tempLogFile.
       01  xTempLogRecord.
           05 xTlDateRaw           pic x(8).
           05 filler               pic x.
           05 xTlTimeRaw           pic x(4).
           05 filler               pic x.
           05 xTlUnit              pic x(4).
           05 filler               pic x.
           05 xTlReadingRaw        pic x(6).
           05 filler               pic x.
           05 xTlScale             pic x.

       fd  storageFile.
       01  xStorageRecord.
           05 xSgFruitIn           pic x(14).
           05 xSgUnitIn            pic x(4).
           05 xSgMinRaw            pic x(6).
           05 xSgMaxRaw            pic x(6).

       fd  clearFile.
       01  xClearRecord.
           05 xClFruit             pic x(14).
           05 xClClearedBy         pic x(20).

       fd  fruitFile.
       01  xInput.
           05 xfruitNameInput      pic x(14).
           05 nfruitQuantityInput  pic 999.
           05 nfruitPriceInput     pic 99v99.
      * 'T' while the fruit is on hold after a cooler temperature
      * excursion, blank when it may be sold.
           05 xfruitHoldInput      pic x.

       fd  reportFile.
       01  xReportLine             pic x(120).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xTodayDate          pic 9(8)            value 0.
       77  xRejectReason       pic x(40)           value spaces.
       77  xBackupName         pic x(40)           value spaces.
       77  nWorkSub            pic 9(4)            value 0.
       77  nSearchSub          pic 9(4)            value 0.
       77  nFoundSub           pic 9(4)            value 0.
       77  nDateIntWork        pic 9(7)            value 0.
       77  nDateWork           pic 9(8)            value 0.
       77  nHourWork           pic 99              value 0.
       77  nMinuteWork         pic 99              value 0.
       77  nReadCount          pic 9(4)            value 0.
       77  nRejectedCount      pic 9(4)            value 0.
       77  nClearReadCount     pic 999             value 0.
       77  nClearedCount       pic 999             value 0.
       77  nExcursionCount     pic 999             value 0.
       77  nHeldCount          pic 999             value 0.
       77  nStorageRejects     pic 999             value 0.
       77  xCatalogChanged     pic x               value 'n'.

      * A signed reading taken apart for checking.
       01  xReadingWork.
           05 xRwSign              pic x.
           05 xRwWhole             pic x(3).
           05 xRwPoint             pic x.
           05 xRwTenth             pic x.
       77  xReadingOk          pic x               value 'n'.
       77  nReadingValue       pic s999v9          value 0.

      * Fahrenheit and Celsius as TempConverter-02 holds them.
       77  nFah                pic s999999999v99   value 0.
       77  nCent               pic s999999999v99   value 0.

       77  nFruitCount         pic 99              value 0.
       01  xFruitTable.
           05 xFruitElement occurs 50 times.
               10 xFruitNameT      pic x(14).
               10 nFruitQtyT       pic 999.
               10 nFruitPriceT     pic 99v99.
               10 xFruitHoldT      pic x.

       77  nStorageCount       pic 999             value 0.
       01  xStorageTable.
           05 xStorageElement occurs 200 times.
               10 xSgFruitT        pic x(14).
               10 xSgUnitT         pic x(4).
               10 nSgMinT          pic s999v9.
               10 nSgMaxT          pic s999v9.

      * The accepted readings, sorted by unit and time; the stamp
      * is minutes since the start of the calendar so a stretch
      * that runs past midnight measures right.
       77  nRdCount            pic 9(4)            value 0.
       77  nRdMax              pic 9(4)            value 2000.
       77  xRdTableFull        pic x               value 'n'.
       01  xReadingTable.
           05 xRdElement occurs 1 to 2000 times
               depending on nRdCount.
               10 xRdUnit          pic x(4).
               10 nRdStamp         pic 9(11).
               10 nRdDate          pic 9(8).
               10 nRdTime          pic 9(4).
               10 nRdCelsius       pic s999v99.

      * The excursion being followed for one fruit.
       77  xInExcursion        pic x               value 'n'.
       77  nExStartSub         pic 9(4)            value 0.
       77  nExEndSub           pic 9(4)            value 0.
       77  nExLow              pic s999v99         value 0.
       77  nExHigh             pic s999v99         value 0.
       77  xExStillOut         pic x               value 'n'.
       77  nExMinutes          pic 9(7)            value 0.
       77  nExHours            pic 9(5)            value 0.
       77  nExMinLeft          pic 99              value 0.

       01  xReportHeading-1.
           05 filler           pic x(38)
               value 'COOLER TEMPERATURE EXCURSIONS AS OF '.
           05 neHeadDate       pic 9(8).

       01  xReadingHeading.
           05 filler           pic x(40)
               value 'READINGS REJECTED'.

       01  xReadingDetail.
           05 xRdRptRaw        pic x(28).
           05 filler           pic x(2)        value spaces.
           05 xRdRptResult     pic x(40).

       01  xExcursionHeading.
           05 filler           pic x(6)        value 'UNIT'.
           05 filler           pic x(16)       value 'FRUIT'.
           05 filler           pic x(16)       value 'SAFE RANGE C'.
           05 filler           pic x(15)       value 'FROM'.
           05 filler           pic x(15)       value 'TO'.
           05 filler           pic x(10)       value 'DURATION'.
           05 filler           pic x(18)       value 'LOW / HIGH C'.
           05 filler           pic x(18)       value 'RESULT'.

       01  xExcursionDetail.
           05 xExRptUnit       pic x(4).
           05 filler           pic x(2)        value spaces.
           05 xExRptFruit      pic x(14).
           05 filler           pic x(2)        value spaces.
           05 neExRptMin       pic ---9.9.
           05 filler           pic x(2)        value ' /'.
           05 neExRptMax       pic ---9.9.
           05 filler           pic x(2)        value spaces.
           05 neExRptFromDate  pic 9(8).
           05 filler           pic x           value space.
           05 neExRptFromTime  pic 9(4).
           05 filler           pic x(2)        value spaces.
           05 neExRptToDate    pic 9(8).
           05 filler           pic x           value space.
           05 neExRptToTime    pic 9(4).
           05 filler           pic x(2)        value spaces.
           05 neExRptHours     pic zzzz9.
           05 filler           pic x           value ':'.
           05 neExRptMinutes   pic 99.
           05 filler           pic x(2)        value spaces.
           05 neExRptLow       pic ---9.99.
           05 filler           pic x(2)        value ' /'.
           05 neExRptHigh      pic ---9.99.
           05 filler           pic x(2)        value spaces.
           05 xExRptResult     pic x(18).

       01  xClearHeading.
           05 filler           pic x(16)       value 'HOLD CLEARED'.
           05 filler           pic x(22)       value 'CLEARED BY'.
           05 filler           pic x(40)       value 'RESULT'.

       01  xClearDetail.
           05 xClRptFruit      pic x(14).
           05 filler           pic x(2)        value spaces.
           05 xClRptBy         pic x(20).
           05 filler           pic x(2)        value spaces.
           05 xClRptResult     pic x(40).

       01  xReportFooter.
           05 neFootRead       pic zzz9.
           05 filler           pic x(11)       value ' readings, '.
           05 neFootRejected   pic zzz9.
           05 filler           pic x(11)       value ' rejected, '.
           05 neFootExcursions pic zz9.
           05 filler           pic x(13)       value ' excursions, '.
           05 neFootHeld       pic zz9.
           05 filler           pic x(16)       value ' fruits on hold,'.
           05 neFootCleared    pic zz9.
           05 filler           pic x(8)        value ' cleared'.

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

       procedure division.
       000-main.
           move "Fruit-28" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-read-clears.
           perform 220-read-readings.
           perform 250-find-excursions.
           perform 300-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           move xBusinessDate to xTodayDate.
           open input fruitFile.
           perform 110-next-fruit until xEofFlag = "y".
           close fruitFile.
           move "n" to xEofFlag.
           open input storageFile.
           perform 120-next-storage until xEofFlag = "y".
           close storageFile.
           move "n" to xEofFlag.
           if nStorageRejects > 0
               display "WARNING: ", nStorageRejects, " lines on "
               "Fruit-storage.txt are unreadable and were ignored."
           end-if.
           open output reportFile.
           move xTodayDate to neHeadDate.
           write xReportLine from xReportHeading-1.
           move spaces to xReportLine.
           write xReportLine.

       110-next-fruit.
           read fruitFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nFruitCount < 50
                       add 1 to nFruitCount,
                       move xfruitNameInput to
                       xFruitNameT(nFruitCount),
                       move nfruitQuantityInput to
                       nFruitQtyT(nFruitCount),
                       move nfruitPriceInput to
                       nFruitPriceT(nFruitCount),
                       move xfruitHoldInput to xFruitHoldT(nFruitCount)
                   end-if,
           end-read.

       120-next-storage.
           read storageFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform 125-load-storage-row,
           end-read.

       125-load-storage-row.
           if xSgFruitIn = spaces or xSgUnitIn = spaces
               or nStorageCount >= 200
               add 1 to nStorageRejects
               exit paragraph
           end-if.
           move xSgMinRaw to xReadingWork.
           perform 230-check-reading.
           if xReadingOk = "n"
               add 1 to nStorageRejects
               exit paragraph
           end-if.
           add 1 to nStorageCount.
           move xSgFruitIn to xSgFruitT(nStorageCount).
           move xSgUnitIn to xSgUnitT(nStorageCount).
           move nReadingValue to nSgMinT(nStorageCount).
           move xSgMaxRaw to xReadingWork.
           perform 230-check-reading.
           if xReadingOk = "n" or nReadingValue < nSgMinT(nStorageCount)
               subtract 1 from nStorageCount
               add 1 to nStorageRejects
               exit paragraph
           end-if.
           move nReadingValue to nSgMaxT(nStorageCount).

      * A clear takes the hold off a fruit someone has checked.
       200-read-clears.
           write xReportLine from xClearHeading.
           open input clearFile.
           perform 210-next-clear until xEofFlag = "y".
           close clearFile.
           move "n" to xEofFlag.
           move spaces to xReportLine.
           write xReportLine.

       210-next-clear.
           read clearFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nClearReadCount,
                   perform 215-apply-clear,
           end-read.

       215-apply-clear.
           move xClFruit to xClRptFruit.
           move xClClearedBy to xClRptBy.
           move 0 to nFoundSub.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nFruitCount
               if xFruitNameT(nSearchSub) = xClFruit
                   move nSearchSub to nFoundSub
                   move nFruitCount to nSearchSub
               end-if
           end-perform.
           evaluate true
               when nFoundSub = 0
                   move "REJECTED - NOT IN CATALOG" to xClRptResult
               when xClClearedBy = spaces
                   move "REJECTED - NO NAME FOR WHO CLEARED IT" to
                   xClRptResult
               when xFruitHoldT(nFoundSub) = space
                   move "REJECTED - NOT ON HOLD" to xClRptResult
               when other
                   move space to xFruitHoldT(nFoundSub)
                   move "y" to xCatalogChanged
                   add 1 to nClearedCount
                   move "CLEARED - BACK ON SALE" to xClRptResult
           end-evaluate.
           write xReportLine from xClearDetail.

      * Readings that cannot be used are listed; the rest are
      * converted to Celsius and kept.
       220-read-readings.
           write xReportLine from xReadingHeading.
           open input tempLogFile.
           perform 225-next-reading until xEofFlag = "y".
           close tempLogFile.
           move "n" to xEofFlag.
           move spaces to xReportLine.
           write xReportLine.
           if nRdCount > 1
               sort xRdElement on ascending key xRdUnit nRdStamp
           end-if.

       225-next-reading.
           read tempLogFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nReadCount,
                   perform 226-edit-reading,
                   if xRejectReason not = spaces
                       add 1 to nRejectedCount,
                       move xTempLogRecord to xRdRptRaw,
                       move xRejectReason to xRdRptResult,
                       write xReportLine from xReadingDetail
                   end-if,
           end-read.

       226-edit-reading.
           move spaces to xRejectReason.
           move 0 to nDateIntWork.
           if xTlDateRaw numeric
               move xTlDateRaw to nDateWork
               compute nDateIntWork =
                   function integer-of-date(nDateWork)
           end-if.
           if nDateIntWork = 0
               move "REJECTED - INVALID DATE" to xRejectReason
               exit paragraph
           end-if.
           if xTlTimeRaw not numeric
               move "REJECTED - TIME MUST BE HHMM" to xRejectReason
               exit paragraph
           end-if.
           move xTlTimeRaw(1:2) to nHourWork.
           move xTlTimeRaw(3:2) to nMinuteWork.
           if nHourWork > 23 or nMinuteWork > 59
               move "REJECTED - TIME MUST BE HHMM" to xRejectReason
               exit paragraph
           end-if.
           move 0 to nFoundSub.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nStorageCount
               if xSgUnitT(nSearchSub) = xTlUnit
                   move nSearchSub to nFoundSub
                   move nStorageCount to nSearchSub
               end-if
           end-perform.
           if nFoundSub = 0
               move "REJECTED - UNIT NOT ON FRUIT-STORAGE.TXT" to
               xRejectReason
               exit paragraph
           end-if.
           move xTlReadingRaw to xReadingWork.
           perform 230-check-reading.
           if xReadingOk = "n"
               move "REJECTED - READING MUST BE LIKE +038.5" to
               xRejectReason
               exit paragraph
           end-if.
           if xTlScale not = "C" and xTlScale not = "F"
               move "REJECTED - SCALE MUST BE C OR F" to
               xRejectReason
               exit paragraph
           end-if.
           if nRdCount >= nRdMax
               if xRdTableFull = "n"
                   display "WARNING: reading table full at " nRdMax
                   " readings -- the rest were not checked."
                   move "y" to xRdTableFull
               end-if
               move "REJECTED - TOO MANY READINGS IN ONE RUN" to
               xRejectReason
               exit paragraph
           end-if.
           add 1 to nRdCount.
           move xTlUnit to xRdUnit(nRdCount).
           move nDateWork to nRdDate(nRdCount).
           move xTlTimeRaw to nRdTime(nRdCount).
           compute nRdStamp(nRdCount) = (nDateIntWork * 1440)
               + (nHourWork * 60) + nMinuteWork.
           if xTlScale = "F"
               move nReadingValue to nFah
               compute nCent = (nFah - 32) * 5 / 9
           else
               move nReadingValue to nCent
           end-if.
           move nCent to nRdCelsius(nRdCount).

      * Takes xReadingWork apart into nReadingValue.
       230-check-reading.
           move "n" to xReadingOk.
           move 0 to nReadingValue.
           if xRwSign not = "+" and xRwSign not = "-"
               and xRwSign not = space
               exit paragraph
           end-if.
           if xRwWhole not numeric or xRwPoint not = "."
               or xRwTenth not numeric
               exit paragraph
           end-if.
           compute nReadingValue = function numval(xRwWhole)
               + (function numval(xRwTenth) / 10).
           if xRwSign = "-"
               compute nReadingValue = 0 - nReadingValue
           end-if.
           move "y" to xReadingOk.

      * Each fruit against the readings of the unit it is kept in.
       250-find-excursions.
           write xReportLine from xExcursionHeading.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nStorageCount
               perform 260-check-fruit
           end-perform.
           if nExcursionCount = 0
               move "No readings outside a safe range." to xReportLine
               write xReportLine
           end-if.
           move spaces to xReportLine.
           write xReportLine.

       260-check-fruit.
           move "n" to xInExcursion.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nRdCount
               if xRdUnit(nSearchSub) = xSgUnitT(nWorkSub)
                   perform 265-check-one-reading
               end-if
           end-perform.
           if xInExcursion = "y"
               move "y" to xExStillOut
               perform 270-report-excursion
           end-if.

      * The excursion runs from the first reading out of range to
      * the first reading back in it.
       265-check-one-reading.
           if nRdCelsius(nSearchSub) < nSgMinT(nWorkSub)
               or nRdCelsius(nSearchSub) > nSgMaxT(nWorkSub)
               if xInExcursion = "n"
                   move "y" to xInExcursion
                   move nSearchSub to nExStartSub
                   move nRdCelsius(nSearchSub) to nExLow
                   move nRdCelsius(nSearchSub) to nExHigh
               end-if
               if nRdCelsius(nSearchSub) < nExLow
                   move nRdCelsius(nSearchSub) to nExLow
               end-if
               if nRdCelsius(nSearchSub) > nExHigh
                   move nRdCelsius(nSearchSub) to nExHigh
               end-if
               move nSearchSub to nExEndSub
           else
               if xInExcursion = "y"
                   move nSearchSub to nExEndSub
                   move "n" to xExStillOut
                   perform 270-report-excursion
                   move "n" to xInExcursion
               end-if
           end-if.

       270-report-excursion.
           add 1 to nExcursionCount.
           move xSgUnitT(nWorkSub) to xExRptUnit.
           move xSgFruitT(nWorkSub) to xExRptFruit.
           move nSgMinT(nWorkSub) to neExRptMin.
           move nSgMaxT(nWorkSub) to neExRptMax.
           move nRdDate(nExStartSub) to neExRptFromDate.
           move nRdTime(nExStartSub) to neExRptFromTime.
           move nRdDate(nExEndSub) to neExRptToDate.
           move nRdTime(nExEndSub) to neExRptToTime.
           compute nExMinutes =
               nRdStamp(nExEndSub) - nRdStamp(nExStartSub).
           divide nExMinutes by 60 giving nExHours
               remainder nExMinLeft.
           move nExHours to neExRptHours.
           move nExMinLeft to neExRptMinutes.
           move nExLow to neExRptLow.
           move nExHigh to neExRptHigh.
           move 0 to nFoundSub.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nFruitCount
               if xFruitNameT(nSearchSub) = xSgFruitT(nWorkSub)
                   move nSearchSub to nFoundSub
                   move nFruitCount to nSearchSub
               end-if
           end-perform.
           if nFoundSub = 0
               move "NOT IN CATALOG" to xExRptResult
           else
               if xFruitHoldT(nFoundSub) = space
                   move "T" to xFruitHoldT(nFoundSub)
                   move "y" to xCatalogChanged
                   add 1 to nHeldCount
               end-if
               move "ON HOLD" to xExRptResult
               if xExStillOut = "y"
                   move "ON HOLD, STILL OUT" to xExRptResult
               end-if
           end-if.
           write xReportLine from xExcursionDetail.

       300-termination.
           move nReadCount to neFootRead.
           move nRejectedCount to neFootRejected.
           move nExcursionCount to neFootExcursions.
           move nHeldCount to neFootHeld.
           move nClearedCount to neFootCleared.
           write xReportLine from xReportFooter.
           close reportFile.
           if xCatalogChanged = "y"
               perform 310-rewrite-fruits
           end-if.
           if nReadCount > 0
               move "Fruit-templog.txt" to xBackupName
               call "FileBackup" using xBackupName
               open output tempLogFile
               close tempLogFile
           end-if.
           if nClearReadCount > 0
               move "Fruit-tempclear.txt" to xBackupName
               call "FileBackup" using xBackupName
               open output clearFile
               close clearFile
           end-if.
           display " ".
           display nReadCount, " readings, ", nExcursionCount,
           " excursions, ", nHeldCount, " fruits put on hold, ",
           nClearedCount, " cleared -- see Fruit-28-report.txt".
           display " ".
           move "Fruit-28" to xRunLogProgram.
           move nReadCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

       310-rewrite-fruits.
           move "FixedFruits.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output fruitFile.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nFruitCount
               move xFruitNameT(nWorkSub) to xfruitNameInput
               move nFruitQtyT(nWorkSub) to nfruitQuantityInput
               move nFruitPriceT(nWorkSub) to nfruitPriceInput
               move xFruitHoldT(nWorkSub) to xfruitHoldInput
               write xInput
           end-perform.
           close fruitFile.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
