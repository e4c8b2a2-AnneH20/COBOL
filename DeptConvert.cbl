      * Program: Two-Digit Department Number Conversion
      *
      * Department numbers were one digit, and the tenth department
      * had nowhere to go. Every file that stores a department
      * number now carries two; this converts the files written in
      * the old layout, once. Each file below is backed up through
      * FileBackup, rewritten with a leading zero on its department
      * number (5 becomes 05, every field after it moving over one
      * column), and then balanced: the converted file is read
      * back under the new layout and must agree with the original
      * on record count, on the total of its department numbers,
      * and on the total of its money (or other control) field. A
      * file that does not balance is put back from its backup and
      * fails the run, so the chain stops before anything reads a
      * half-converted file.
      *
      * The indexed employee master is unloaded to the flat
      * Payroll.master.txt in the old layout, converted and
      * balanced there like any other file, and reloaded from it,
      * the way Payroll-07 loads it. The old master also predates
      * the mailing address, so the reload writes the full current
      * record with the address blank for Payroll-02 to fill in --
      * the one pass brings the master up to date on both counts.
      *
      * DeptConvert-control.txt records each file converted (or
      * found missing -- every program now writes two digits, so a
      * file that is not there yet needs nothing). A file already
      * recorded is never touched again, so the nightly chain can
      * run this every night and a rerun after a failure picks up
      * only what is left.

       identification division.
       program-id. DeptConvert.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional convertInFile assign to dynamic
           xConvertInName
           organization is line sequential.

           select convertOutFile assign to dynamic xConvertOutName
           organization is line sequential.

      * The master in the layout it was built with (one-digit
      * department ahead of the key, no mailing address) and in the
      * current one; both are Payroll.master.dat.
           select optional oldMasterFile assign to
           "Payroll.master.dat"
           organization is indexed
           access is sequential
           record key is nOldEmpNum.

           select newMasterFile assign to "Payroll.master.dat"
           organization is indexed
           access is sequential
           record key is nNewEmpNum.

           select optional controlFile assign to
           "DeptConvert-control.txt"
           organization is line sequential.

           select reportFile assign to "DeptConvert-report.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
       fd  convertInFile.
       01  xConvertInRecord    pic x(256).

       fd  convertOutFile.
       01  xConvertOutRecord   pic x(256).

       fd  oldMasterFile.
       01  xOldMasterRecord.
           05 nOldDeptNum      pic 9.
           05 nOldEmpNum       pic 9999.
           05 filler           pic x(64).

       fd  newMasterFile.
       01  xNewMasterRecord.
           05 nNewDeptNum      pic 99.
           05 nNewEmpNum       pic 9999.
           05 filler           pic x(64).
           05 xNewMailStreet   pic x(30).
           05 xNewMailCity     pic x(20).
           05 xNewMailState    pic xx.
           05 xNewMailZip      pic x(10).

       fd  controlFile.
       01  xControlRecord.
           05 xCtFileName      pic x(30).
           05 filler           pic x.
           05 nCtDate          pic 9(8).
           05 filler           pic x.
           05 xCtResult        pic x(20).

       fd  reportFile.
       01  xReportLine         pic x(110).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xConvertInName      pic x(40)           value spaces.
       77  xConvertOutName     pic x(40)           value spaces.
       77  xBackupName         pic x(40)           value spaces.
       77  nFileSub            pic 99              value 0.
       77  nControlCount       pic 99              value 0.
       77  nControlSub         pic 99              value 0.
       77  xAlreadyDone        pic x               value 'n'.
       77  nConvertedCount     pic 99              value 0.
       77  nSkippedCount       pic 99              value 0.
       77  nFailCount          pic 99              value 0.
       77  nRecordsTotal       pic 9(7)            value 0.
       77  nDeptPosNew         pic 999             value 0.
       77  nAmtPosNew          pic 999             value 0.
       77  nAmountWork         pic 9(9)            value 0.
       77  nDeptWork           pic 99              value 0.
       77  nMasterUnloaded     pic 9(5)            value 0.
       77  nMasterReloaded     pic 9(5)            value 0.
       77  xResultWork         pic x(20)           value spaces.

      * Every file written in the old layout that stores a
      * department number, with where the one-digit number sits,
      * the field totalled for the balance (position and width in
      * the old layout; zero when the file has none), and how the
      * number widens -- I inserts a zero ahead of it, moving the
      * rest of the record over; R right-justifies it in place (the
      * department is the last field on an order line, blank for a
      * sale). The master entry is the flat image of
      * Payroll.master.dat. Files that came in with the two-digit
      * number were never written in the old layout and are not
      * listed; converting them would shift a record that is
      * already right.
       01  xFileTable.
           05 filler pic x(39)
               value "Departments.txt               00104205I".
           05 filler pic x(39)
               value "Departments.history.txt       00100000I".
           05 filler pic x(39)
               value "Payroll.master.txt            00104605I".
           05 filler pic x(39)
               value "Payroll.maintenance.txt       00604705I".
           05 filler pic x(39)
               value "Payroll-15-history.txt        01001204I".
           05 filler pic x(39)
               value "Payroll.budget.txt            00101009I".
           05 filler pic x(39)
               value "Payroll.glarchive.txt         01001609I".
           05 filler pic x(39)
               value "Payroll-01-labordist.txt      00601509I".
           05 filler pic x(39)
               value "Payroll.accrual.txt           00100204I".
           05 filler pic x(39)
               value "Payroll-01-gl.txt             00100709I".
           05 filler pic x(39)
               value "Fruit-12-gl.txt               00100709I".
           05 filler pic x(39)
               value "Fruit-orders.txt              11902507R".
       01  xFileList redefines xFileTable.
           05 xFileEntry occurs 12 times.
               10 xFtName          pic x(30).
               10 nFtDeptPos       pic 999.
               10 nFtAmtPos        pic 999.
               10 nFtAmtLen        pic 99.
               10 xFtMode          pic x.

      * Files already converted, off the control file.
       01  xControlTable.
           05 xCtDoneName occurs 40 times pic x(30) value spaces.

      * Before and after figures for the file being converted.
       01  xBalanceFigures.
           05 nBeforeCount     pic 9(7).
           05 nBeforeDeptSum   pic 9(9).
           05 nBeforeAmount    pic 9(13).
           05 nAfterCount      pic 9(7).
           05 nAfterDeptSum    pic 9(9).
           05 nAfterAmount     pic 9(13).

       01  xReportHeading.
           05 filler           pic x(30)       value 'FILE'.
           05 filler           pic x(10)       value '  RECORDS'.
           05 filler           pic x(12)       value '   DEPT SUM'.
           05 filler           pic x(18)
                                value '     CONTROL TOTAL'.
           05 filler           pic x(2)        value spaces.
           05 filler           pic x(20)       value 'RESULT'.

       01  xReportDetail.
           05 xRdFileName      pic x(30).
           05 neRdRecords      pic z,zzz,zz9.
           05 filler           pic x           value spaces.
           05 neRdDeptSum      pic zzz,zzz,zz9.
           05 filler           pic x           value spaces.
           05 neRdAmount       pic z,zzz,zzz,zzz,zz9.
           05 filler           pic x(2)        value spaces.
           05 xRdResult        pic x(40).

       01  xReportFooter.
           05 neFootConverted  pic z9.
           05 filler           pic x(13)       value ' converted, '.
           05 neFootSkipped    pic z9.
           05 filler           pic x(24)
                                value ' already done or absent,'.
           05 neFootFailed     pic zz9.
           05 filler           pic x(8)        value ' failed'.

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

       procedure division.
       000-main.
           move "DeptConvert" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-convert-flat-files
               varying nFileSub from 1 by 1 until nFileSub > 12.
           perform 400-convert-master.
           perform 900-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           move "n" to xEofFlag.
           open input controlFile.
           perform 110-next-control until xEofFlag = "y".
           close controlFile.
           open output reportFile.
           write xReportLine from xReportHeading.

       110-next-control.
           read controlFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nControlCount < 40
                       add 1 to nControlCount,
                       move xCtFileName to xCtDoneName(nControlCount)
                   end-if,
           end-read.

      * The flat image of the master is converted with the master
      * itself, after its unload.
       200-convert-flat-files.
           if xFtName(nFileSub) = "Payroll.master.txt"
               exit paragraph
           end-if.
           move xFtName(nFileSub) to xRdFileName.
           perform 210-check-control.
           if xAlreadyDone = "y"
               add 1 to nSkippedCount
               exit paragraph
           end-if.
           perform 300-convert-one-file.
           perform 290-report-file.

       210-check-control.
           move "n" to xAlreadyDone.
           perform varying nControlSub from 1 by 1
               until nControlSub > nControlCount
               if xCtDoneName(nControlSub) = xRdFileName
                   move "y" to xAlreadyDone
               end-if
           end-perform.

      * A file out of balance was put back as it was, and is not
      * recorded, so the next run tries it again. A master that
      * reloaded short is already in the new layout and must not
      * be converted twice; it is recorded, and fails the run.
       290-report-file.
           move nBeforeCount to neRdRecords.
           move nBeforeDeptSum to neRdDeptSum.
           move nBeforeAmount to neRdAmount.
           move xResultWork to xRdResult.
           write xReportLine from xReportDetail.
           if xResultWork not = "OUT OF BALANCE"
               open extend controlFile
               move spaces to xControlRecord
               move xRdFileName to xCtFileName
               move xBusinessDate to nCtDate
               move xResultWork to xCtResult
               write xControlRecord
               close controlFile
           end-if.
           if xResultWork = "CONVERTED"
               add 1 to nConvertedCount
               add nBeforeCount to nRecordsTotal
           end-if.
           if xResultWork = "NOT PRESENT"
               add 1 to nSkippedCount
           end-if.

      * Count and total the file as it stands, back it up, write
      * the widened copy aside and over the original, then count
      * and total it again under the new layout.
       300-convert-one-file.
           initialize xBalanceFigures.
           move spaces to xResultWork.
           move xFtName(nFileSub) to xConvertInName.
           move "n" to xEofFlag.
           open input convertInFile.
           perform 310-tally-before until xEofFlag = "y".
           close convertInFile.
           if nBeforeCount = 0
               move "NOT PRESENT" to xResultWork
               exit paragraph
           end-if.
           move xFtName(nFileSub) to xBackupName.
           call "FileBackup" using xBackupName.
           move function concatenate(
               function trim(xFtName(nFileSub)), ".deptconv")
               to xConvertOutName.
           move "n" to xEofFlag.
           open input convertInFile.
           open output convertOutFile.
           perform 320-widen-record until xEofFlag = "y".
           close convertInFile.
           close convertOutFile.
           move xConvertOutName to xConvertInName.
           move xFtName(nFileSub) to xConvertOutName.
           perform 350-copy-file.
           move xConvertInName to xConvertOutName.
           open output convertOutFile.
           close convertOutFile.
           perform 330-balance-check.

       310-tally-before.
           read convertInFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nBeforeCount,
                   if xConvertInRecord(nFtDeptPos(nFileSub):1)
                       is numeric
                       move xConvertInRecord(nFtDeptPos(nFileSub):1)
                           to nDeptWork
                       add nDeptWork to nBeforeDeptSum
                   end-if,
                   if nFtAmtPos(nFileSub) > 0
                       perform 315-amount-before
                   end-if,
           end-read.

       315-amount-before.
           if xConvertInRecord(nFtAmtPos(nFileSub):nFtAmtLen(nFileSub))
               is numeric
               move xConvertInRecord(nFtAmtPos(nFileSub):
                   nFtAmtLen(nFileSub)) to nAmountWork
               add nAmountWork to nBeforeAmount
           end-if.

      * A blank department (a sale on the order file, a short or
      * empty line) widens to blanks, keeping the columns after it
      * where every reader now expects them.
       320-widen-record.
           read convertInFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform 325-widen-department,
                   write xConvertOutRecord,
           end-read.

       325-widen-department.
           move xConvertInRecord to xConvertOutRecord.
           if xFtMode(nFileSub) = "R"
               if xConvertInRecord(nFtDeptPos(nFileSub):1) is numeric
                   move "0" to xConvertOutRecord(nFtDeptPos(nFileSub):1)
                   move xConvertInRecord(nFtDeptPos(nFileSub):1)
                       to xConvertOutRecord(nFtDeptPos(nFileSub) + 1:1)
               end-if
               exit paragraph
           end-if.
           if xConvertInRecord(nFtDeptPos(nFileSub):1) is numeric
               move "0" to xConvertOutRecord(nFtDeptPos(nFileSub):1)
           else
               move space to xConvertOutRecord(nFtDeptPos(nFileSub):1)
           end-if.
           move xConvertInRecord(nFtDeptPos(nFileSub):)
               to xConvertOutRecord(nFtDeptPos(nFileSub) + 1:).

      * The converted file, read under the new layout: the
      * department two wide where the digit was, and the control
      * field one column over if it came after the department.
       330-balance-check.
           move nFtDeptPos(nFileSub) to nDeptPosNew.
           move nFtAmtPos(nFileSub) to nAmtPosNew.
           if nFtAmtPos(nFileSub) > nFtDeptPos(nFileSub)
               and xFtMode(nFileSub) = "I"
               add 1 to nAmtPosNew
           end-if.
           move xFtName(nFileSub) to xConvertInName.
           move "n" to xEofFlag.
           open input convertInFile.
           perform 340-tally-after until xEofFlag = "y".
           close convertInFile.
           if nAfterCount = nBeforeCount
               and nAfterDeptSum = nBeforeDeptSum
               and nAfterAmount = nBeforeAmount
               move "CONVERTED" to xResultWork
               exit paragraph
           end-if.
           move "OUT OF BALANCE" to xResultWork.
           add 1 to nFailCount.
           display "DEPTCONVERT: ", function trim(xFtName(nFileSub)),
           " out of balance after conversion -- restored from ",
           "its backup".
           move function concatenate(
               function trim(xFtName(nFileSub)), ".bak1")
               to xConvertInName.
           move xFtName(nFileSub) to xConvertOutName.
           perform 350-copy-file.

       340-tally-after.
           read convertInFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nAfterCount,
                   if xConvertInRecord(nDeptPosNew:2) is numeric
                       move xConvertInRecord(nDeptPosNew:2)
                           to nDeptWork
                       add nDeptWork to nAfterDeptSum
                   end-if,
                   if nAmtPosNew > 0
                       perform 345-amount-after
                   end-if,
           end-read.

       345-amount-after.
           if xConvertInRecord(nAmtPosNew:nFtAmtLen(nFileSub))
               is numeric
               move xConvertInRecord(nAmtPosNew:nFtAmtLen(nFileSub))
                   to nAmountWork
               add nAmountWork to nAfterAmount
           end-if.

      * Straight record-for-record copy, as FileBackup makes one.
       350-copy-file.
           move "n" to xEofFlag.
           open input convertInFile.
           open output convertOutFile.
           perform 355-copy-record until xEofFlag = "y".
           close convertInFile.
           close convertOutFile.

       355-copy-record.
           read convertInFile
               at end
                   move "y" to xEofFlag,
               not at end
                   write xConvertOutRecord from xConvertInRecord,
           end-read.

      * Unload the master as built to Payroll.master.txt, convert
      * and balance the flat image, then rebuild the indexed master
      * from it. An out-of-balance image leaves the master as it
      * was.
       400-convert-master.
           move "Payroll.master.dat" to xRdFileName.
           perform 210-check-control.
           if xAlreadyDone = "y"
               add 1 to nSkippedCount
               exit paragraph
           end-if.
           move "n" to xEofFlag.
           open input oldMasterFile.
           perform 405-count-master until xEofFlag = "y".
           close oldMasterFile.
           if nMasterUnloaded = 0
               initialize xBalanceFigures
               move "NOT PRESENT" to xResultWork
               perform 290-report-file
               exit paragraph
           end-if.
           move 0 to nMasterUnloaded.
           move "Payroll.master.txt" to xConvertOutName.
           move "n" to xEofFlag.
           open input oldMasterFile.
           open output convertOutFile.
           perform 410-unload-master until xEofFlag = "y".
           close oldMasterFile.
           close convertOutFile.
           perform varying nFileSub from 1 by 1
               until xFtName(nFileSub) = "Payroll.master.txt"
               continue
           end-perform.
           perform 300-convert-one-file.
           if xResultWork = "CONVERTED"
               perform 420-reload-master
           end-if.
           move "Payroll.master.dat" to xRdFileName.
           perform 290-report-file.

      * An existing Payroll.master.txt is not overwritten unless
      * there is a master to unload over it.
       405-count-master.
           read oldMasterFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nMasterUnloaded,
           end-read.

       410-unload-master.
           read oldMasterFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nMasterUnloaded,
                   write xConvertOutRecord from xOldMasterRecord,
           end-read.

       420-reload-master.
           move "Payroll.master.txt" to xConvertInName.
           move "n" to xEofFlag.
           open input convertInFile.
           open output newMasterFile.
           perform 425-reload-record until xEofFlag = "y".
           close convertInFile.
           close newMasterFile.
           if nMasterReloaded not = nMasterUnloaded
               move "RELOAD SHORT" to xResultWork
               add 1 to nFailCount
               display "DEPTCONVERT: Payroll.master.dat reloaded ",
               nMasterReloaded, " of ", nMasterUnloaded,
               " employees -- rebuild it from the converted ",
               "Payroll.master.txt with Payroll-07 LOAD"
           end-if.

       425-reload-record.
           read convertInFile
               at end
                   move "y" to xEofFlag,
               not at end
                   move xConvertInRecord to xNewMasterRecord,
                   move spaces to xNewMailStreet,
                   move spaces to xNewMailCity,
                   move spaces to xNewMailState,
                   move spaces to xNewMailZip,
                   write xNewMasterRecord
                       invalid key
                           display "DEPTCONVERT: duplicate employee ",
                           nNewEmpNum, " not reloaded"
                       not invalid key
                           add 1 to nMasterReloaded
                   end-write,
           end-read.

      * Any file out of balance fails the run, with return code 8,
      * so the chain stops before a program reads it.
       900-termination.
           move nConvertedCount to neFootConverted.
           move nSkippedCount to neFootSkipped.
           move nFailCount to neFootFailed.
           write xReportLine from xReportFooter.
           close reportFile.
           move "DeptConvert" to xRunLogProgram.
           move nRecordsTotal to nRunLogRecCount.
           if nFailCount = 0
               move "COMPLETE" to xRunLogStatus
           else
               move "FAILED" to xRunLogStatus
               move 8 to return-code
           end-if.
           perform 9000-write-runlog.
           if nConvertedCount > 0 or nFailCount > 0
               display " "
               display nConvertedCount, " file(s) converted to two-",
               "digit department numbers, ", nFailCount,
               " failed -- see DeptConvert-report.txt"
               display " "
           end-if.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
