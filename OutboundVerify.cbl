      * Program: Outbound Interface File Verification
      *
      * The last look before anything leaves: every outbound
      * interface file -- the bank file, positive pay, the 401k and
      * garnishment remittances, the GL feed, and the off-cycle
      * deposit and prenote files that go to the bank in the bank
      * file's layout -- is re-read and must open with its header,
      * close with its trailer, carry no control record anywhere
      * else, and have a trailer that agrees with the detail
      * between them on record count, amount total, and hash total.
      * A file with detail but no trailer is exactly what a
      * truncated transfer looks like. Every file is checked and
      * reported, and any failure ends the run with a non-zero
      * return code so the nightly chain stops before release. A
      * file not produced tonight (or left empty, as a held GL feed
      * is) has nothing to send and passes.

       identification division.
       program-id. OutboundVerify.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional checkFile assign to dynamic
           xCheckFileName
           organization is line sequential.

           select reportFile assign to "OutboundVerify-report.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

       data division.
       file section.
       fd  checkFile.
       01  xCheckRecord        pic x(256).

       fd  reportFile.
       01  xReportLine         pic x(120).

           copy "runlog-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xCheckFileName      pic x(30)           value spaces.
       77  nFailCount          pic 99              value 0.
       77  nCheckSub           pic 99              value 0.
       77  nFilesChecked       pic 99              value 0.
       77  nRecordsRead        pic 9(7)            value 0.
       77  xHeaderSeen         pic x               value 'n'.
       77  xTrailerSeen        pic x               value 'n'.
       77  xFileProblem        pic x(40)           value spaces.
       77  nBodyCount          pic 9(6)            value 0.
       77  nBodyAmount         pic 9(9)v99         value 0.
       77  nBodyHash           pic 9(15)           value 0.
       77  nBodyHashLow        pic 9(10)           value 0.
       77  nGarnAmountWork     pic 9(7)v99         value 0.

      * Every outbound file, with the type its header must name.
       01  xCheckTable.
           05 filler pic x(38)
               value "Payroll-01-bankfile.txt       BANKDEP ".
           05 filler pic x(38)
               value "Payroll-01-positivepay.txt    POSPAY  ".
           05 filler pic x(38)
               value "Payroll-01-401k.txt           401KREM ".
           05 filler pic x(38)
               value "Payroll-01-garnish-remit.txt  GARNREM ".
           05 filler pic x(38)
               value "GLDaily-feed.txt              GLFEED  ".
           05 filler pic x(38)
               value "Payroll-18-bankfile.txt       BANKDEP ".
           05 filler pic x(38)
               value "Payroll-13-prenotes.txt       BANKDEP ".
       01  xCheckList redefines xCheckTable.
           05 xCheckEntry occurs 7 times.
               10 xCkName          pic x(30).
               10 xCkFileType      pic x(8).

      * Detail layouts, one view per file type, for the amount and
      * the number the hash is taken over.
       01  xDetailWork         pic x(256).
       01  xBankDetail redefines xDetailWork.
           05 nBdRouting       pic 9(9).
           05 filler           pic x(48).
           05 nBdAmount        pic 9(7)v99.
           05 filler           pic x(190).
       01  xPosPayDetail redefines xDetailWork.
           05 nPdCheckNum      pic 9(6).
           05 nPdAmount        pic 9(7)v99.
           05 filler           pic x(241).
       01  x401kDetail redefines xDetailWork.
           05 nKdEmpNum        pic 9999.
           05 filler           pic x.
           05 nKdDeferral      pic 9(7)v99.
           05 filler           pic x.
           05 nKdMatch         pic 9(7)v99.
           05 filler           pic x(232).
      * Garnishment remittance lines are printed; only the payee
      * lines carry an amount and an order count.
       01  xGarnDetail redefines xDetailWork.
           05 filler           pic x(22).
           05 xGdAmount        pic x(10).
           05 filler           pic x(2).
           05 xGdCount         pic x(3).
           05 xGdOrders        pic x(9).
           05 filler           pic x(210).
       01  xFeedDetail redefines xDetailWork.
           05 filler           pic x(29).
           05 nFdDebitAcct     pic 9(5).
           05 nFdDebitAmt      pic 9(7)v99.
           05 filler           pic x(213).

           copy "outbound-records.cbl".

       01  xReportHeading.
           05 filler           pic x(30)       value 'FILE'.
           05 filler           pic x(9)        value 'TYPE'.
           05 filler           pic x(7)        value '   SEQ'.
           05 filler           pic x(7)        value 'RECORDS'.
           05 filler           pic x(15)
                                value '         AMOUNT'.
           05 filler           pic x(4)        value spaces.
           05 filler           pic x(28)       value 'RESULT'.

       01  xReportDetail.
           05 xRdFileName      pic x(30).
           05 xRdFileType      pic x(8).
           05 filler           pic x           value spaces.
           05 neRdSequence     pic zzzzz9.
           05 filler           pic x           value spaces.
           05 neRdRecords      pic zzz,zz9.
           05 filler           pic x           value spaces.
           05 neRdAmount       pic zzz,zzz,zz9.99.
           05 filler           pic x(4)        value spaces.
           05 xRdResult        pic x(40).

       01  xReportFooter.
           05 neFootChecked    pic z9.
           05 filler           pic x(18)
                                value ' files checked, '.
           05 neFootFailed     pic z9.
           05 filler           pic x(8)        value ' failed'.

           copy "runlog-workingstorage.cbl".

       procedure division.
       000-main.
           move "OutboundVerify" to xRunLogProgram.
           perform 9010-write-runlog-start.
           open output reportFile.
           write xReportLine from xReportHeading.
           perform 100-check-one-file
               varying nCheckSub from 1 by 1 until nCheckSub > 7.
           move nFilesChecked to neFootChecked.
           move nFailCount to neFootFailed.
           write xReportLine from xReportFooter.
           close reportFile.
           perform 300-termination.
           stop run.

       100-check-one-file.
           move xCkName(nCheckSub) to xCheckFileName.
           move xCkName(nCheckSub) to xRdFileName.
           move xCkFileType(nCheckSub) to xRdFileType.
           move "n" to xHeaderSeen.
           move "n" to xTrailerSeen.
           move spaces to xFileProblem.
           move 0 to nRecordsRead.
           move 0 to nBodyCount.
           move 0 to nBodyAmount.
           move 0 to nBodyHash.
           move 0 to nOhSequence.
           move 0 to nOtRecCount.
           move 0 to nOtAmountTotal.
           move 0 to nOtHashTotal.
           move "n" to xEofFlag.
           add 1 to nFilesChecked.
           open input checkFile.
           perform 110-next-record until xEofFlag = "y".
           close checkFile.
           perform 200-judge-file.
           move nOhSequence to neRdSequence.
           move nBodyCount to neRdRecords.
           move nBodyAmount to neRdAmount.
           if xFileProblem = spaces
               if nRecordsRead = 0
                   move "OK - NOTHING TO SEND" to xRdResult
               else
                   move "OK" to xRdResult
               end-if
           else
               add 1 to nFailCount
               move xFileProblem to xRdResult
               display "OUTBOUND: ", function trim(xCheckFileName),
               " -- ", function trim(xFileProblem)
           end-if.
           write xReportLine from xReportDetail.

      * The header must be the first record, the trailer the last,
      * and neither may turn up anywhere else.
       110-next-record.
           read checkFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nRecordsRead,
                   perform 120-classify-record,
           end-read.

       120-classify-record.
           if xTrailerSeen = "y" and xFileProblem = spaces
               move "RECORDS FOLLOW THE TRAILER" to xFileProblem
           end-if.
           evaluate xCheckRecord(1:3)
               when "HDR"
                   if nRecordsRead > 1 and xFileProblem = spaces
                       move "HEADER OUT OF PLACE" to xFileProblem
                   end-if
                   move xCheckRecord to xOutboundHeader
                   move "y" to xHeaderSeen
               when "TRL"
                   if xTrailerSeen = "y" and xFileProblem = spaces
                       move "MORE THAN ONE TRAILER" to xFileProblem
                   end-if
                   move xCheckRecord to xOutboundTrailer
                   move "y" to xTrailerSeen
               when other
                   add 1 to nBodyCount
                   move xCheckRecord to xDetailWork
                   perform 130-tally-detail
           end-evaluate.

      * Amount and hash by file type, as the producer figured them.
       130-tally-detail.
           evaluate xCkFileType(nCheckSub)
               when "BANKDEP"
                   if nBdRouting is numeric and nBdAmount is numeric
                       add nBdAmount to nBodyAmount
                       add nBdRouting to nBodyHash
                   else
                       perform 140-bad-detail
                   end-if
               when "POSPAY"
                   if nPdCheckNum is numeric and nPdAmount is numeric
                       add nPdAmount to nBodyAmount
                       add nPdCheckNum to nBodyHash
                   else
                       perform 140-bad-detail
                   end-if
               when "401KREM"
                   if nKdEmpNum is numeric and nKdDeferral is numeric
                       and nKdMatch is numeric
                       add nKdDeferral to nBodyAmount
                       add nKdMatch to nBodyAmount
                       add nKdEmpNum to nBodyHash
                   else
                       perform 140-bad-detail
                   end-if
               when "GARNREM"
                   if xGdOrders = " order(s)"
                       compute nGarnAmountWork =
                           function numval-c(xGdAmount)
                       add nGarnAmountWork to nBodyAmount
                       add function numval(xGdCount) to nBodyHash
                   end-if
               when "GLFEED"
                   if nFdDebitAcct is numeric
                       and nFdDebitAmt is numeric
                       add nFdDebitAmt to nBodyAmount
                       add nFdDebitAcct to nBodyHash
                   else
                       perform 140-bad-detail
                   end-if
           end-evaluate.

       140-bad-detail.
           if xFileProblem = spaces
               move "NON-NUMERIC DETAIL RECORD" to xFileProblem
           end-if.

       200-judge-file.
           if nRecordsRead = 0 or xFileProblem not = spaces
               exit paragraph
           end-if.
           if xHeaderSeen = "n"
               move "NO HEADER" to xFileProblem
               exit paragraph
           end-if.
           if xOhFileType not = xCkFileType(nCheckSub)
               move "HEADER NAMES THE WRONG FILE TYPE" to
               xFileProblem
               exit paragraph
           end-if.
           if xTrailerSeen = "n"
               move "NO TRAILER - FILE TRUNCATED?" to xFileProblem
               exit paragraph
           end-if.
           if nOtRecCount not = nBodyCount
               move "TRAILER RECORD COUNT DISAGREES" to xFileProblem
               exit paragraph
           end-if.
           if nOtAmountTotal not = nBodyAmount
               move "TRAILER AMOUNT TOTAL DISAGREES" to xFileProblem
               exit paragraph
           end-if.
           move nBodyHash to nBodyHashLow.
           if nOtHashTotal not = nBodyHashLow
               move "TRAILER HASH TOTAL DISAGREES" to xFileProblem
           end-if.

      * All clear reports COMPLETE; any failure ends with return
      * code 8 so the chain stops before release.
       300-termination.
           move "OutboundVerify" to xRunLogProgram.
           move nFilesChecked to nRunLogRecCount.
           if nFailCount = 0
               move "COMPLETE" to xRunLogStatus
           else
               move "FAILED" to xRunLogStatus
               move 8 to return-code
           end-if.
           perform 9000-write-runlog.
           display " ".
           display nFailCount, " outbound files failed verification "
           "-- see OutboundVerify-report.txt".
           display " ".

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
