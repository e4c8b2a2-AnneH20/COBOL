      * Program: Payroll Trial Run Variance Review
      *
      * Read after a Payroll-01 trial run and before the live one:
      * the trial's preview tax-archive lines (what each employee
      * is about to be paid) against the last regular run on
      * Payroll.taxarchive.txt (what each was paid last time). Lists
      * anyone paid last run but missing from this one (the missing
      * timecard), anyone new this run, and anyone whose gross or
      * net moved by more than the threshold either way (the
      * fat-fingered 400-hour line) -- caught while the trial can
      * still be fixed, not after the bank file has gone out.
      * Off-cycle ('O') and void ('V') lines are not a regular run
      * and are passed over; net is compared only where the archive
      * carries it (lines written before it did are gross only).

       identification division.
       program-id. Payroll-20.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional previewFile assign to
           "Payroll-01-preview-taxarchive.txt"
           organization is line sequential.

           select optional taxArchiveFile assign to
           "Payroll.taxarchive.txt"
           organization is line sequential.

      * Indexed employee master (see Payroll-07); sequential read
      * hands the rows over in employee-number order.
           select masterFile assign to "Payroll.master.dat"
           organization is indexed
           access is sequential
           record key is nEmpNumMstr.

           select reportFile assign to "Payroll-20-variance.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

       data division.
       file section.
       fd  previewFile.
       01  xPreviewRecord.
           05 nPvDate           pic 9(8).
           05 nPvEmpNum         pic 9999.
           05 nPvGross          pic 9(7)v99.
           05 nPvFed            pic 9(5)v99.
           05 nPvState          pic 9(5)v99.
           05 nPvFica           pic 9(5)v99.
           05 xPvRunType        pic x.
           05 nPvNet            pic 9(7)v99.
           05 nPvOtPrem         pic 9(5)v99.

       fd  taxArchiveFile.
       01  xTaxArchiveRecord.
           05 nTaxArcDate       pic 9(8).
           05 nTaxArcEmpNum     pic 9999.
           05 nTaxArcGross      pic 9(7)v99.
           05 nTaxArcFed        pic 9(5)v99.
           05 nTaxArcState      pic 9(5)v99.
           05 nTaxArcFica       pic 9(5)v99.
           05 xTaxArcRunType    pic x.
           05 nTaxArcNet        pic 9(7)v99.
           05 nTaxArcOtPrem     pic 9(5)v99.

       fd  masterFile.
       01  xInput.
           05 nDeptNum         pic 99.
           05 nEmpNumMstr      pic 9999.
           05 xLastName        pic x(20).
           05 xFirstName       pic x(20).
           05 nPayRate         pic 999v99.
           05 xStatus          pic x.
           05 xTermDate        pic 9(8).
           05 xPayType         pic x.
           05 nSalaryAmt       pic 9(5)v99.
           05 xWorkState       pic xx.
      * Mailing address for employee notices; maintained by
      * Payroll-02.
           05 xMailStreet      pic x(30).
           05 xMailCity        pic x(20).
           05 xMailState       pic xx.
           05 xMailZip         pic x(10).

       fd  reportFile.
       01  xReportLine         pic x(120).

           copy "runlog-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  nMasterCount        pic 9(4)            value 0.
       77  nMatchedSub         pic 9(4)            value 0.
       77  xMatchFound         pic x               value 'n'.
       77  nMasterTableMax     pic 9(4)            value 2000.
       77  xMasterTableFull    pic x               value 'n'.

       77  nLastRunDate        pic 9(8)            value 0.
       77  nPreviewCount       pic 9(6)            value 0.
       77  nPriorCount         pic 9(6)            value 0.
       77  nVarCount           pic 9(4)            value 0.
       77  nVarMax             pic 9(4)            value 2000.
       77  xVarTableFull       pic x               value 'n'.
       77  nSearchSub          pic 9(4)            value 0.
       77  nFoundSub           pic 9(4)            value 0.
       77  nFindEmpNum         pic 9999            value 0.
       77  nGrossPct           pic s9(5)v99        value 0.
       77  nNetPct             pic s9(5)v99        value 0.
       77  xFlagThis           pic x               value 'n'.
       77  nMissingCount       pic 9(4)            value 0.
       77  nNewCount           pic 9(4)            value 0.
       77  nMovedCount         pic 9(4)            value 0.

      * A gross or net that moves more than this percent from the
      * last run, up or down, is listed.
       77  nVarThresholdPct    pic 99              value 20.

      * One row per employee on either run; 'y' in the flags marks
      * which runs paid them.
       01  xVarTable.
           05 xVarElement occurs 1 to 2000 times
               depending on nVarCount.
               10 nVrEmpNum        pic 9999.
               10 xVrInPrior       pic x.
               10 xVrInThis        pic x.
               10 xVrPriorHasNet   pic x.
               10 nVrPriorGross    pic 9(9)v99.
               10 nVrPriorNet      pic 9(9)v99.
               10 nVrThisGross     pic 9(9)v99.
               10 nVrThisNet       pic 9(9)v99.

       01  xMasterTable.
           05 xMasterElement occurs 1 to 2000 times
               depending on nMasterCount
               ascending key is nEmpNumM
               indexed by masterIdx.
               10 nEmpNumM         pic 9999.
               10 xLastNameM       pic x(20).
               10 xFirstNameM      pic x(20).

       01  xReportHeading-1.
           05 filler           pic x(36)
               value 'TRIAL RUN VARIANCE VS LAST PAID RUN '.
           05 neHeadLastRun    pic 9(8).
           05 filler           pic x(13)   value ', THRESHOLD '.
           05 neHeadThreshold  pic z9.
           05 filler           pic x               value '%'.

       01  xReportHeading-2.
           05 filler           pic x(6)            value 'EMP'.
           05 filler           pic x(24)           value 'NAME'.
           05 filler           pic x(12)           value ' LAST GROSS'.
           05 filler           pic x(12)           value ' THIS GROSS'.
           05 filler           pic x(9)            value '  GROSS%'.
           05 filler           pic x(12)           value '   LAST NET'.
           05 filler           pic x(12)           value '   THIS NET'.
           05 filler           pic x(9)            value '    NET%'.
           05 filler           pic x(20)           value '  FLAG'.

       01  xReportDetail.
           05 neDetEmpNum      pic 9999.
           05 filler           pic x(2)            value spaces.
           05 xDetName         pic x(22).
           05 filler           pic x(2)            value spaces.
           05 neDetPriorGross  pic $$$,$$9.99.
           05 filler           pic x(2)            value spaces.
           05 neDetThisGross   pic $$$,$$9.99.
           05 filler           pic x(1)            value spaces.
           05 neDetGrossPct    pic -zzz9.9.
           05 filler           pic x(3)            value spaces.
           05 neDetPriorNet    pic $$$,$$9.99.
           05 filler           pic x(2)            value spaces.
           05 neDetThisNet     pic $$$,$$9.99.
           05 filler           pic x(1)            value spaces.
           05 neDetNetPct      pic -zzz9.9.
           05 filler           pic x(3)            value spaces.
           05 xDetFlag         pic x(20).

       01  xReportFooter.
           05 neFootMissing    pic zzz9.
           05 filler           pic x(11)           value ' missing,  '.
           05 neFootNew        pic zzz9.
           05 filler           pic x(8)            value ' new,   '.
           05 neFootMoved      pic zzz9.
           05 filler           pic x(26)
                                value ' moved past the threshold'.

           copy "runlog-workingstorage.cbl".

       procedure division.
       000-main.
           move "Payroll-20" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-report.
           perform 300-termination.
           stop run.

      * Two passes over the archive, the way Payroll-16 finds its
      * period: the first finds the last regular run's date, the
      * second picks up that run's lines.
       100-initialization.
           open input masterFile.
           perform 110-load-master until xEofFlag = "y".
           close masterFile.
           move "n" to xEofFlag.
           open input taxArchiveFile.
           perform 120-scan-last-run until xEofFlag = "y".
           close taxArchiveFile.
           move "n" to xEofFlag.
           open input taxArchiveFile.
           perform 130-next-prior until xEofFlag = "y".
           close taxArchiveFile.
           move "n" to xEofFlag.
           open input previewFile.
           perform 140-next-preview until xEofFlag = "y".
           close previewFile.
           move "n" to xEofFlag.

       110-load-master.
           read masterFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nMasterCount >= nMasterTableMax
                       if xMasterTableFull = "n"
                           display "WARNING: master table full at "
                           nMasterTableMax
                           " records -- remaining rows in "
                           "Payroll.master.dat were not loaded."
                           move "y" to xMasterTableFull
                       end-if
                   else
                       add 1 to nMasterCount,
                       move nEmpNumMstr to nEmpNumM(nMasterCount),
                       move xLastName to xLastNameM(nMasterCount),
                       move xFirstName to xFirstNameM(nMasterCount)
                   end-if,
               end-read.

       120-scan-last-run.
           read taxArchiveFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xTaxArcRunType = space
                       and nTaxArcDate > nLastRunDate
                       move nTaxArcDate to nLastRunDate
                   end-if,
           end-read.

       130-next-prior.
           read taxArchiveFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xTaxArcRunType = space
                       and nTaxArcDate = nLastRunDate
                       perform 135-note-prior
                   end-if,
           end-read.

       135-note-prior.
           add 1 to nPriorCount.
           move nTaxArcEmpNum to nFindEmpNum.
           perform 150-find-row.
           if nFoundSub = 0
               exit paragraph
           end-if.
           move "y" to xVrInPrior(nFoundSub).
           add nTaxArcGross to nVrPriorGross(nFoundSub).
           if nTaxArcNet numeric
               move "y" to xVrPriorHasNet(nFoundSub)
               add nTaxArcNet to nVrPriorNet(nFoundSub)
           end-if.

       140-next-preview.
           read previewFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nPreviewCount,
                   move nPvEmpNum to nFindEmpNum,
                   perform 150-find-row,
                   if nFoundSub > 0
                       move "y" to xVrInThis(nFoundSub),
                       add nPvGross to nVrThisGross(nFoundSub),
                       add nPvNet to nVrThisNet(nFoundSub)
                   end-if,
           end-read.

      * The employee's row, added on first sight.
       150-find-row.
           move 0 to nFoundSub.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nVarCount
               if nVrEmpNum(nSearchSub) = nFindEmpNum
                   move nSearchSub to nFoundSub
                   move nVarCount to nSearchSub
               end-if
           end-perform.
           if nFoundSub > 0
               exit paragraph
           end-if.
           if nVarCount >= nVarMax
               if xVarTableFull = "n"
                   display "WARNING: variance table full at "
                   nVarMax
                   " employees -- remaining lines were not compared."
                   move "y" to xVarTableFull
               end-if
               exit paragraph
           end-if.
           add 1 to nVarCount.
           move nVarCount to nFoundSub.
           move nFindEmpNum to nVrEmpNum(nFoundSub).
           move "n" to xVrInPrior(nFoundSub).
           move "n" to xVrInThis(nFoundSub).
           move "n" to xVrPriorHasNet(nFoundSub).
           move 0 to nVrPriorGross(nFoundSub).
           move 0 to nVrPriorNet(nFoundSub).
           move 0 to nVrThisGross(nFoundSub).
           move 0 to nVrThisNet(nFoundSub).

       200-report.
           open output reportFile.
           move nLastRunDate to neHeadLastRun.
           move nVarThresholdPct to neHeadThreshold.
           write xReportLine from xReportHeading-1.
           write xReportLine from xReportHeading-2.
           if nVarCount > 0
               sort xVarElement on ascending key nVrEmpNum
           end-if.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nVarCount
               perform 210-review-row
           end-perform.
           move nMissingCount to neFootMissing.
           move nNewCount to neFootNew.
           move nMovedCount to neFootMoved.
           write xReportLine from xReportFooter.
           close reportFile.

       210-review-row.
           move "n" to xFlagThis.
           move 0 to nGrossPct.
           move 0 to nNetPct.
           move spaces to xDetFlag.
           evaluate true
               when xVrInThis(nSearchSub) = "n"
                   move "MISSING THIS RUN" to xDetFlag
                   move "y" to xFlagThis
                   add 1 to nMissingCount
               when xVrInPrior(nSearchSub) = "n"
                   move "NEW THIS RUN" to xDetFlag
                   move "y" to xFlagThis
                   add 1 to nNewCount
               when other
                   perform 220-measure-movement
           end-evaluate.
           if xFlagThis = "y"
               perform 230-write-detail
           end-if.

      * Percent change from the last run, gross always and net
      * where the last run's line carries it; either one past the
      * threshold (up or down) flags the employee.
       220-measure-movement.
           if nVrPriorGross(nSearchSub) > 0
               compute nGrossPct rounded =
                   (nVrThisGross(nSearchSub)
                   - nVrPriorGross(nSearchSub)) * 100
                   / nVrPriorGross(nSearchSub)
                   on size error
                       move 9999.9 to nGrossPct
               end-compute
           end-if.
           if xVrPriorHasNet(nSearchSub) = "y"
               and nVrPriorNet(nSearchSub) > 0
               compute nNetPct rounded =
                   (nVrThisNet(nSearchSub)
                   - nVrPriorNet(nSearchSub)) * 100
                   / nVrPriorNet(nSearchSub)
                   on size error
                       move 9999.9 to nNetPct
               end-compute
           end-if.
           if nGrossPct > nVarThresholdPct
               or nGrossPct < 0 - nVarThresholdPct
               move "GROSS MOVED" to xDetFlag
               move "y" to xFlagThis
           end-if.
           if nNetPct > nVarThresholdPct
               or nNetPct < 0 - nVarThresholdPct
               if xFlagThis = "y"
                   move "GROSS AND NET MOVED" to xDetFlag
               else
                   move "NET MOVED" to xDetFlag
               end-if
               move "y" to xFlagThis
           end-if.
           if xFlagThis = "y"
               add 1 to nMovedCount
           end-if.

       230-write-detail.
           move "n" to xMatchFound.
           if nMasterCount > 0
               search all xMasterElement
                   at end
                       continue
                   when nEmpNumM(masterIdx) = nVrEmpNum(nSearchSub)
                       set nMatchedSub to masterIdx
                       move "y" to xMatchFound
               end-search
           end-if.
           move nVrEmpNum(nSearchSub) to neDetEmpNum.
           if xMatchFound = "y"
               move function concatenate(
                   function trim(xLastNameM(nMatchedSub)), ", ",
                   xFirstNameM(nMatchedSub)) to xDetName
           else
               move "(NOT ON MASTER FILE)" to xDetName
           end-if.
           move nVrPriorGross(nSearchSub) to neDetPriorGross.
           move nVrThisGross(nSearchSub) to neDetThisGross.
           move nGrossPct to neDetGrossPct.
           move nVrPriorNet(nSearchSub) to neDetPriorNet.
           move nVrThisNet(nSearchSub) to neDetThisNet.
           move nNetPct to neDetNetPct.
           write xReportLine from xReportDetail.

       300-termination.
           display " ".
           if nPreviewCount = 0
               display "WARNING: no trial-run lines in "
               "Payroll-01-preview-taxarchive.txt -- run Payroll-01 "
               "in trial mode first."
           end-if.
           if nLastRunDate = 0
               display "NOTE: no regular run on Payroll.taxarchive.txt "
               "-- everyone on the trial is listed as new."
           end-if.
           display "Variance review written to "
           "Payroll-20-variance.txt: "
           nMissingCount " missing, " nNewCount " new, "
           nMovedCount " moved".
           display " ".
           move "Payroll-20" to xRunLogProgram.
           move nPreviewCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
