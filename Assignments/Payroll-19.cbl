      * Program: Payroll Check Void and Reissue
      *
      * Lost, stale, and misprinted checks stop being voided on a
      * spreadsheet: each line of Payroll.voids.txt names a check
      * number and an action -- V void, R void and reissue. The
      * check is found on the cumulative check history
      * (Payroll.checkhist.txt, posted by Payroll-01, Payroll-14,
      * and Payroll-18 as they issue checks), marked voided, and a
      * void record goes to the bank on the positive-pay extract in
      * the same layout as the issue record, so the bank will refuse
      * the paper if it is ever presented.
      *
      * A straight void means the employee was never paid that
      * check: its wages and withholdings come back out of
      * Payroll.ytd.txt, a reversing 'V' line goes on the tax
      * archive, and the check's journal is reversed -- every pair
      * Payroll-01 booked, debit and credit swapped -- into the GL
      * archive and Payroll-19-gl.txt for GlConsolidate. A check
      * from a prior year is reversed in the GL only; its wages
      * were already reported, so it is listed for a W-2c instead.
      *
      * A reissue cuts a replacement for the same net under the
      * next number from the shared check control. The pay itself
      * stands as booked for its original pay date -- a reversal
      * and repost would only net to zero -- so nothing else moves.
      * The history marks the original reissued with the
      * replacement's number, and the replacement carries the
      * original's number and its wage detail, so it can be voided
      * in turn. Payroll-19-register.txt lists every check on the
      * history with its status and those references.
      *
      * Worked lines are consumed at clean completion; rejected
      * lines stay on the input for correction.

       identification division.
       program-id. Payroll-19.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional voidFile assign to "Payroll.voids.txt"
           organization is line sequential.

           select optional checkHistFile assign to
           "Payroll.checkhist.txt"
           organization is line sequential.

           select checkHistWorkFile assign to
           "Payroll-19-checkhist.work.txt"
           organization is line sequential.

           select optional ytdFile assign to "Payroll.ytd.txt"
           organization is line sequential.

           select optional checkNumFile assign to
           "Payroll.checknum.txt"
           organization is line sequential.

           select optional checkRegisterFile assign to
           "Payroll-01-checkregister.txt"
           organization is line sequential.

           select optional posPayFile assign to
           "Payroll-01-positivepay.txt"
           organization is line sequential.

      * Reversing journal entries, appended until GlConsolidate
      * releases and clears them.
           select optional glFile assign to "Payroll-19-gl.txt"
           organization is line sequential.

           select optional glArchiveFile assign to
           "Payroll.glarchive.txt"
           organization is line sequential.

           select optional taxArchiveFile assign to
           "Payroll.taxarchive.txt"
           organization is line sequential.

           select optional deptFile assign to "Departments.txt"
           organization is line sequential.

           select reportFile assign to "Payroll-19-voids.txt"
           organization is line sequential.

           select registerFile assign to "Payroll-19-register.txt"
           organization is line sequential.

      * Read only, for the open period end the GL entry posts to.
           select optional periodFile assign to "Payroll.period.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
       fd  voidFile.
       01  xVoidRecord.
           05 nCheckNumVd       pic 9(6).
           05 xActionVd         pic x.
           05 xReasonVd         pic x(20).

      * Source: 'R' regular run, 'O' off-cycle, 'B' bank-return
      * replacement, 'X' reissue. Status: 'I' issued, 'V' voided,
      * 'R' voided and reissued (see nChReplacedBy).
       fd  checkHistFile.
       01  xCheckHistRecord.
           05 nChCheckNum       pic 9(6).
           05 nChEmpNum         pic 9999.
           05 xChPayee          pic x(30).
           05 nChIssueDate      pic 9(8).
           05 nChNetAmt         pic 9(7)v99.
           05 nChGross          pic 9(7)v99.
           05 nChFed            pic 9(5)v99.
           05 nChState          pic 9(5)v99.
           05 nChFica           pic 9(5)v99.
           05 nCh401k           pic 9(5)v99.
           05 nChMatch          pic 9(5)v99.
           05 nChReimb          pic 9(7)v99.
           05 nChDeptNum        pic 99.
           05 nChStateAcct      pic 9(5).
           05 xChSource         pic x.
           05 xChStatus         pic x.
           05 nChStatusDate     pic 9(8).
           05 nChReplaces       pic 9(6).
           05 nChReplacedBy     pic 9(6).
           05 nChShiftPay       pic 9(5)v99.
           05 nChCommission     pic 9(7)v99.

       fd  checkHistWorkFile.
       01  xCheckHistWorkLine   pic x(155).

       fd  ytdFile.
       01  xYtdRecord.
           05 nEmpNumYtd        pic 9999.
           05 nYtdHoursIn       pic 9(5)v99.
           05 nYtdGrossIn       pic 9(7)v99.
           05 nYtdNetIn         pic 9(7)v99.
           05 nYtdTaxesIn       pic 9(7)v99.
           05 nYtd401kIn        pic 9(7)v99.
      * Imputed income to date (personal vehicle use, from
      * Payroll-01), already inside nYtdGrossIn.
           05 nYtdImputedIn     pic 9(7)v99.

       fd  checkNumFile.
       01  xCheckNumRecord      pic 9(6).

       fd  checkRegisterFile.
       01  xCheckRegLine        pic x(80).

      * Issue code: 'I' issued, 'V' void.
       fd  posPayFile.
       01  xPosPayRecord.
           05 nPpCheckNum       pic 9(6).
           05 nPpAmount         pic 9(7)v99.
           05 xPpPayee          pic x(30).
           05 nPpDate           pic 9(8).
           05 xPpIssueCode      pic x.

       fd  glFile.
       01  xGlRecord.
           05 xGlDeptNum        pic 99.
           05 xGlDebitAcct      pic 9(5).
           05 xGlDebitAmount    pic 9(7)v99.
           05 xGlCreditAcct     pic 9(5).
           05 xGlCreditAmount   pic 9(7)v99.
           05 xGlPeriod         pic 9(8).

       fd  glArchiveFile.
       01  xGlArchiveRecord.
           05 nGaDate           pic 9(8).
           05 filler            pic x.
           05 nGaDeptNum        pic 99.
           05 nGaDebitAcct      pic 9(5).
           05 nGaDebitAmount    pic 9(7)v99.
           05 nGaCreditAcct     pic 9(5).
           05 nGaCreditAmount   pic 9(7)v99.
           05 nGaPeriod         pic 9(8).

      * Run type 'V' marks a void reversal: readers subtract it.
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

       fd  deptFile.
       01  xDeptRecord.
           05 nDeptNumD         pic 99.
           05 xDeptNameD        pic x(20).
           05 xDeptMgrD         pic x(20).
           05 nDeptGlAcctD      pic 9(5).

       fd  reportFile.
       01  xReportLine          pic x(110).

       fd  registerFile.
       01  xRegisterLine        pic x(120).

       fd  periodFile.
       01  xPeriodRecord.
           05 nPeriodEndDate    pic 9(8).
           05 xPeriodStatus     pic x(4).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xTodayDate          pic 9(8)            value 0.
       77  xBackupName         pic x(40)           value spaces.
      * The open period end from Payroll.period.txt, which the GL
      * lines carry as their period so Payroll-16 reads them with
      * the period's regular run; the run date when there is none.
       77  nGlPostPeriod       pic 9(8)            value 0.

      * Positive-pay lines this run appended, for the file's trailer.
       77  nPosPayCount        pic 9(6)            value 0.
       77  nPosPayAmountSum    pic 9(9)v99         value 0.
       77  nPosPayHashSum      pic 9(15)           value 0.
       77  nNextCheckNum       pic 9(6)            value 500001.

       77  nGlPayableAcct      pic 9(5)            value 20000.
       77  nGlFedLiabAcct      pic 9(5)            value 21000.
       77  nGlStateLiabAcct    pic 9(5)            value 22000.
       77  nGlFicaLiabAcct     pic 9(5)            value 23000.
       77  nGl401kLiabAcct     pic 9(5)            value 24000.
       77  nGlReimbExpAcct     pic 9(5)            value 56000.

       77  nTxCount            pic 9(5)            value 0.
       77  nVoidedCount        pic 9(5)            value 0.
       77  nReissuedCount      pic 9(5)            value 0.
       77  nRejectedCount      pic 9(5)            value 0.
       77  nHistCount          pic 9(7)            value 0.
       77  xHistChangedFlag    pic x               value 'n'.
       77  xYtdChangedFlag     pic x               value 'n'.
       77  nReversalCount      pic 9(5)            value 0.
       77  nYtdTaxesBack       pic 9(7)v99         value 0.

      * The void lines, with the history row each one names once the
      * history has been scanned for it. Result: blank until worked,
      * 'W' worked, 'E' rejected (kept on the input).
       77  nVoidCount          pic 9(4)            value 0.
       77  nVoidMax            pic 9(4)            value 500.
       77  xVoidTableFull      pic x               value 'n'.
       77  nVoidSub            pic 9(4)            value 0.
       77  nVoidFoundSub       pic 9(4)            value 0.
       77  nDupSub             pic 9(4)            value 0.
       77  xDupFlag            pic x               value 'n'.

       01  xVoidTable.
           05 xVoidElement occurs 500 times.
               10 xVtLine          pic x(27).
               10 nVtCheckNum      pic 9(6).
               10 xVtAction        pic x.
               10 xVtFound         pic x.
               10 xVtResult        pic x.
               10 xVtHistLine      pic x(155).

      * The history row being worked, in the history layout.
       01  xVoidCheck.
           05 nVcCheckNum       pic 9(6).
           05 nVcEmpNum         pic 9999.
           05 xVcPayee          pic x(30).
           05 nVcIssueDate      pic 9(8).
           05 nVcNetAmt         pic 9(7)v99.
           05 nVcGross          pic 9(7)v99.
           05 nVcFed            pic 9(5)v99.
           05 nVcState          pic 9(5)v99.
           05 nVcFica           pic 9(5)v99.
           05 nVc401k           pic 9(5)v99.
           05 nVcMatch          pic 9(5)v99.
           05 nVcReimb          pic 9(7)v99.
           05 nVcDeptNum        pic 99.
           05 nVcStateAcct      pic 9(5).
           05 xVcSource         pic x.
           05 xVcStatus         pic x.
           05 nVcStatusDate     pic 9(8).
           05 nVcReplaces       pic 9(6).
           05 nVcReplacedBy     pic 9(6).
           05 nVcShiftPay       pic 9(5)v99.
           05 nVcCommission     pic 9(7)v99.

      * Replacement checks cut this run, appended to the history.
       77  nReissueCount       pic 9(4)            value 0.
       77  nReissueSub         pic 9(4)            value 0.

       01  xReissueTable.
           05 xReissueElement occurs 500 times.
               10 xRiHistLine      pic x(155).

      * The whole year-to-date file, rewritten with the voided
      * checks backed out when any straight void changed it.
       77  nYtdCount           pic 9(4)            value 0.
       77  nYtdMax             pic 9(4)            value 2000.
       77  nYtdSub             pic 9(4)            value 0.
       77  nYtdFoundSub        pic 9(4)            value 0.

       01  xYtdTable.
           05 xYtdElement occurs 2000 times.
               10 nYtEmpNum        pic 9999.
               10 nYtHours         pic 9(5)v99.
               10 nYtGross         pic 9(7)v99.
               10 nYtNet           pic 9(7)v99.
               10 nYtTaxes         pic 9(7)v99.
               10 nYt401k          pic 9(7)v99.
               10 nYtImputed       pic 9(7)v99.

       01  xDeptTable.
           05 nDeptGlAcctT occurs 99 times pic 9(5) value 0.
       77  nWageAcct           pic 9(5)            value 0.

      * The reversing tax-archive lines and journal pairs, posted
      * at clean completion.
       77  nTaxLineCount       pic 9(4)            value 0.
       77  nTaxLineSub         pic 9(4)            value 0.

       01  xTaxLineTable.
           05 xTaxLineElement occurs 500 times.
               10 nTlEmpNum        pic 9999.
               10 nTlGross         pic 9(7)v99.
               10 nTlFed           pic 9(5)v99.
               10 nTlState         pic 9(5)v99.
               10 nTlFica          pic 9(5)v99.
               10 nTlNet           pic 9(7)v99.

       77  nGlLineCount        pic 9(4)            value 0.
       77  nGlLineMax          pic 9(4)            value 6000.
       77  nGlLineSub          pic 9(4)            value 0.
       77  nRevDebitAcct       pic 9(5)            value 0.
       77  nRevCreditAcct      pic 9(5)            value 0.
       77  nRevAmount          pic 9(7)v99         value 0.

       01  xGlLineTable.
           05 xGlLineElement occurs 6000 times.
               10 nGlDeptT         pic 99.
               10 nGlDebitAcctT    pic 9(5).
               10 nGlCreditAcctT   pic 9(5).
               10 nGlAmountT       pic 9(7)v99.

       01  xReportHeading.
           05 filler           pic x(26)
                                value 'CHECK VOID AND REISSUE -- '.
           05 neHeadDate       pic 9(8).

       01  xColumnHeading.
           05 filler           pic x(8)            value 'CHECK'.
           05 filler           pic x(8)            value 'EMP NUM'.
           05 filler           pic x(32)           value 'PAYEE'.
           05 filler           pic x(12)           value '    AMOUNT'.
           05 filler           pic x(4)            value 'ACT'.
           05 filler           pic x(44)           value 'DISPOSITION'.

       01  xReportDetail.
           05 neRptCheckNum    pic 9(6).
           05 filler           pic x(2)            value spaces.
           05 neRptEmpNum      pic 9999.
           05 filler           pic x(4)            value spaces.
           05 xRptPayee        pic x(30).
           05 filler           pic x(2)            value spaces.
           05 neRptAmount      pic $$$,$$9.99.
           05 filler           pic x(2)            value spaces.
           05 xRptAction       pic x.
           05 filler           pic x(3)            value spaces.
           05 xRptDisposition  pic x(44).

       01  xReissuedDisp.
           05 filler           pic x(26)
                                value 'VOIDED, REISSUED AS CHECK '.
           05 neDispNewCheck   pic 9(6).

       01  xReportFooter.
           05 neFootVoided     pic zzzz9.
           05 filler           pic x(10)           value ' voided, '.
           05 neFootReissued   pic zzzz9.
           05 filler           pic x(12)           value ' reissued, '.
           05 neFootRejected   pic zzzz9.
           05 filler           pic x(9)            value ' rejected'.

       01  xRegHeading.
           05 filler           pic x(8)            value 'CHECK'.
           05 filler           pic x(8)            value 'EMP NUM'.
           05 filler           pic x(32)           value 'PAYEE'.
           05 filler           pic x(12)           value '    AMOUNT'.
           05 filler           pic x(10)           value 'ISSUED'.
           05 filler           pic x(10)           value 'STATUS'.
           05 filler           pic x(10)           value 'AS OF'.
           05 filler           pic x(10)           value 'REPLACES'.
           05 filler           pic x(11)           value 'REPLACED BY'.

       01  xRegDetail.
           05 neRegCheckNum    pic 9(6).
           05 filler           pic x(2)            value spaces.
           05 neRegEmpNum      pic 9999.
           05 filler           pic x(4)            value spaces.
           05 xRegPayee        pic x(30).
           05 filler           pic x(2)            value spaces.
           05 neRegAmount      pic $$$,$$9.99.
           05 filler           pic x(2)            value spaces.
           05 neRegIssueDate   pic 9(8).
           05 filler           pic x(2)            value spaces.
           05 xRegStatus       pic x(8).
           05 filler           pic x(2)            value spaces.
           05 neRegStatusDate  pic 9(8).
           05 filler           pic x(2)            value spaces.
           05 neRegReplaces    pic zzzzzz.
           05 filler           pic x(4)            value spaces.
           05 neRegReplacedBy  pic zzzzzz.

       01  xCheckRegDetail.
           05 neCrCheckNum     pic 9(6).
           05 filler           pic x(2)            value spaces.
           05 neCrEmpNum       pic 9999.
           05 filler           pic x(4)            value spaces.
           05 xCrPayee         pic x(30).
           05 filler           pic x(2)            value spaces.
           05 neCrAmount       pic $$$,$$9.99.
           05 filler           pic x(2)            value spaces.
           05 neCrDate         pic 9(8).

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

           copy "outbound-workingstorage.cbl".

       procedure division.
       000-main.
           move "Payroll-19" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-work-voids.
           perform 300-termination.
           stop run.

      * Void lines first, then one pass of the history to pick up
      * the row each line names -- the history is never held whole,
      * so it can grow for as long as the company writes checks.
       100-initialization.
           perform 9200-get-business-date.
           move xBusinessDate to xTodayDate.
           open input voidFile.
           perform 110-next-void until xEofFlag = "y".
           close voidFile.
           move "n" to xEofFlag.
           open input checkHistFile.
           perform 120-scan-history until xEofFlag = "y".
           close checkHistFile.
           move "n" to xEofFlag.
           open input ytdFile.
           perform 130-next-ytd until xEofFlag = "y".
           close ytdFile.
           move "n" to xEofFlag.
           open input deptFile.
           perform 140-next-department until xEofFlag = "y".
           close deptFile.
           move "n" to xEofFlag.
           perform 150-read-check-number.
           perform 160-read-period.

       110-next-void.
           read voidFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nTxCount,
                   if nVoidCount >= nVoidMax
                       if xVoidTableFull = "n"
                           display "WARNING: void table full at "
                           nVoidMax
                           " records -- remaining rows in "
                           "Payroll.voids.txt were not loaded."
                           move "y" to xVoidTableFull
                       end-if
                   else
                       add 1 to nVoidCount,
                       move xVoidRecord to xVtLine(nVoidCount),
                       move 0 to nVtCheckNum(nVoidCount),
                       if nCheckNumVd numeric
                           move nCheckNumVd to
                           nVtCheckNum(nVoidCount)
                       end-if,
                       move xActionVd to xVtAction(nVoidCount),
                       move "n" to xVtFound(nVoidCount),
                       move space to xVtResult(nVoidCount)
                   end-if,
           end-read.

       120-scan-history.
           read checkHistFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nHistCount,
                   perform varying nVoidSub from 1 by 1
                       until nVoidSub > nVoidCount
                       if nVtCheckNum(nVoidSub) = nChCheckNum
                           move "y" to xVtFound(nVoidSub)
                           move xCheckHistRecord to
                           xVtHistLine(nVoidSub)
                       end-if
                   end-perform,
           end-read.

       130-next-ytd.
           read ytdFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nYtdCount < nYtdMax
                       add 1 to nYtdCount,
                       move nEmpNumYtd to nYtEmpNum(nYtdCount),
                       move nYtdHoursIn to nYtHours(nYtdCount),
                       move nYtdGrossIn to nYtGross(nYtdCount),
                       move nYtdNetIn to nYtNet(nYtdCount),
                       move nYtdTaxesIn to nYtTaxes(nYtdCount),
                       move nYtd401kIn to nYt401k(nYtdCount),
                       move 0 to nYtImputed(nYtdCount),
                       if nYtdImputedIn numeric
                           move nYtdImputedIn to nYtImputed(nYtdCount)
                       end-if
                   end-if,
               end-read.

       140-next-department.
           read deptFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nDeptNumD > 0
                       move nDeptGlAcctD to nDeptGlAcctT(nDeptNumD)
                   end-if,
               end-read.

       150-read-check-number.
           open input checkNumFile.
           read checkNumFile
               at end
                   continue
               not at end
                   move xCheckNumRecord to nNextCheckNum,
           end-read.
           close checkNumFile.

       160-read-period.
           move xTodayDate to nGlPostPeriod.
           open input periodFile.
           read periodFile
               at end
                   continue
               not at end
                   if nPeriodEndDate numeric and nPeriodEndDate > 0
                       move nPeriodEndDate to nGlPostPeriod
                   end-if,
           end-read.
           close periodFile.

       200-work-voids.
           open output reportFile.
           move xTodayDate to neHeadDate.
           write xReportLine from xReportHeading.
           write xReportLine from xColumnHeading.
           open extend checkRegisterFile.
           open extend posPayFile.
           perform varying nVoidSub from 1 by 1
               until nVoidSub > nVoidCount
               perform 210-work-one-void
           end-perform.
           close checkRegisterFile.
           close posPayFile.
           perform 390-stamp-positive-pay.
           move nVoidedCount to neFootVoided.
           move nReissuedCount to neFootReissued.
           move nRejectedCount to neFootRejected.
           write xReportLine from xReportFooter.
           close reportFile.

      * A check can be voided once: one that is already voided or
      * already reissued is refused, as is a second line for the
      * same check in this batch.
       210-work-one-void.
           move spaces to xVoidCheck.
           move nVtCheckNum(nVoidSub) to neRptCheckNum.
           move 0 to neRptEmpNum.
           move spaces to xRptPayee.
           move 0 to neRptAmount.
           move xVtAction(nVoidSub) to xRptAction.
           if xVtFound(nVoidSub) = "n"
               move "CHECK NOT ON CHECK HISTORY" to xRptDisposition
               perform 290-reject-void
               exit paragraph
           end-if.
           move xVtHistLine(nVoidSub) to xVoidCheck.
      * Rows written before the shift and commission split was kept
      * have nothing there; their whole gross went to wages.
           if nVcShiftPay is not numeric
               move 0 to nVcShiftPay
           end-if.
           if nVcCommission is not numeric
               move 0 to nVcCommission
           end-if.
           move nVcEmpNum to neRptEmpNum.
           move xVcPayee to xRptPayee.
           move nVcNetAmt to neRptAmount.
           if xVtAction(nVoidSub) not = "V"
               and xVtAction(nVoidSub) not = "R"
               move "INVALID ACTION (V/R)" to xRptDisposition
               perform 290-reject-void
               exit paragraph
           end-if.
           if xVcStatus = "V"
               move "CHECK ALREADY VOIDED" to xRptDisposition
               perform 290-reject-void
               exit paragraph
           end-if.
           if xVcStatus = "R"
               move "CHECK ALREADY REISSUED" to xRptDisposition
               perform 290-reject-void
               exit paragraph
           end-if.
           move "n" to xDupFlag.
           perform varying nDupSub from 1 by 1
               until nDupSub >= nVoidSub
               if nVtCheckNum(nDupSub) = nVtCheckNum(nVoidSub)
                   and xVtResult(nDupSub) = "W"
                   move "y" to xDupFlag
                   move nVoidSub to nDupSub
               end-if
           end-perform.
           if xDupFlag = "y"
               move "CHECK ALREADY WORKED THIS RUN" to xRptDisposition
               perform 290-reject-void
               exit paragraph
           end-if.
           if xVtAction(nVoidSub) = "V"
               and nVcGross > 0
               and nTaxLineCount >= 500
               move "RUN FULL -- VOID ON THE NEXT RUN" to
               xRptDisposition
               perform 290-reject-void
               exit paragraph
           end-if.

           perform 220-send-void.
           if xVtAction(nVoidSub) = "R"
               perform 240-reissue
               move nNextCheckNum to neDispNewCheck
               move xReissuedDisp to xRptDisposition
               add 1 to nNextCheckNum
               add 1 to nReissuedCount
           else
               move "V" to xVcStatus
               move xTodayDate to nVcStatusDate
               perform 230-reverse-pay
               add 1 to nVoidedCount
           end-if.
           move xVoidCheck to xVtHistLine(nVoidSub).
           move "W" to xVtResult(nVoidSub).
           move "y" to xHistChangedFlag.
           write xReportLine from xReportDetail.

      * The void goes to the bank in the positive-pay layout, under
      * the original number, amount, and issue date.
       220-send-void.
           move nVcCheckNum to nPpCheckNum.
           move nVcNetAmt to nPpAmount.
           move xVcPayee to xPpPayee.
           move nVcIssueDate to nPpDate.
           move "V" to xPpIssueCode.
           write xPosPayRecord.
           add 1 to nPosPayCount.
           add nPpAmount to nPosPayAmountSum.
           add nPpCheckNum to nPosPayHashSum.

      * Back out what the check booked. A bank-return replacement
      * carries no wage detail (its wages were booked by the run
      * that made the deposit), so it has nothing to reverse.
       230-reverse-pay.
           if nVcGross = 0 and nVcReimb = 0
               move "VOIDED -- NO WAGE DETAIL TO REVERSE" to
               xRptDisposition
               exit paragraph
           end-if.
           perform 235-reverse-gl.
           if nVcIssueDate(1:4) not = xTodayDate(1:4)
               move "VOIDED -- PRIOR YEAR, GL ONLY; W-2C NEEDED" to
               xRptDisposition
               exit paragraph
           end-if.
           move "VOIDED, YTD/TAX/GL REVERSED" to xRptDisposition.
           perform 232-reverse-ytd.
           if nVcGross > 0
               add 1 to nTaxLineCount
               move nVcEmpNum to nTlEmpNum(nTaxLineCount)
               move nVcGross to nTlGross(nTaxLineCount)
               move nVcFed to nTlFed(nTaxLineCount)
               move nVcState to nTlState(nTaxLineCount)
               move nVcFica to nTlFica(nTaxLineCount)
               move nVcNetAmt to nTlNet(nTaxLineCount)
           end-if.

      * The same figures the pay run added, subtracted: gross, net,
      * taxes-and-deductions (gross plus reimbursement less net, as
      * Payroll-01 adds it), and the 401k deferral. A row that no
      * longer holds that much is left alone and called out.
       232-reverse-ytd.
           move 0 to nYtdFoundSub.
           perform varying nYtdSub from 1 by 1
               until nYtdSub > nYtdCount
               if nYtEmpNum(nYtdSub) = nVcEmpNum
                   move nYtdSub to nYtdFoundSub
                   move nYtdCount to nYtdSub
               end-if
           end-perform.
           compute nYtdTaxesBack = nVcGross + nVcReimb - nVcNetAmt.
           if nYtdFoundSub = 0
               move "VOIDED -- NO YTD ROW, ADJUST YTD BY HAND" to
               xRptDisposition
               exit paragraph
           end-if.
           if nYtGross(nYtdFoundSub) < nVcGross
               or nYtNet(nYtdFoundSub) < nVcNetAmt
               or nYtTaxes(nYtdFoundSub) < nYtdTaxesBack
               or nYt401k(nYtdFoundSub) < nVc401k
               move "VOIDED -- YTD SHORT, ADJUST YTD BY HAND" to
               xRptDisposition
               exit paragraph
           end-if.
           subtract nVcGross from nYtGross(nYtdFoundSub).
           subtract nVcNetAmt from nYtNet(nYtdFoundSub).
           subtract nYtdTaxesBack from nYtTaxes(nYtdFoundSub).
           subtract nVc401k from nYt401k(nYtdFoundSub).
           move "y" to xYtdChangedFlag.

      * Every pair Payroll-01 books for a check, debit and credit
      * swapped, against the department and state account the
      * history recorded. The shift differential and commission
      * come back out of their own expense accounts (55000 and
      * 54000 plus the department); the wage account takes the
      * rest of the gross.
       235-reverse-gl.
           if nVcDeptNum > 0 and nDeptGlAcctT(nVcDeptNum) > 0
               move nDeptGlAcctT(nVcDeptNum) to nWageAcct
           else
               compute nWageAcct = 50000 + nVcDeptNum
           end-if.
           move nGlPayableAcct to nRevDebitAcct.
           move nWageAcct to nRevCreditAcct.
           compute nRevAmount = nVcGross - nVcShiftPay - nVcCommission.
           perform 238-note-gl.
           move nGlPayableAcct to nRevDebitAcct.
           compute nRevCreditAcct = 55000 + nVcDeptNum.
           move nVcShiftPay to nRevAmount.
           perform 238-note-gl.
           move nGlPayableAcct to nRevDebitAcct.
           compute nRevCreditAcct = 54000 + nVcDeptNum.
           move nVcCommission to nRevAmount.
           perform 238-note-gl.
           move nGlFedLiabAcct to nRevDebitAcct.
           move nGlPayableAcct to nRevCreditAcct.
           move nVcFed to nRevAmount.
           perform 238-note-gl.
           if nVcStateAcct > 0
               move nVcStateAcct to nRevDebitAcct
           else
               move nGlStateLiabAcct to nRevDebitAcct
           end-if.
           move nGlPayableAcct to nRevCreditAcct.
           move nVcState to nRevAmount.
           perform 238-note-gl.
           move nGlFicaLiabAcct to nRevDebitAcct.
           move nGlPayableAcct to nRevCreditAcct.
           move nVcFica to nRevAmount.
           perform 238-note-gl.
           move nGlFicaLiabAcct to nRevDebitAcct.
           compute nRevCreditAcct = 59000 + nVcDeptNum.
           move nVcFica to nRevAmount.
           perform 238-note-gl.
           move nGl401kLiabAcct to nRevDebitAcct.
           move nGlPayableAcct to nRevCreditAcct.
           move nVc401k to nRevAmount.
           perform 238-note-gl.
           move nGl401kLiabAcct to nRevDebitAcct.
           compute nRevCreditAcct = 58000 + nVcDeptNum.
           move nVcMatch to nRevAmount.
           perform 238-note-gl.
           move nGlPayableAcct to nRevDebitAcct.
           move nGlReimbExpAcct to nRevCreditAcct.
           move nVcReimb to nRevAmount.
           perform 238-note-gl.

       238-note-gl.
           if nRevAmount = 0 or nGlLineCount >= nGlLineMax
               exit paragraph
           end-if.
           add 1 to nGlLineCount.
           move nVcDeptNum to nGlDeptT(nGlLineCount).
           move nRevDebitAcct to nGlDebitAcctT(nGlLineCount).
           move nRevCreditAcct to nGlCreditAcctT(nGlLineCount).
           move nRevAmount to nGlAmountT(nGlLineCount).

      * The replacement: next number, same payee and net, on the
      * register and positive-pay extract like any other check.
      * Its history row keeps the original's wage detail and points
      * back at the original; the original points forward at it.
       240-reissue.
           move nNextCheckNum to neCrCheckNum.
           move nVcEmpNum to neCrEmpNum.
           move xVcPayee to xCrPayee.
           move nVcNetAmt to neCrAmount.
           move xTodayDate to neCrDate.
           write xCheckRegLine from xCheckRegDetail.
           move nNextCheckNum to nPpCheckNum.
           move nVcNetAmt to nPpAmount.
           move xVcPayee to xPpPayee.
           move xTodayDate to nPpDate.
           move "I" to xPpIssueCode.
           write xPosPayRecord.
           add 1 to nPosPayCount.
           add nPpAmount to nPosPayAmountSum.
           add nPpCheckNum to nPosPayHashSum.
           move nVcCheckNum to nVcReplaces.
           move nNextCheckNum to nVcCheckNum.
           move xTodayDate to nVcIssueDate.
           move "X" to xVcSource.
           move "I" to xVcStatus.
           move xTodayDate to nVcStatusDate.
           move 0 to nVcReplacedBy.
           add 1 to nReissueCount.
           move xVoidCheck to xRiHistLine(nReissueCount).
           move xVtHistLine(nVoidSub) to xVoidCheck.
           move "R" to xVcStatus.
           move xTodayDate to nVcStatusDate.
           move nNextCheckNum to nVcReplacedBy.

       290-reject-void.
           add 1 to nRejectedCount.
           move "E" to xVtResult(nVoidSub).
           write xReportLine from xReportDetail.

       300-termination.
           if xHistChangedFlag = "y"
               perform 310-write-check-number
               perform 320-rewrite-history
               perform 330-write-gl
               perform 340-write-tax-archive
           end-if.
           if xYtdChangedFlag = "y"
               perform 350-write-ytd
           end-if.
           perform 360-write-register.
           if nTxCount > 0
               perform 370-consume-input
           end-if.
           display " ".
           display "Checks voided: ", nVoidedCount,
           "  reissued: ", nReissuedCount,
           "  rejected: ", nRejectedCount.
           display " ".
           move "Payroll-19" to xRunLogProgram.
           move nTxCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

       310-write-check-number.
           open output checkNumFile.
           move nNextCheckNum to xCheckNumRecord.
           write xCheckNumRecord.
           close checkNumFile.

      * The history is copied through a work file with the worked
      * rows' new status and the replacements appended, then
      * written back over the original (backed up first).
       320-rewrite-history.
           open input checkHistFile.
           open output checkHistWorkFile.
           perform 322-copy-history-row until xEofFlag = "y".
           move "n" to xEofFlag.
           perform varying nReissueSub from 1 by 1
               until nReissueSub > nReissueCount
               write xCheckHistWorkLine from xRiHistLine(nReissueSub)
           end-perform.
           close checkHistFile.
           close checkHistWorkFile.
           move "Payroll.checkhist.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open input checkHistWorkFile.
           open output checkHistFile.
           perform 324-copy-back-row until xEofFlag = "y".
           move "n" to xEofFlag.
           close checkHistFile.
           close checkHistWorkFile.

       322-copy-history-row.
           read checkHistFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform varying nVoidSub from 1 by 1
                       until nVoidSub > nVoidCount
                       if nVtCheckNum(nVoidSub) = nChCheckNum
                           and xVtResult(nVoidSub) = "W"
                           move xVtHistLine(nVoidSub) to
                           xCheckHistRecord
                       end-if
                   end-perform,
                   write xCheckHistWorkLine from xCheckHistRecord,
           end-read.

       324-copy-back-row.
           read checkHistWorkFile
               at end
                   move "y" to xEofFlag,
               not at end
                   write xCheckHistRecord from xCheckHistWorkLine,
           end-read.

      * Reversing pairs to the GlConsolidate source and, dated, to
      * the GL archive, the way Payroll-18 posts its entry.
       330-write-gl.
           if nGlLineCount = 0
               exit paragraph
           end-if.
           open extend glFile.
           open extend glArchiveFile.
           perform varying nGlLineSub from 1 by 1
               until nGlLineSub > nGlLineCount
               move nGlDeptT(nGlLineSub) to xGlDeptNum
               move nGlDebitAcctT(nGlLineSub) to xGlDebitAcct
               move nGlAmountT(nGlLineSub) to xGlDebitAmount
               move nGlCreditAcctT(nGlLineSub) to xGlCreditAcct
               move nGlAmountT(nGlLineSub) to xGlCreditAmount
               move nGlPostPeriod to xGlPeriod
               write xGlRecord
               move spaces to xGlArchiveRecord
               move xTodayDate to nGaDate
               move xGlDeptNum to nGaDeptNum
               move xGlDebitAcct to nGaDebitAcct
               move xGlDebitAmount to nGaDebitAmount
               move xGlCreditAcct to nGaCreditAcct
               move xGlCreditAmount to nGaCreditAmount
               move xGlPeriod to nGaPeriod
               write xGlArchiveRecord
           end-perform.
           close glFile.
           close glArchiveFile.

       340-write-tax-archive.
           if nTaxLineCount = 0
               exit paragraph
           end-if.
           open extend taxArchiveFile.
           perform varying nTaxLineSub from 1 by 1
               until nTaxLineSub > nTaxLineCount
               move xTodayDate to nTaxArcDate
               move nTlEmpNum(nTaxLineSub) to nTaxArcEmpNum
               move nTlGross(nTaxLineSub) to nTaxArcGross
               move nTlFed(nTaxLineSub) to nTaxArcFed
               move nTlState(nTaxLineSub) to nTaxArcState
               move nTlFica(nTaxLineSub) to nTaxArcFica
               move nTlNet(nTaxLineSub) to nTaxArcNet
               move "V" to xTaxArcRunType
               move 0 to nTaxArcOtPrem
               write xTaxArchiveRecord
           end-perform.
           close taxArchiveFile.

       350-write-ytd.
           move "Payroll.ytd.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output ytdFile.
           perform varying nYtdSub from 1 by 1
               until nYtdSub > nYtdCount
               move nYtEmpNum(nYtdSub) to nEmpNumYtd
               move nYtHours(nYtdSub) to nYtdHoursIn
               move nYtGross(nYtdSub) to nYtdGrossIn
               move nYtNet(nYtdSub) to nYtdNetIn
               move nYtTaxes(nYtdSub) to nYtdTaxesIn
               move nYt401k(nYtdSub) to nYtd401kIn
               move nYtImputed(nYtdSub) to nYtdImputedIn
               write xYtdRecord
           end-perform.
           close ytdFile.

      * Every check on the history, as it now stands.
       360-write-register.
           open output registerFile.
           write xRegisterLine from xRegHeading.
           open input checkHistFile.
           perform 362-register-row until xEofFlag = "y".
           move "n" to xEofFlag.
           close checkHistFile.
           close registerFile.

       362-register-row.
           read checkHistFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform 364-format-register-row,
           end-read.

       364-format-register-row.
           move nChCheckNum to neRegCheckNum.
           move nChEmpNum to neRegEmpNum.
           move xChPayee to xRegPayee.
           move nChNetAmt to neRegAmount.
           move nChIssueDate to neRegIssueDate.
           move nChStatusDate to neRegStatusDate.
           evaluate xChStatus
               when "V"
                   move "VOIDED" to xRegStatus
               when "R"
                   move "REISSUED" to xRegStatus
               when other
                   move "ISSUED" to xRegStatus
           end-evaluate.
           move nChReplaces to neRegReplaces.
           move nChReplacedBy to neRegReplacedBy.
           write xRegisterLine from xRegDetail.

      * Worked lines are consumed (the file is backed up first);
      * rejected lines are written back for correction.
       370-consume-input.
           move "Payroll.voids.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output voidFile.
           perform varying nVoidSub from 1 by 1
               until nVoidSub > nVoidCount
               if xVtResult(nVoidSub) not = "W"
                   move xVtLine(nVoidSub) to xVoidRecord
                   write xVoidRecord
               end-if
           end-perform.
           close voidFile.

      * The lines just appended to positive pay are added into its
      * trailer, under the header Payroll-01 stamped.
       390-stamp-positive-pay.
           if nPosPayCount = 0
               exit paragraph
           end-if.
           move "A" to xOsMode.
           move "Payroll-01-positivepay.txt" to xOsFileName.
           move "POSPAY" to xOsFileType.
           move nPosPayCount to nOsRecCount.
           move nPosPayAmountSum to nOsAmountTotal.
           move nPosPayHashSum to nOsHashTotal.
           call "OutboundStamp" using xOsFileName xOutboundStamp.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
