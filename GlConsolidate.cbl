      *
      * Finance loads one feed, not three: every GL-format file the
      * day produced -- payroll's extract, the fuel posting, the
      * fruit stand's daily posting, the off-cycle pay runs, the
      * check-void reversals, the month-end wage accruals and their
      * reversals, the vacation liability adjustments, the fleet's
      * monthly depreciation and disposals, the fruit stand's
      * matched supplier invoices, spoilage write-offs, and
      * customer return reversals, and the realized FX gains and
      * losses on card-settled expenses -- merges
      * into GLDaily-feed.txt
      * under one batch number and date. Total debits must equal
      * total credits per source and overall, and an unbalanced day
      * is NOT released: the feed file is left empty, the report
      * Released sources are consumed (backed up, then cleared) so
      * entries sitting in a source between producer runs can never
      * ride out again under the next night's batch number; a held
      * day leaves every source untouched for the fixed rerun. A
      * released feed is framed by the shared outbound header and
      * trailer (OutboundStamp) -- entry count, debit total, and a
      * hash of the debit account numbers.

       identification division.
       program-id. GlConsolidate.
           select optional fruitGlFile assign to "Fruit-12-gl.txt"
           organization is line sequential.

      * Off-cycle pay runs (Payroll-18) append here between nights.
           select optional offCycleGlFile assign to
           "Payroll-18-gl.txt"
           organization is line sequential.

      * Check-void reversals (Payroll-19) append here between nights.
           select optional voidGlFile assign to
           "Payroll-19-gl.txt"
           organization is line sequential.

      * Month-end wage accruals and their reversals (Payroll-22).
           select optional accrualGlFile assign to
           "Payroll-22-gl.txt"
           organization is line sequential.

      * Vacation liability adjustments (Payroll-26).
           select optional vacationGlFile assign to
           "Payroll-26-gl.txt"
           organization is line sequential.

      * Fleet depreciation and disposals (GasMileage-14).
           select optional deprGlFile assign to
           "GasMileage-depr-gl.txt"
           organization is line sequential.

      * Matched supplier invoices (Fruit-17) append here.
           select optional payablesGlFile assign to
           "Fruit-17-gl.txt"
           organization is line sequential.

      * Fruit spoilage write-offs (Fruit-18) append here.
           select optional spoilageGlFile assign to
           "Fruit-18-gl.txt"
           organization is line sequential.

      * Fruit customer return reversals (Fruit-22) append here.
           select optional returnGlFile assign to
           "Fruit-22-gl.txt"
           organization is line sequential.

      * Realized FX on card-settled expenses (CurrencyExpense).
           select optional expenseFxGlFile assign to
           "CurrencyExpense-gl.txt"
           organization is line sequential.

           select feedFile assign to "GLDaily-feed.txt"
           organization is line sequential.

       file section.
       fd  payrollGlFile.
       01  xGlRecord.
           05 xGlDeptNum        pic 99.
           05 xGlDebitAcct      pic 9(5).
           05 xGlDebitAmount    pic 9(7)v99.
           05 xGlCreditAcct     pic 9(5).

       fd  fruitGlFile.
       01  xFruitGlRecord.
           05 xFrGlDeptNum      pic 99.
           05 xFrGlDebitAcct    pic 9(5).
           05 xFrGlDebitAmount  pic 9(7)v99.
           05 xFrGlCreditAcct   pic 9(5).
           05 xFrGlCreditAmount pic 9(7)v99.
           05 xFrGlPeriod       pic 9(8).

       fd  offCycleGlFile.
       01  xOffCycleGlRecord.
           05 xOcGlDeptNum      pic 99.
           05 xOcGlDebitAcct    pic 9(5).
           05 xOcGlDebitAmount  pic 9(7)v99.
           05 xOcGlCreditAcct   pic 9(5).
           05 xOcGlCreditAmount pic 9(7)v99.
           05 xOcGlPeriod       pic 9(8).

       fd  voidGlFile.
       01  xVoidGlRecord.
           05 xVdGlDeptNum      pic 99.
           05 xVdGlDebitAcct    pic 9(5).
           05 xVdGlDebitAmount  pic 9(7)v99.
           05 xVdGlCreditAcct   pic 9(5).
           05 xVdGlCreditAmount pic 9(7)v99.
           05 xVdGlPeriod       pic 9(8).

       fd  accrualGlFile.
       01  xAccrualGlRecord.
           05 xAcGlDeptNum      pic 99.
           05 xAcGlDebitAcct    pic 9(5).
           05 xAcGlDebitAmount  pic 9(7)v99.
           05 xAcGlCreditAcct   pic 9(5).
           05 xAcGlCreditAmount pic 9(7)v99.
           05 xAcGlPeriod       pic 9(8).

       fd  vacationGlFile.
       01  xVacationGlRecord.
           05 xVlGlDeptNum      pic 99.
           05 xVlGlDebitAcct    pic 9(5).
           05 xVlGlDebitAmount  pic 9(7)v99.
           05 xVlGlCreditAcct   pic 9(5).
           05 xVlGlCreditAmount pic 9(7)v99.
           05 xVlGlPeriod       pic 9(8).

       fd  deprGlFile.
       01  xDeprGlRecord.
           05 xDpGlDeptNum      pic 99.
           05 xDpGlDebitAcct    pic 9(5).
           05 xDpGlDebitAmount  pic 9(7)v99.
           05 xDpGlCreditAcct   pic 9(5).
           05 xDpGlCreditAmount pic 9(7)v99.
           05 xDpGlPeriod       pic 9(8).

       fd  payablesGlFile.
       01  xPayablesGlRecord.
           05 xApGlDeptNum      pic 99.
           05 xApGlDebitAcct    pic 9(5).
           05 xApGlDebitAmount  pic 9(7)v99.
           05 xApGlCreditAcct   pic 9(5).
           05 xApGlCreditAmount pic 9(7)v99.
           05 xApGlPeriod       pic 9(8).

       fd  spoilageGlFile.
       01  xSpoilageGlRecord.
           05 xSpGlDeptNum      pic 99.
           05 xSpGlDebitAcct    pic 9(5).
           05 xSpGlDebitAmount  pic 9(7)v99.
           05 xSpGlCreditAcct   pic 9(5).
           05 xSpGlCreditAmount pic 9(7)v99.
           05 xSpGlPeriod       pic 9(8).

       fd  returnGlFile.
       01  xReturnGlRecord.
           05 xRtGlDeptNum      pic 99.
           05 xRtGlDebitAcct    pic 9(5).
           05 xRtGlDebitAmount  pic 9(7)v99.
           05 xRtGlCreditAcct   pic 9(5).
           05 xRtGlCreditAmount pic 9(7)v99.
           05 xRtGlPeriod       pic 9(8).

       fd  expenseFxGlFile.
       01  xExpenseFxGlRecord.
           05 xFxGlDeptNum      pic 99.
           05 xFxGlDebitAcct    pic 9(5).
           05 xFxGlDebitAmount  pic 9(7)v99.
           05 xFxGlCreditAcct   pic 9(5).
           05 xFxGlCreditAmount pic 9(7)v99.
           05 xFxGlPeriod       pic 9(8).

       fd  feedFile.
       01  xFeedRecord.
           05 nFeedBatchNum     pic 9(6).
       77  nReleasedBatch      pic 9(6)            value 0.
       77  xFeedBalanced       pic x               value 'y'.
       77  xBackupName         pic x(40)           value spaces.
       77  nSourceSub          pic 99              value 0.
       77  nWorkSub            pic 9(4)            value 0.
       77  nFeedAmountSum      pic 9(9)v99         value 0.
       77  nFeedHashSum        pic 9(15)           value 0.

       77  nEntryCount         pic 9(4)            value 0.
       77  nEntryMax           pic 9(4)            value 2000.

       01  xEntryTable.
           05 xEntryElement occurs 2000 times.
               10 nEnSource        pic 99.
               10 nEnDebitAcct     pic 9(5).
               10 nEnDebitAmt      pic 9(7)v99.
               10 nEnCreditAcct    pic 9(5).
               10 nEnCreditAmt     pic 9(7)v99.

      * Per-source cross-foot: 1 payroll, 2 fuel, 3 fruit,
      * 4 off-cycle payroll, 5 check voids, 6 wage accruals,
      * 7 vacation liability, 8 fleet depreciation, 9 fruit
      * supplier payables, 10 fruit spoilage, 11 fruit returns,
      * 12 expense FX.
       77  nSourceCount        pic 99              value 12.

       01  xSourceTotals.
           05 xSourceTotalElement occurs 12 times.
               10 xStName          pic x(12).
               10 nStDebits        pic 9(9)v99    value 0.
               10 nStCredits       pic 9(9)v99    value 0.

           copy "busdate-workingstorage.cbl".

           copy "outbound-workingstorage.cbl".

       procedure division.
       000-main.
           move "GlConsolidate" to xRunLogProgram.
           move "PAYROLL" to xStName(1).
           move "FLEET FUEL" to xStName(2).
           move "FRUIT SALES" to xStName(3).
           move "OFFCYCLE PAY" to xStName(4).
           move "CHECK VOIDS" to xStName(5).
           move "WAGE ACCRUAL" to xStName(6).
           move "VACATION LIA" to xStName(7).
           move "FLEET DEPR" to xStName(8).
           move "FRUIT PAYABL" to xStName(9).
           move "FRUIT SPOIL" to xStName(10).
           move "FRUIT RETURN" to xStName(11).
           move "EXPENSE FX" to xStName(12).
           perform 110-read-batch-number.
           open input payrollGlFile.
           perform 120-next-payroll-gl until xEofFlag = "y".
           perform 140-next-fruit-gl until xEofFlag = "y".
           close fruitGlFile.
           move "n" to xEofFlag.
           open input offCycleGlFile.
           perform 145-next-offcycle-gl until xEofFlag = "y".
           close offCycleGlFile.
           move "n" to xEofFlag.
           open input voidGlFile.
           perform 147-next-void-gl until xEofFlag = "y".
           close voidGlFile.
           move "n" to xEofFlag.
           open input accrualGlFile.
           perform 148-next-accrual-gl until xEofFlag = "y".
           close accrualGlFile.
           move "n" to xEofFlag.
           open input vacationGlFile.
           perform 149-next-vacation-gl until xEofFlag = "y".
           close vacationGlFile.
           move "n" to xEofFlag.
           open input deprGlFile.
           perform 146-next-depreciation-gl until xEofFlag = "y".
           close deprGlFile.
           move "n" to xEofFlag.
           open input payablesGlFile.
           perform 144-next-payables-gl until xEofFlag = "y".
           close payablesGlFile.
           move "n" to xEofFlag.
           open input spoilageGlFile.
           perform 143-next-spoilage-gl until xEofFlag = "y".
           close spoilageGlFile.
           move "n" to xEofFlag.
           open input returnGlFile.
           perform 142-next-return-gl until xEofFlag = "y".
           close returnGlFile.
           move "n" to xEofFlag.
           open input expenseFxGlFile.
           perform 141-next-expense-fx-gl until xEofFlag = "y".
           close expenseFxGlFile.
           move "n" to xEofFlag.

       110-read-batch-number.
           open input batchNumFile.
                   perform 150-store-entry,
           end-read.

       145-next-offcycle-gl.
           read offCycleGlFile
               at end
                   move "y" to xEofFlag,
               not at end
                   move 4 to nSourceSub,
                   move xOcGlDebitAcct to nFeedDebitAcct,
                   move xOcGlDebitAmount to nFeedDebitAmt,
                   move xOcGlCreditAcct to nFeedCreditAcct,
                   move xOcGlCreditAmount to nFeedCreditAmt,
                   perform 150-store-entry,
           end-read.

       147-next-void-gl.
           read voidGlFile
               at end
                   move "y" to xEofFlag,
               not at end
                   move 5 to nSourceSub,
                   move xVdGlDebitAcct to nFeedDebitAcct,
                   move xVdGlDebitAmount to nFeedDebitAmt,
                   move xVdGlCreditAcct to nFeedCreditAcct,
                   move xVdGlCreditAmount to nFeedCreditAmt,
                   perform 150-store-entry,
           end-read.

       148-next-accrual-gl.
           read accrualGlFile
               at end
                   move "y" to xEofFlag,
               not at end
                   move 6 to nSourceSub,
                   move xAcGlDebitAcct to nFeedDebitAcct,
                   move xAcGlDebitAmount to nFeedDebitAmt,
                   move xAcGlCreditAcct to nFeedCreditAcct,
                   move xAcGlCreditAmount to nFeedCreditAmt,
                   perform 150-store-entry,
           end-read.

       149-next-vacation-gl.
           read vacationGlFile
               at end
                   move "y" to xEofFlag,
               not at end
                   move 7 to nSourceSub,
                   move xVlGlDebitAcct to nFeedDebitAcct,
                   move xVlGlDebitAmount to nFeedDebitAmt,
                   move xVlGlCreditAcct to nFeedCreditAcct,
                   move xVlGlCreditAmount to nFeedCreditAmt,
                   perform 150-store-entry,
           end-read.

       146-next-depreciation-gl.
           read deprGlFile
               at end
                   move "y" to xEofFlag,
               not at end
                   move 8 to nSourceSub,
                   move xDpGlDebitAcct to nFeedDebitAcct,
                   move xDpGlDebitAmount to nFeedDebitAmt,
                   move xDpGlCreditAcct to nFeedCreditAcct,
                   move xDpGlCreditAmount to nFeedCreditAmt,
                   perform 150-store-entry,
           end-read.

       143-next-spoilage-gl.
           read spoilageGlFile
               at end
                   move "y" to xEofFlag,
               not at end
                   move 10 to nSourceSub,
                   move xSpGlDebitAcct to nFeedDebitAcct,
                   move xSpGlDebitAmount to nFeedDebitAmt,
                   move xSpGlCreditAcct to nFeedCreditAcct,
                   move xSpGlCreditAmount to nFeedCreditAmt,
                   perform 150-store-entry,
           end-read.

       142-next-return-gl.
           read returnGlFile
               at end
                   move "y" to xEofFlag,
               not at end
                   move 11 to nSourceSub,
                   move xRtGlDebitAcct to nFeedDebitAcct,
                   move xRtGlDebitAmount to nFeedDebitAmt,
                   move xRtGlCreditAcct to nFeedCreditAcct,
                   move xRtGlCreditAmount to nFeedCreditAmt,
                   perform 150-store-entry,
           end-read.

       141-next-expense-fx-gl.
           read expenseFxGlFile
               at end
                   move "y" to xEofFlag,
               not at end
                   move 12 to nSourceSub,
                   move xFxGlDebitAcct to nFeedDebitAcct,
                   move xFxGlDebitAmount to nFeedDebitAmt,
                   move xFxGlCreditAcct to nFeedCreditAcct,
                   move xFxGlCreditAmount to nFeedCreditAmt,
                   perform 150-store-entry,
           end-read.

       144-next-payables-gl.
           read payablesGlFile
               at end
                   move "y" to xEofFlag,
               not at end
                   move 9 to nSourceSub,
                   move xApGlDebitAcct to nFeedDebitAcct,
                   move xApGlDebitAmount to nFeedDebitAmt,
                   move xApGlCreditAcct to nFeedCreditAcct,
                   move xApGlCreditAmount to nFeedCreditAmt,
                   perform 150-store-entry,
           end-read.

       150-store-entry.
           if nEntryCount >= nEntryMax
               if xEntryTableFull = "n"
           move nNextBatchNum to neHeadBatch.
           write xReportLine from xReportHeading.
           perform varying nSourceSub from 1 by 1
               until nSourceSub > nSourceCount
               move xStName(nSourceSub) to xBalSource
               move nStDebits(nSourceSub) to neBalDebits
               move nStCredits(nSourceSub) to neBalCredits
               move nEnCreditAcct(nWorkSub) to nFeedCreditAcct
               move nEnCreditAmt(nWorkSub) to nFeedCreditAmt
               write xFeedRecord
               add nFeedDebitAmt to nFeedAmountSum
               add nFeedDebitAcct to nFeedHashSum
           end-perform.
           close feedFile.
           move "N" to xOsMode.
           move "GLDaily-feed.txt" to xOsFileName.
           move "GLFEED" to xOsFileType.
           move nEntryCount to nOsRecCount.
           move nFeedAmountSum to nOsAmountTotal.
           move nFeedHashSum to nOsHashTotal.
           call "OutboundStamp" using xOsFileName xOutboundStamp.
           move nNextBatchNum to nReleasedBatch.
           add 1 to nNextBatchNum.
           open output batchNumFile.
               open output fruitGlFile
               close fruitGlFile
           end-if.
           if nStDebits(4) > 0 or nStCredits(4) > 0
               move "Payroll-18-gl.txt" to xBackupName
               call "FileBackup" using xBackupName
               open output offCycleGlFile
               close offCycleGlFile
           end-if.
           if nStDebits(5) > 0 or nStCredits(5) > 0
               move "Payroll-19-gl.txt" to xBackupName
               call "FileBackup" using xBackupName
               open output voidGlFile
               close voidGlFile
           end-if.
           if nStDebits(6) > 0 or nStCredits(6) > 0
               move "Payroll-22-gl.txt" to xBackupName
               call "FileBackup" using xBackupName
               open output accrualGlFile
               close accrualGlFile
           end-if.
           if nStDebits(7) > 0 or nStCredits(7) > 0
               move "Payroll-26-gl.txt" to xBackupName
               call "FileBackup" using xBackupName
               open output vacationGlFile
               close vacationGlFile
           end-if.
           if nStDebits(8) > 0 or nStCredits(8) > 0
               move "GasMileage-depr-gl.txt" to xBackupName
               call "FileBackup" using xBackupName
               open output deprGlFile
               close deprGlFile
           end-if.
           if nStDebits(9) > 0 or nStCredits(9) > 0
               move "Fruit-17-gl.txt" to xBackupName
               call "FileBackup" using xBackupName
               open output payablesGlFile
               close payablesGlFile
           end-if.
           if nStDebits(10) > 0 or nStCredits(10) > 0
               move "Fruit-18-gl.txt" to xBackupName
               call "FileBackup" using xBackupName
               open output spoilageGlFile
               close spoilageGlFile
           end-if.
           if nStDebits(11) > 0 or nStCredits(11) > 0
               move "Fruit-22-gl.txt" to xBackupName
               call "FileBackup" using xBackupName
               open output returnGlFile
               close returnGlFile
           end-if.
           if nStDebits(12) > 0 or nStCredits(12) > 0
               move "CurrencyExpense-gl.txt" to xBackupName
               call "FileBackup" using xBackupName
               open output expenseFxGlFile
               close expenseFxGlFile
           end-if.

      * An unbalanced day releases NOTHING -- the feed file is left
      * empty so Finance cannot load half a day by mistake, and the
