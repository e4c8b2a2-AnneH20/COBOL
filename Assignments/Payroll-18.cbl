      * Program: Payroll Off-Cycle Run
      *
      * Bonuses and same-day final checks stop being cut by hand
      * outside the system: each line of Payroll.offcycle.txt is one
      * one-time earning (employee, amount, earnings type) paid in
      * its own run, apart from the regular period. Withholding is
      * the supplemental flat-rate treatment from the shared PayCalc
      * subprogram; the net goes to the employee's validated
      * remainder account in the normal bank-file layout, or onto
      * the check register and positive-pay extract under the
      * shared check-number control the way Payroll-14's
      * replacement checks do. Year-to-date totals, the tax archive,
      * and the GL archive are posted exactly as a regular run posts
      * them, and the GL entry goes out through GlConsolidate. The
      * pay-period control is read only for the open period end the
      * GL entry posts to, never for status, and is never written --
      * an off-cycle run does not open, pay, or close a period.
      *
      * Earnings types: B bonus, F final pay (the only type paid to
      * a terminated employee), O other supplemental pay. Paid lines
      * are consumed at clean completion; rejected lines are left on
      * the input for correction, so a rerun can never pay the same
      * bonus twice.

       identification division.
       program-id. Payroll-18.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional inFile assign to "Payroll.offcycle.txt"
           organization is line sequential.

      * Indexed employee master (see Payroll-07); sequential read
      * hands the rows over in employee-number order.
           select masterFile assign to "Payroll.master.dat"
           organization is indexed
           access is sequential
           record key is nEmpNumMstr.

           select outFile assign to "Payroll-18-output.txt"
           organization is line sequential.

           select exceptFile assign to "Payroll-18-exceptions.txt"
           organization is line sequential.

           select rateFile assign to "Payroll.rates.txt"
           organization is line sequential.

           select optional stateRateFile assign to
           "Payroll.staterates.txt"
           organization is line sequential.

           select optional ytdFile assign to "Payroll.ytd.txt"
           organization is line sequential.

           select optional bankAcctFile assign to
           "Payroll.bankacct.txt"
           organization is line sequential.

      * The off-cycle deposits go out as their own transmission in
      * the regular bank-file layout -- the regular file is
      * cross-footed against Payroll-01's control record by
      * Payroll-05 and must not pick up lines it didn't write.
           select bankFile assign to "Payroll-18-bankfile.txt"
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

           select optional checkHistFile assign to
           "Payroll.checkhist.txt"
           organization is line sequential.

           select stubFile assign to "Payroll-18-paystubs.txt"
           organization is line sequential.

      * The stubs join Payroll-01's on the stub archive at clean
      * completion, under the run date, so EmployeeStubs can
      * reprint a bonus or final-pay stub like any other.
           select optional stubArchiveFile assign to
           "Payroll.stubarchive.txt"
           organization is line sequential.

      * The run's GL entry, appended until GlConsolidate releases
      * and clears it -- two off-cycle runs in one day both ride
      * out on that night's feed.
           select optional glFile assign to "Payroll-18-gl.txt"
           organization is line sequential.

           select optional glArchiveFile assign to
           "Payroll.glarchive.txt"
           organization is line sequential.

           select optional taxArchiveFile assign to
           "Payroll.taxarchive.txt"
           organization is line sequential.

           select optional deptFile assign to "Departments.txt"
           organization is line sequential.

      * Read only, for the open period end the GL entry posts to.
           select optional periodFile assign to "Payroll.period.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
       fd  inFile.
       01  xOffCycleRecord.
           05 nEmpNumOc         pic 9999.
           05 nAmountOc         pic 9(5)v99.
           05 xEarnTypeOc       pic x.

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

       fd  outFile.
       01  xOutput             pic x(100).

       fd  exceptFile.
       01  xException          pic x(80).

       fd  rateFile.
       01  xRateRecord.
           05 nFedRatePctIn     pic 99v999.
           05 nStateRatePctIn   pic 99v999.
           05 nFicaRatePctIn    pic 99v999.
           05 nBenefitAmtIn     pic 999v99.

       fd  stateRateFile.
       01  xStateRateRecord.
           05 xStateSr          pic xx.
           05 nRatePctSr        pic 99v999.
           05 nGlAcctSr         pic 9(5).

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

       fd  bankAcctFile.
       01  xBankAcctRecord.
           05 nEmpNumBa         pic 9999.
           05 nRoutingBa        pic 9(9).
           05 xAcctNumBa        pic x(17).
           05 xAcctTypeBa       pic x.
           05 xPrenoteBa        pic x.
           05 nPriorityBa       pic 9.
           05 xMethodBa         pic x.
           05 nAmountBa         pic 9(5)v99.
           05 nPrenoteDateBa    pic 9(8).

       fd  bankFile.
       01  xBankRecord.
           05 xBankRouting      pic 9(9).
           05 xBankAcctNum      pic x(17).
           05 xBankAcctType     pic x.
           05 xBankName         pic x(30).
           05 xBankAmount       pic 9(7)v99.
           05 xBankPeriod       pic 9(8).

       fd  checkNumFile.
       01  xCheckNumRecord      pic 9(6).

       fd  checkRegisterFile.
       01  xCheckRegLine        pic x(80).

       fd  posPayFile.
       01  xPosPayRecord.
           05 nPpCheckNum       pic 9(6).
           05 nPpAmount         pic 9(7)v99.
           05 xPpPayee          pic x(30).
           05 nPpDate           pic 9(8).
           05 xPpIssueCode      pic x.

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

       fd  stubFile.
       01  xStubLine            pic x(80).

       fd  stubArchiveFile.
       01  xStubArchiveRecord.
           05 nStubArcPeriod    pic 9(8).
           05 nStubArcEmpNum    pic 9999.
           05 xStubArcText      pic x(80).

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

      * Same dated line Payroll-01 archives, run-type byte and net
      * pay included: 'O' marks an off-cycle payment (blank is a
      * regular run), so anything comparing regular runs can tell
      * them apart.
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

       fd  periodFile.
       01  xPeriodRecord.
           05 nPeriodEndDate    pic 9(8).
           05 xPeriodStatus     pic x(4).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xRunDate            pic 9(8)            value 0.
       77  xBackupName         pic x(40)           value spaces.
      * The open period end from Payroll.period.txt, which the GL
      * lines carry as their period so Payroll-16 reads them with
      * the period's regular run; the run date when there is none.
       77  nGlPostPeriod       pic 9(8)            value 0.
       77  nStubArcEmpWork     pic 9999            value 0.

      * Positive-pay lines this run appended, for the file's trailer.
       77  nPosPayCount        pic 9(6)            value 0.
       77  nPosPayAmountSum    pic 9(9)v99         value 0.
       77  nPosPayHashSum      pic 9(15)           value 0.
      * Deposit lines this run wrote, for the bank file's trailer.
       77  nBankAmountSum      pic 9(9)v99         value 0.
       77  nBankHashSum        pic 9(15)           value 0.
       77  nSearchSub          pic 9(4)            value 0.
       77  nMatchedSub         pic 9(4)            value 0.
       77  xMatchFound         pic x               value 'n'.
       77  nMasterCount        pic 9(4)            value 0.
       77  nMasterTableMax     pic 9(4)            value 2000.
       77  xMasterTableFull    pic x               value 'n'.

       77  nGlPayableAcct      pic 9(5)            value 20000.
       77  nGlFedLiabAcct      pic 9(5)            value 21000.
       77  nGlStateLiabAcct    pic 9(5)            value 22000.
       77  nGlFicaLiabAcct     pic 9(5)            value 23000.

       77  nFedRatePct         pic 99v999          value 0.
       77  nStateRatePct       pic 99v999          value 0.
       77  nFicaRatePct        pic 99v999          value 0.
       77  nEmpStateRatePct    pic 99v999          value 0.
       77  nEmpStateSub        pic 99              value 0.
       77  nStateRateCount     pic 99              value 0.
       77  nStateRateMax       pic 99              value 10.
       77  nStateSub           pic 99              value 0.

       01  xStateRateTable.
           05 xStateRateElement occurs 10 times.
               10 xSrStateT        pic xx         value spaces.
               10 nSrRatePctT      pic 99v999     value 0.
               10 nSrGlAcctT       pic 9(5)       value 0.

       01  xPayCalcArea.
           05 nPcGross         pic 9(7)v99         value 0.
           05 xPcFilingStatus  pic x               value 'X'.
           05 nPcAllowances    pic 99              value 0.
           05 nPcExtraWh       pic 999v99          value 0.
           05 nPcFedRatePct    pic 99v999          value 0.
           05 nPcStateRatePct  pic 99v999          value 0.
           05 nPcFicaRatePct   pic 99v999          value 0.
           05 nPcYtdGross      pic 9(7)v99         value 0.
           05 nPcFedAmt        pic 9(5)v99         value 0.
           05 nPcStateAmt      pic 9(5)v99         value 0.
           05 nPcFicaAmt       pic 9(5)v99         value 0.

       77  nGrossPay           pic 9(5)v99         value 0.
       77  nNetPay             pic s9(5)v99        value 0.
       77  nTxCount            pic 9(5)            value 0.
       77  nPaidCount          pic 9(5)            value 0.
       77  nExceptionCount     pic 9(5)            value 0.
       77  nGrossTotal         pic 9(9)v99         value 0.
       77  nNetTotal           pic 9(9)v99         value 0.
       77  nBankLineCount      pic 9(5)            value 0.
       77  nCheckCount         pic 9(5)            value 0.
       77  nCheckTotal         pic 9(9)v99         value 0.
       77  nNextCheckNum       pic 9(6)            value 500001.
       77  xEarnLabel          pic x(22)           value spaces.
       77  xPayeeName          pic x(30)           value spaces.

      * Every master row the run may pay, with the dept, name,
      * status, and work state the pay line and GL entry need.
       01  xMasterTable.
           05 xMasterElement occurs 1 to 2000 times
               depending on nMasterCount
               ascending key is nEmpNumM
               indexed by masterIdx.
               10 nDeptNumM        pic 99.
               10 nEmpNumM         pic 9999.
               10 xLastNameM       pic x(20).
               10 xFirstNameM      pic x(20).
               10 xStatusM         pic x.
               10 xWorkStateM      pic xx.

      * The whole year-to-date file, carried in and rewritten with
      * this run's payments added -- rows for employees not paid
      * tonight go back exactly as they came in.
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

      * Validated remainder accounts only: an off-cycle payment is
      * one deposit, never spread across the employee's flat and
      * percent splits, which are arrangements for the regular
      * check.
       77  nBankAcctCount      pic 999             value 0.
       77  nBankAcctMax        pic 999             value 500.
       77  nBankSub            pic 999             value 0.
       77  nBankFoundSub       pic 999             value 0.

       01  xBankTable.
           05 xBankElement occurs 500 times.
               10 nBtEmpNum        pic 9999.
               10 nBtRouting       pic 9(9).
               10 xBtAcctNum       pic x(17).
               10 xBtAcctType      pic x.

      * Lines left on the input for correction: everything that was
      * rejected goes back; everything paid is consumed.
       77  nHoldCount          pic 9(4)            value 0.
       77  nHoldMax            pic 9(4)            value 500.
       77  nHoldSub            pic 9(4)            value 0.

       01  xHoldTable.
           05 xHoldElement occurs 500 times.
               10 xHoldLine        pic x(12).

      * The archive lines this run will append at clean completion.
       77  nTaxLineCount       pic 9(4)            value 0.
       77  nTaxLineMax         pic 9(4)            value 500.
       77  nTaxLineSub         pic 9(4)            value 0.

       01  xTaxLineTable.
           05 xTaxLineElement occurs 500 times.
               10 nTlEmpNum        pic 9999.
               10 nTlGross         pic 9(7)v99.
               10 nTlFed           pic 9(5)v99.
               10 nTlState         pic 9(5)v99.
               10 nTlFica          pic 9(5)v99.
               10 nTlNet           pic 9(7)v99.

      * Per-department journal totals, by the department number, with
      * the state withholding split by state rate row the way
      * Payroll-01 splits it.
       77  nDeptSub            pic 999             value 0.

       01  xDeptTable.
           05 xDeptElement occurs 99 times.
               10 xDeptNameT       pic x(20)      value spaces.
               10 nDeptGlAcctT     pic 9(5)       value 0.
               10 nDeptGrossT      pic 9(7)v99    value 0.
               10 nDeptFedT        pic 9(7)v99    value 0.
               10 nDeptStateT      pic 9(7)v99    value 0.
               10 nDeptFicaT       pic 9(7)v99    value 0.
               10 nDeptStateAmtT   occurs 10 times
                                   pic 9(7)v99    value 0.
       77  nDeptStateMapped    pic 9(7)v99         value 0.

       01  xReportHeading.
           05 filler           pic x(26)
                                value 'OFF-CYCLE PAY RUN -- DATE '.
           05 neHeadDate       pic 9(8).

       01  xColumnHeading.
           05 filler           pic x(8)            value 'EMP NUM '.
           05 filler           pic x(23)           value 'NAME'.
           05 filler           pic x(18)           value 'EARNINGS'.
           05 filler           pic x(12)           value '   GROSS'.
           05 filler           pic x(12)           value '   TAXES'.
           05 filler           pic x(12)           value '     NET'.
           05 filler           pic x(15)           value 'PAID BY'.

       01  xOutputDetail.
           05 neOutEmpNum      pic 9999.
           05 filler           pic x(4)            value spaces.
           05 xOutName         pic x(22).
           05 filler           pic x               value spaces.
           05 xOutEarnType     pic x(17).
           05 neOutGross       pic $$$,$$9.99.
           05 filler           pic x(2)            value spaces.
           05 neOutTaxes       pic $$$,$$9.99.
           05 filler           pic x(2)            value spaces.
           05 neOutNet         pic $$$,$$9.99.
           05 filler           pic x(2)            value spaces.
           05 xOutPaidBy       pic x(14).

       01  xPaidByCheck.
           05 filler           pic x(6)            value 'CHECK '.
           05 nePaidCheckNum   pic 9(6).

       01  xReportFooter.
           05 neFootCount      pic zzzz9.
           05 filler           pic x(11)           value ' paid,     '.
           05 neFootGross      pic $$,$$$,$$9.99.
           05 filler           pic x(8)            value ' gross, '.
           05 neFootNet        pic $$,$$$,$$9.99.
           05 filler           pic x(6)            value ' net, '.
           05 neFootExc        pic zzzz9.
           05 filler           pic x(9)            value ' rejected'.

       01  xExceptionDetail.
           05 neExEmpNum       pic 9999.
           05 filler           pic x(3)            value spaces.
           05 neExAmount       pic zz,zz9.99.
           05 filler           pic x(3)            value spaces.
           05 xExType          pic x.
           05 filler           pic x(3)            value spaces.
           05 xExReason        pic x(40)           value spaces.

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

       77  xStubSeparator      pic x(44)           value all "-".

       01  xStubHeading.
           05 filler           pic x(9)            value 'EMPLOYEE '.
           05 neStubEmpNum     pic 9999.
           05 filler           pic x(2)            value spaces.
           05 xStubName        pic x(22).
           05 filler           pic x(5)            value 'DEPT '.
           05 neStubDept       pic 99.

       01  xStubRunLine.
           05 filler           pic x(19)
                                value 'OFF-CYCLE PAY DATE '.
           05 neStubDate       pic 9(8).

       01  xStubAmountLine.
           05 xStubLabel       pic x(22).
           05 neStubAmount     pic $$$,$$9.99.

       01  xStubYtdLine.
           05 filler           pic x(5)            value 'YTD: '.
           05 neStubYtdGross   pic $$,$$$,$$9.99.
           05 filler           pic x(7)            value ' gross '.
           05 neStubYtdTaxes   pic $$,$$$,$$9.99.
           05 filler           pic x(7)            value ' taxes '.
           05 neStubYtdNet     pic $$,$$$,$$9.99.
           05 filler           pic x(4)            value ' net'.

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

           copy "outbound-workingstorage.cbl".

       procedure division.
       000-main.
           move "Payroll-18" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-loop until xEofFlag = "y".
           perform 300-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           move xBusinessDate to xRunDate.
           perform 110-load-rates.
           open input masterFile.
           perform 120-next-master until xEofFlag = "y".
           close masterFile.
           move "n" to xEofFlag.
           open input stateRateFile.
           perform 130-next-state-rate until xEofFlag = "y".
           close stateRateFile.
           move "n" to xEofFlag.
           open input ytdFile.
           perform 140-next-ytd until xEofFlag = "y".
           close ytdFile.
           move "n" to xEofFlag.
           open input bankAcctFile.
           perform 150-next-bank-account until xEofFlag = "y".
           close bankAcctFile.
           move "n" to xEofFlag.
           open input deptFile.
           perform 160-next-department until xEofFlag = "y".
           close deptFile.
           move "n" to xEofFlag.
           perform 170-read-check-number.
           perform 180-read-period.
           open input inFile.
           open output outFile.
           open output exceptFile.
           open output bankFile.
           open output stubFile.
           open extend checkRegisterFile.
           open extend posPayFile.
           open extend checkHistFile.
           move xRunDate to neHeadDate.
           write xOutput from xReportHeading.
           write xOutput from xColumnHeading.

      * The fed rate on file is not used here -- supplemental wages
      * withhold at PayCalc's flat rate -- but state and FICA are.
       110-load-rates.
           open input rateFile.
           read rateFile
               at end
                   continue
               not at end
                   move nFedRatePctIn to nFedRatePct,
                   move nStateRatePctIn to nStateRatePct,
                   move nFicaRatePctIn to nFicaRatePct,
           end-read.
           close rateFile.

       120-next-master.
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
                       move nDeptNum to nDeptNumM(nMasterCount),
                       move nEmpNumMstr to nEmpNumM(nMasterCount),
                       move xLastName to xLastNameM(nMasterCount),
                       move xFirstName to xFirstNameM(nMasterCount),
                       move xStatus to xStatusM(nMasterCount),
                       move xWorkState to xWorkStateM(nMasterCount)
                   end-if,
               end-read.

       130-next-state-rate.
           read stateRateFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nStateRateCount < nStateRateMax
                       add 1 to nStateRateCount,
                       move xStateSr to xSrStateT(nStateRateCount),
                       move nRatePctSr to
                       nSrRatePctT(nStateRateCount),
                       move nGlAcctSr to nSrGlAcctT(nStateRateCount)
                   end-if,
               end-read.

       140-next-ytd.
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

      * A legacy row with no split fields is the remainder account,
      * exactly as Payroll-01 reads it.
       150-next-bank-account.
           read bankAcctFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if (xMethodBa = "R" or xMethodBa = space)
                       and xPrenoteBa = "Y"
                       and nBankAcctCount < nBankAcctMax
                       add 1 to nBankAcctCount
                       move nEmpNumBa to nBtEmpNum(nBankAcctCount)
                       move nRoutingBa to nBtRouting(nBankAcctCount)
                       move xAcctNumBa to xBtAcctNum(nBankAcctCount)
                       move xAcctTypeBa to
                       xBtAcctType(nBankAcctCount)
                   end-if,
               end-read.

       160-next-department.
           read deptFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nDeptNumD > 0
                       move xDeptNameD to xDeptNameT(nDeptNumD),
                       move nDeptGlAcctD to nDeptGlAcctT(nDeptNumD)
                   end-if,
               end-read.

       170-read-check-number.
           open input checkNumFile.
           read checkNumFile
               at end
                   continue
               not at end
                   move xCheckNumRecord to nNextCheckNum,
           end-read.
           close checkNumFile.

       180-read-period.
           move xRunDate to nGlPostPeriod.
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

       200-loop.
           read inFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nTxCount,
                   perform 210-process,
           end-read.

      * Edit the line, then pay it. A line that fails any edit is
      * listed and kept for correction -- nothing is guessed at.
       210-process.
           move "n" to xMatchFound.
           if nMasterCount > 0
               search all xMasterElement
                   at end
                       continue
                   when nEmpNumM(masterIdx) = nEmpNumOc
                       set nMatchedSub to masterIdx
                       move "y" to xMatchFound
               end-search
           end-if.
           if xMatchFound = "n"
               move "NO MATCHING MASTER RECORD" to xExReason
               perform 290-reject-line
               exit paragraph
           end-if.
           if nAmountOc not numeric or nAmountOc = 0
               move "AMOUNT MISSING OR NOT NUMERIC" to xExReason
               perform 290-reject-line
               exit paragraph
           end-if.
           evaluate xEarnTypeOc
               when "B"
                   move "BONUS" to xEarnLabel
               when "F"
                   move "FINAL PAY" to xEarnLabel
               when "O"
                   move "SUPPLEMENTAL PAY" to xEarnLabel
               when other
                   move "INVALID EARNINGS TYPE (B/F/O)" to xExReason
                   perform 290-reject-line
                   exit paragraph
           end-evaluate.
           if xStatusM(nMatchedSub) = "T" and xEarnTypeOc not = "F"
               move "TERMINATED -- ONLY FINAL PAY (F) ALLOWED" to
               xExReason
               perform 290-reject-line
               exit paragraph
           end-if.
           if nTaxLineCount >= nTaxLineMax
               move "RUN FULL -- PAY ON THE NEXT OFF-CYCLE RUN" to
               xExReason
               perform 290-reject-line
               exit paragraph
           end-if.
           perform 220-price-payment.

      * Supplemental withholding through the shared PayCalc
      * subprogram: filing status 'X' asks for the flat federal
      * rate; the employee's work-state rate and the FICA wage-base
      * cap against year-to-date gross apply as they always do.
       220-price-payment.
           move nAmountOc to nGrossPay.
           perform 225-resolve-state-rate.
           perform 230-find-ytd.
           move nGrossPay to nPcGross.
           move "X" to xPcFilingStatus.
           move 0 to nPcAllowances.
           move 0 to nPcExtraWh.
           move nFedRatePct to nPcFedRatePct.
           move nEmpStateRatePct to nPcStateRatePct.
           move nFicaRatePct to nPcFicaRatePct.
           move nYtGross(nYtdFoundSub) to nPcYtdGross.
           call "PayCalc" using xPayCalcArea.
           compute nNetPay = nGrossPay - nPcFedAmt - nPcStateAmt
               - nPcFicaAmt.
           if nNetPay < 0
               move 0 to nNetPay
           end-if.

           add 1 to nPaidCount.
           add nGrossPay to nGrossTotal.
           add nNetPay to nNetTotal.
           add nGrossPay to nYtGross(nYtdFoundSub).
           add nNetPay to nYtNet(nYtdFoundSub).
           compute nYtTaxes(nYtdFoundSub) = nYtTaxes(nYtdFoundSub)
               + nGrossPay - nNetPay.

           add 1 to nTaxLineCount.
           move nEmpNumOc to nTlEmpNum(nTaxLineCount).
           move nGrossPay to nTlGross(nTaxLineCount).
           move nPcFedAmt to nTlFed(nTaxLineCount).
           move nPcStateAmt to nTlState(nTaxLineCount).
           move nPcFicaAmt to nTlFica(nTaxLineCount).
           move nNetPay to nTlNet(nTaxLineCount).

           move nDeptNumM(nMatchedSub) to nDeptSub.
           if nDeptSub > 0
               add nGrossPay to nDeptGrossT(nDeptSub)
               add nPcFedAmt to nDeptFedT(nDeptSub)
               add nPcStateAmt to nDeptStateT(nDeptSub)
               add nPcFicaAmt to nDeptFicaT(nDeptSub)
               if nEmpStateSub > 0
                   add nPcStateAmt to
                   nDeptStateAmtT(nDeptSub, nEmpStateSub)
               end-if
           end-if.

           move function concatenate(
               function trim(xFirstNameM(nMatchedSub)),
               " ", xLastNameM(nMatchedSub)) to xPayeeName.
           perform 240-pay-net.
           perform 250-write-detail.
           perform 260-write-stub.

       225-resolve-state-rate.
           move 0 to nEmpStateSub.
           move nStateRatePct to nEmpStateRatePct.
           if xWorkStateM(nMatchedSub) not = spaces
               perform varying nStateSub from 1 by 1
                   until nStateSub > nStateRateCount
                   if xSrStateT(nStateSub) = xWorkStateM(nMatchedSub)
                       move nStateSub to nEmpStateSub
                       move nSrRatePctT(nStateSub) to
                       nEmpStateRatePct
                       move nStateRateCount to nStateSub
                   end-if
               end-perform
           end-if.

      * The employee's year-to-date row; someone paid for the first
      * time this year gets a fresh row.
       230-find-ytd.
           move 0 to nYtdFoundSub.
           perform varying nYtdSub from 1 by 1
               until nYtdSub > nYtdCount
               if nYtEmpNum(nYtdSub) = nEmpNumOc
                   move nYtdSub to nYtdFoundSub
                   move nYtdCount to nYtdSub
               end-if
           end-perform.
           if nYtdFoundSub = 0 and nYtdCount < nYtdMax
               add 1 to nYtdCount
               move nYtdCount to nYtdFoundSub
               move nEmpNumOc to nYtEmpNum(nYtdFoundSub)
               move 0 to nYtHours(nYtdFoundSub)
               move 0 to nYtGross(nYtdFoundSub)
               move 0 to nYtNet(nYtdFoundSub)
               move 0 to nYtTaxes(nYtdFoundSub)
               move 0 to nYt401k(nYtdFoundSub)
               move 0 to nYtImputed(nYtdFoundSub)
           end-if.

      * One deposit to the validated remainder account, or a
      * numbered check on the shared register and positive-pay
      * extract when there is no such account.
       240-pay-net.
           move 0 to nBankFoundSub.
           perform varying nBankSub from 1 by 1
               until nBankSub > nBankAcctCount
               if nBtEmpNum(nBankSub) = nEmpNumOc
                   move nBankSub to nBankFoundSub
                   move nBankAcctCount to nBankSub
               end-if
           end-perform.
           if nBankFoundSub > 0
               move nBtRouting(nBankFoundSub) to xBankRouting
               move xBtAcctNum(nBankFoundSub) to xBankAcctNum
               move xBtAcctType(nBankFoundSub) to xBankAcctType
               move xPayeeName to xBankName
               move nNetPay to xBankAmount
               move xRunDate to xBankPeriod
               write xBankRecord
               add 1 to nBankLineCount
               add nNetPay to nBankAmountSum
               add nBtRouting(nBankFoundSub) to nBankHashSum
               move "DEPOSIT" to xOutPaidBy
           else
               move nNextCheckNum to neCrCheckNum
               move nEmpNumOc to neCrEmpNum
               move xPayeeName to xCrPayee
               move nNetPay to neCrAmount
               move xRunDate to neCrDate
               write xCheckRegLine from xCheckRegDetail
               move nNextCheckNum to nPpCheckNum
               move nNetPay to nPpAmount
               move xPayeeName to xPpPayee
               move xRunDate to nPpDate
               move "I" to xPpIssueCode
               write xPosPayRecord
               add 1 to nPosPayCount
               add nPpAmount to nPosPayAmountSum
               add nPpCheckNum to nPosPayHashSum
               perform 245-note-check-history
               move nNextCheckNum to nePaidCheckNum
               move xPaidByCheck to xOutPaidBy
               add 1 to nCheckCount
               add nNetPay to nCheckTotal
               add 1 to nNextCheckNum
           end-if.

      * On the check history with what it booked, so Payroll-19 can
      * void it and reverse exactly that.
       245-note-check-history.
           move nNextCheckNum to nChCheckNum.
           move nEmpNumOc to nChEmpNum.
           move xPayeeName to xChPayee.
           move xRunDate to nChIssueDate.
           move nNetPay to nChNetAmt.
           move nGrossPay to nChGross.
           move nPcFedAmt to nChFed.
           move nPcStateAmt to nChState.
           move nPcFicaAmt to nChFica.
           move 0 to nCh401k.
           move 0 to nChMatch.
           move 0 to nChReimb.
           move nDeptNumM(nMatchedSub) to nChDeptNum.
           if nEmpStateSub > 0
               move nSrGlAcctT(nEmpStateSub) to nChStateAcct
           else
               move nGlStateLiabAcct to nChStateAcct
           end-if.
           move "O" to xChSource.
           move "I" to xChStatus.
           move xRunDate to nChStatusDate.
           move 0 to nChReplaces.
           move 0 to nChReplacedBy.
           move 0 to nChShiftPay.
           move 0 to nChCommission.
           write xCheckHistRecord.

       250-write-detail.
           move nEmpNumOc to neOutEmpNum.
           move function concatenate(
               function trim(xLastNameM(nMatchedSub)), ", ",
               xFirstNameM(nMatchedSub)) to xOutName.
           move xEarnLabel to xOutEarnType.
           move nGrossPay to neOutGross.
           compute neOutTaxes = nPcFedAmt + nPcStateAmt + nPcFicaAmt.
           move nNetPay to neOutNet.
           write xOutput from xOutputDetail.

       260-write-stub.
           move nEmpNumOc to neStubEmpNum.
           move xOutName to xStubName.
           move nDeptNumM(nMatchedSub) to neStubDept.
           write xStubLine from xStubHeading.
           move xRunDate to neStubDate.
           write xStubLine from xStubRunLine.
           move xEarnLabel to xStubLabel.
           move nGrossPay to neStubAmount.
           write xStubLine from xStubAmountLine.
           move "FEDERAL (SUPPLEMENTAL)" to xStubLabel.
           move nPcFedAmt to neStubAmount.
           write xStubLine from xStubAmountLine.
           move "STATE WITHHOLDING" to xStubLabel.
           move nPcStateAmt to neStubAmount.
           write xStubLine from xStubAmountLine.
           move "FICA WITHHOLDING" to xStubLabel.
           move nPcFicaAmt to neStubAmount.
           write xStubLine from xStubAmountLine.
           move "NET PAY" to xStubLabel.
           move nNetPay to neStubAmount.
           write xStubLine from xStubAmountLine.
           move nYtGross(nYtdFoundSub) to neStubYtdGross.
           move nYtTaxes(nYtdFoundSub) to neStubYtdTaxes.
           move nYtNet(nYtdFoundSub) to neStubYtdNet.
           write xStubLine from xStubYtdLine.
           write xStubLine from xStubSeparator.

       290-reject-line.
           add 1 to nExceptionCount.
           move nEmpNumOc to neExEmpNum.
           if nAmountOc numeric
               move nAmountOc to neExAmount
           else
               move 0 to neExAmount
           end-if.
           move xEarnTypeOc to xExType.
           write xException from xExceptionDetail.
           if nHoldCount < nHoldMax
               add 1 to nHoldCount
               move xOffCycleRecord to xHoldLine(nHoldCount)
           end-if.

       300-termination.
           close inFile.
           move nPaidCount to neFootCount.
           move nGrossTotal to neFootGross.
           move nNetTotal to neFootNet.
           move nExceptionCount to neFootExc.
           write xOutput from xReportFooter.
           close outFile.
           close exceptFile.
           close bankFile.
           perform 385-stamp-bank-file.
           close stubFile.
           close checkRegisterFile.
           close posPayFile.
           perform 390-stamp-positive-pay.
           close checkHistFile.
           if nPaidCount > 0
               perform 310-write-check-number
               perform 320-write-gl
               perform 330-write-tax-archive
               perform 340-write-ytd
               perform 360-archive-stubs
           end-if.
           if nTxCount > 0
               perform 350-consume-input
           end-if.
           display " ".
           display "Off-cycle payments: ", nPaidCount,
           "  rejected: ", nExceptionCount.
           display "Deposits: ", nBankLineCount,
           "  checks: ", nCheckCount.
           display " ".
           move "Payroll-18" to xRunLogProgram.
           move nTxCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

       310-write-check-number.
           open output checkNumFile.
           move nNextCheckNum to xCheckNumRecord.
           write xCheckNumRecord.
           close checkNumFile.

      * The same journal shape Payroll-01 books per department:
      * gross into the payable, each withheld tax out of the
      * payable into its liability (state split by state account),
      * and the employer FICA match as 59000-plus-department expense.
      * Appended to the GlConsolidate source and, dated, to the GL
      * archive Payroll-16 reads.
       320-write-gl.
           open extend glFile.
           open extend glArchiveFile.
           perform varying nDeptSub from 1 by 1 until nDeptSub > 99
               if nDeptGrossT(nDeptSub) > 0
                   perform 325-write-dept-gl
               end-if
           end-perform.
           close glFile.
           close glArchiveFile.

       325-write-dept-gl.
           move nDeptSub to xGlDeptNum.
           move nGlPostPeriod to xGlPeriod.
           if nDeptGlAcctT(nDeptSub) > 0
               move nDeptGlAcctT(nDeptSub) to xGlDebitAcct
           else
               compute xGlDebitAcct = 50000 + nDeptSub
           end-if.
           move nDeptGrossT(nDeptSub) to xGlDebitAmount.
           move nGlPayableAcct to xGlCreditAcct.
           move nDeptGrossT(nDeptSub) to xGlCreditAmount.
           perform 328-put-gl.
           if nDeptFedT(nDeptSub) > 0
               move nGlPayableAcct to xGlDebitAcct
               move nDeptFedT(nDeptSub) to xGlDebitAmount
               move nGlFedLiabAcct to xGlCreditAcct
               move nDeptFedT(nDeptSub) to xGlCreditAmount
               perform 328-put-gl
           end-if.
           move 0 to nDeptStateMapped.
           perform varying nStateSub from 1 by 1
               until nStateSub > nStateRateCount
               if nDeptStateAmtT(nDeptSub, nStateSub) > 0
                   move nGlPayableAcct to xGlDebitAcct
                   move nDeptStateAmtT(nDeptSub, nStateSub) to
                   xGlDebitAmount
                   move nSrGlAcctT(nStateSub) to xGlCreditAcct
                   move nDeptStateAmtT(nDeptSub, nStateSub) to
                   xGlCreditAmount
                   perform 328-put-gl
                   add nDeptStateAmtT(nDeptSub, nStateSub) to
                   nDeptStateMapped
               end-if
           end-perform.
           if nDeptStateT(nDeptSub) > nDeptStateMapped
               move nGlPayableAcct to xGlDebitAcct
               compute xGlDebitAmount =
                   nDeptStateT(nDeptSub) - nDeptStateMapped
               move nGlStateLiabAcct to xGlCreditAcct
               compute xGlCreditAmount =
                   nDeptStateT(nDeptSub) - nDeptStateMapped
               perform 328-put-gl
           end-if.
           if nDeptFicaT(nDeptSub) > 0
               move nGlPayableAcct to xGlDebitAcct
               move nDeptFicaT(nDeptSub) to xGlDebitAmount
               move nGlFicaLiabAcct to xGlCreditAcct
               move nDeptFicaT(nDeptSub) to xGlCreditAmount
               perform 328-put-gl
               compute xGlDebitAcct = 59000 + nDeptSub
               move nDeptFicaT(nDeptSub) to xGlDebitAmount
               move nGlFicaLiabAcct to xGlCreditAcct
               move nDeptFicaT(nDeptSub) to xGlCreditAmount
               perform 328-put-gl
           end-if.

       328-put-gl.
           write xGlRecord.
           move spaces to xGlArchiveRecord.
           move xRunDate to nGaDate.
           move xGlDeptNum to nGaDeptNum.
           move xGlDebitAcct to nGaDebitAcct.
           move xGlDebitAmount to nGaDebitAmount.
           move xGlCreditAcct to nGaCreditAcct.
           move xGlCreditAmount to nGaCreditAmount.
           move xGlPeriod to nGaPeriod.
           write xGlArchiveRecord.

       330-write-tax-archive.
           open extend taxArchiveFile.
           perform varying nTaxLineSub from 1 by 1
               until nTaxLineSub > nTaxLineCount
               move xRunDate to nTaxArcDate
               move nTlEmpNum(nTaxLineSub) to nTaxArcEmpNum
               move nTlGross(nTaxLineSub) to nTaxArcGross
               move nTlFed(nTaxLineSub) to nTaxArcFed
               move nTlState(nTaxLineSub) to nTaxArcState
               move nTlFica(nTaxLineSub) to nTaxArcFica
               move nTlNet(nTaxLineSub) to nTaxArcNet
               move "O" to xTaxArcRunType
               move 0 to nTaxArcOtPrem
               write xTaxArchiveRecord
           end-perform.
           close taxArchiveFile.

       340-write-ytd.
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

      * Paid lines are consumed (the file is backed up first, so
      * the night's input stays recoverable); rejected lines are
      * written back for correction and the next off-cycle run.
       350-consume-input.
           move "Payroll.offcycle.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output inFile.
           perform varying nHoldSub from 1 by 1
               until nHoldSub > nHoldCount
               move xHoldLine(nHoldSub) to xOffCycleRecord
               write xOffCycleRecord
           end-perform.
           close inFile.

      * Each stub block opens with its EMPLOYEE heading line; every
      * line of the block is archived under that employee and the
      * run date, the way Payroll-01 archives a period's stubs.
       360-archive-stubs.
           move "n" to xEofFlag.
           move 0 to nStubArcEmpWork.
           open input stubFile.
           open extend stubArchiveFile.
           perform 365-archive-stub-line until xEofFlag = "y".
           close stubArchiveFile.
           close stubFile.
           move "n" to xEofFlag.

       365-archive-stub-line.
           read stubFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xStubLine(1:9) = "EMPLOYEE "
                       and xStubLine(10:4) numeric
                       move xStubLine(10:4) to nStubArcEmpWork
                   end-if,
                   move xRunDate to nStubArcPeriod,
                   move nStubArcEmpWork to nStubArcEmpNum,
                   move xStubLine to xStubArcText,
                   write xStubArchiveRecord,
           end-read.

      * The off-cycle deposits are a transmission of their own, so
      * they get their own header and trailer, under the bank
      * file's sequence, the way Payroll-01 stamps the regular one.
      * A run that paid nothing by deposit leaves the file empty --
      * nothing to send.
       385-stamp-bank-file.
           if nBankLineCount = 0
               exit paragraph
           end-if.
           move "N" to xOsMode.
           move "Payroll-18-bankfile.txt" to xOsFileName.
           move "BANKDEP" to xOsFileType.
           move nBankLineCount to nOsRecCount.
           move nBankAmountSum to nOsAmountTotal.
           move nBankHashSum to nOsHashTotal.
           call "OutboundStamp" using xOsFileName xOutboundStamp.

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
