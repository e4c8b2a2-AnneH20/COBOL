           access is sequential
           record key is nEmpNumMstr.

           select outFile assign to dynamic xOutFileName
           organization is line sequential.

           select exceptFile assign to dynamic xExceptFileName
           organization is line sequential.

      * Working copy of every exception, carried with a status so
           "Payroll.staterates.txt"
           organization is line sequential.

      * Per-department shift differentials, one row per department
      * and shift: either cents per hour or a percent of the base
      * rate. A department/shift with no row pays no differential.
           select optional shiftDiffFile assign to
           "Payroll.shiftdiff.txt"
           organization is line sequential.

      * Year-to-date totals, keyed by employee number. Optional
      * because the very first run of the year won't have one yet.
           select optional ytdFile assign to "Payroll.ytd.txt"

      * Fixed bank-format extract for the direct-deposit submission,
      * produced from the same run instead of retyped by hand.
           select bankFile assign to dynamic xBankFileName
           organization is line sequential.

      * Checkpoint of how many transaction records were fully
      * GL-ready extract so Finance can load department payroll
      * totals straight into the general ledger instead of rekeying
      * them off the printed report.
           select glFile assign to dynamic xGlFileName
           organization is line sequential.

      * One stub block per paid employee -- the withholding breakdown
      * and updated year-to-date figures behind that employee's single
      * register line, so statements can be handed out instead of
      * numbers being read off the register.
           select stubFile assign to dynamic xStubFileName
           organization is line sequential.

      * Per-employee withholding profile (filing status, allowances,
           "Payroll.accrual.txt"
           organization is line sequential.

           select leaveReportFile assign to dynamic
           xLeaveRptFileName
           organization is line sequential.

      * Voluntary deduction elections, several records per employee:
           "CurrencyConverter-settlement.txt"
           organization is line sequential.

      * Sales commission earned on the restaurant accounts, one line
      * per rep per Payroll-30 posting. Paid through this run as its
      * own taxable earnings line inside gross, booked to the
      * commission expense account, and consumed at clean completion
      * (backed up, then cleared) like the settlements above.
           select optional commissionFile assign to
           "Payroll.commission.txt"
           organization is line sequential.

      * Imputed income for personal use of a fleet vehicle, from
      * GasMileage-07: taxable wages on the stub, in gross and every
      * withholding base and on the year-end statement, but never
      * paid out -- it comes back out before net, so neither the
      * deposit nor the wage-expense GL ever sees it. Only rows for
      * this run's period end are taken; GasMileage-07 rebuilds the
      * file whole, so nothing here needs clearing.
           select optional imputedFile assign to "Payroll.imputed.txt"
           organization is line sequential.

      * Dated archive of every GL record each run writes, appended
      * run after run so Payroll-16 can compare actual wage expense
      * to the department budgets across periods. The run writes a
      * Labor distribution extract: each paid employee's gross split
      * across the cost centers they actually worked, so Finance
      * stops reallocating loaned labor by journal entry.
           select laborDistFile assign to dynamic xLaborFileName
           organization is line sequential.

      * Dated per-run tax archive: one line per paid employee per
           "Payroll.taxarchive.txt"
           organization is line sequential.

           select taxArcWorkFile assign to dynamic
           xTaxWorkFileName
           organization is line sequential.

      * Garnishment order master: who each 'G' deduction is owed to

      * Per-payee garnishment remittance report for this run -- one
      * line per court or agency with the total withheld for it.
           select garnRemitFile assign to dynamic
           xGarnRemitFileName
           organization is line sequential.

      * Plan-administrator remittance extract: one line per employee
      * the employer match owed on it -- so the plan administrator
      * gets a file instead of the figures being rekeyed on their
      * portal from a spreadsheet.
           select remit401kFile assign to dynamic x401kFileName
           organization is line sequential.

      * One totals record per run -- what this run believes it read,
           "Payroll.bankacct.txt"
           organization is line sequential.

           select checkPayFile assign to dynamic xCheckPayFileName
           organization is line sequential.

      * Next check number to use, carried forward run to run the
      * positive-pay extract (check number, amount, payee) in the
      * fixed format the bank accepts -- the check-paid side's
      * equivalent of Payroll-01-bankfile.txt.
           select checkRegisterFile assign to dynamic
           xCheckRegFileName
           organization is line sequential.

           select posPayFile assign to dynamic xPosPayFileName
           organization is line sequential.

      * Every check ever issued, with its wages and withholdings, so
      * Payroll-19 can void it (and reverse what it booked) or
      * reissue it long after this run's register has rolled over.
      * Work-file-and-merge, like the archives, so a restart cannot
      * post a check twice.
           select optional checkHistFile assign to
           "Payroll.checkhist.txt"
           organization is line sequential.

           select checkHistWorkFile assign to
           "Payroll-01-checkhist.work.txt"
           organization is line sequential.

      * Every insurance premium withheld, one dated line per 'I'
      * election taken, with its plan code -- appended run after run
      * so Payroll-29 can match a month's withholding against the
      * carriers' bills. Work-file-and-merge, like the archives
      * above.
           select optional insArchiveFile assign to
           "Payroll.insarchive.txt"
           organization is line sequential.

           select insArcWorkFile assign to
           "Payroll-01-insarchive.work.txt"
           organization is line sequential.

      * Every run's pay stubs, kept by period end and employee so a
      * past stub can be reprinted (EmployeeStubs serves them to the
      * employee). The stub file itself is the work file: it is
      * rewritten whole on a restart and merged here only at clean
      * completion, like the archives above.
           select optional stubArchiveFile assign to
           "Payroll.stubarchive.txt"
           organization is line sequential.

      * Shared department master (number, name, manager, GL expense
      * account) -- the one place department names and account
      * mappings live, read here for the subtotal lines and the GL
      * extract instead of inventing "DEPT 3" and 50000-plus-department.
           select optional deptFile assign to "Departments.txt"
           organization is line sequential.

      * Optional cost-center code (edited by Payroll-00); blank
      * means the hours belong to the home department.
           05 xCostCenterIn    pic xx.
      * Shift worked (edited by Payroll-00): blank or '1' day, '2'
      * second (evening), '3' third (night). Second- and third-
      * shift worked hours earn the department's differential.
           05 xShiftCodeIn     pic x.

       fd  masterFile.
       01  xInput.
           05 nDeptNum         pic 99.
           05 nEmpNumMstr      pic 9999.
           05 xLastName      pic x(20).
           05 xFirstName     pic x(20).
      * Work state for state-tax withholding, since remote staff
      * now work from several states. Maintained by Payroll-02.
           05 xWorkState     pic xx.
      * Mailing address for employee notices; maintained by
      * Payroll-02.
           05 xMailStreet    pic x(30).
           05 xMailCity      pic x(20).
           05 xMailState     pic xx.
           05 xMailZip       pic x(10).

       fd  outFile.
       01  xOutput          pic x(100).
           05 nRatePctSr        pic 99v999.
           05 nGlAcctSr         pic 9(5).

      * xMethodSd 'C' prices nRateSd as dollars and cents per
      * hour, 'P' as a percent of the employee's base hourly rate.
       fd  shiftDiffFile.
       01  xShiftDiffRecord.
           05 nDeptNumSd        pic 99.
           05 xShiftSd          pic x.
           05 xMethodSd         pic x.
           05 nRateSd           pic 99v99.

       fd  ytdFile.
       01  xYtdRecord.
           05 nEmpNumYtd        pic 9999.
           05 nYtdNetIn         pic 9(7)v99.
           05 nYtdTaxesIn       pic 9(7)v99.
           05 nYtd401kIn        pic 9(7)v99.
      * Imputed income to date, already inside nYtdGrossIn.
           05 nYtdImputedIn     pic 9(7)v99.

      * One deposit per employee with a validated account: the real
      * routing/account data the bank needs, not a padded employee
           05 nAmountBa         pic 9(5)v99.
      * xPrenoteBa runs 'N' (new) -> 'P' (prenote sent, dated in
      * nPrenoteDateBa) -> 'Y' (validated) under the Payroll-13
      * prenote cycle; only 'Y' accounts take real money. 'H' is an
      * account Payroll-28 is holding for callback verification.
           05 nPrenoteDateBa    pic 9(8).

       fd  checkPayFile.
       fd  checkRegisterFile.
       01  xCheckRegLine        pic x(80).

      * Issue code: 'I' issued, 'V' void (sent by Payroll-19).
       fd  posPayFile.
       01  xPosPayRecord.
           05 nPpCheckNum       pic 9(6).
           05 nPpAmount         pic 9(7)v99.
           05 xPpPayee          pic x(30).
           05 nPpDate           pic 9(8).
           05 xPpIssueCode      pic x.

       fd  checkHistFile.
       01  xCheckHistLine       pic x(155).

      * Source: 'R' regular run, 'O' off-cycle, 'B' bank-return
      * replacement, 'X' reissue. Status: 'I' issued, 'V' voided,
      * 'R' voided and reissued (see nChReplacedBy).
       fd  checkHistWorkFile.
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

       fd  checkpointFile.
       01  xCheckpointRecord    pic 9(7).
           05 nCkptHoursWk1     pic 999.
           05 nCkptHoursWk2     pic 999.
           05 nCkptPayoutHours  pic 999.
           05 nCkptShiftWk1     pic 9(5)v99.
           05 nCkptShiftWk2     pic 9(5)v99.
           05 nCkptShiftHours   pic 999.

      * One debit/credit pair per department: the department's wage
      * expense account is debited, the shared wages-payable control
      * account is credited, both for the department's gross pay.
       fd  glFile.
       01  xGlRecord.
           05 xGlDeptNum        pic 99.
           05 xGlDebitAcct      pic 9(5).
           05 xGlDebitAmount    pic 9(7)v99.
           05 xGlCreditAcct     pic 9(5).
       fd  stubFile.
       01  xStubLine            pic x(80).

       fd  stubArchiveFile.
       01  xStubArchiveRecord.
           05 nStubArcPeriod    pic 9(8).
           05 nStubArcEmpNum    pic 9999.
           05 xStubArcText      pic x(80).

       fd  settleFile.
       01  xSettleRecord.
           05 nStlEmpNum           pic 9999.
           05 nStlUsdAmount        pic 9(9)v99.

       fd  commissionFile.
       01  xCommissionRecord.
           05 nCmEmpNum            pic 9999.
           05 nCmAmount            pic 9(5)v99.
           05 nCmPeriod            pic 9(8).

       fd  imputedFile.
       01  xImputedRecord.
           05 nImEmpNum            pic 9999.
           05 nImMiles             pic 9(5).
           05 nImAmount            pic 9(5)v99.
           05 nImPeriod            pic 9(8).

       fd  glArchiveFile.
       01  xGlArchiveLine       pic x(47).

       fd  glArcWorkFile.
       01  xGlArchiveRecord.
           05 nGaDate           pic 9(8).
           05 filler            pic x               value spaces.
           05 nGaDeptNum        pic 99.
           05 nGaDebitAcct      pic 9(5).
           05 nGaDebitAmount    pic 9(7)v99.
           05 nGaCreditAcct     pic 9(5).
       01  xLaborDistRecord.
           05 nLdrEmpNum        pic 9999.
           05 filler            pic x               value spaces.
           05 nLdrDeptNum       pic 99.
           05 filler            pic x               value spaces.
           05 xLdrCostCenter    pic xx.
           05 filler            pic x               value spaces.
           05 nLdrPeriod        pic 9(8).

       fd  taxArchiveFile.
       01  xTaxArchiveLine      pic x(59).

      * Run type (blank on a regular run) and net pay follow the
      * withholdings, so Payroll-20 can compare net run to run; the
      * overtime premium (the half-time over straight time, shift
      * differential share included) is last, for the workers' comp
      * report to back out of gross.
       fd  taxArcWorkFile.
       01  xTaxArchiveRecord.
           05 nTaxArcDate       pic 9(8).
           05 nTaxArcFed        pic 9(5)v99.
           05 nTaxArcState      pic 9(5)v99.
           05 nTaxArcFica       pic 9(5)v99.
           05 xTaxArcRunType    pic x.
           05 nTaxArcNet        pic 9(7)v99.
           05 nTaxArcOtPrem     pic 9(5)v99.

       fd  garnishFile.
       01  xGarnishRecord.
           05 nTotalGo          pic 9(7)v99.
           05 nToDateGo         pic 9(7)v99.

       fd  insArchiveFile.
       01  xInsArchiveLine      pic x(31).

       fd  insArcWorkFile.
       01  xInsArchiveRecord.
           05 nInsArcDate       pic 9(8).
           05 nInsArcEmpNum     pic 9999.
           05 xInsArcPlan       pic x(4).
           05 nInsArcAmount     pic 9(5)v99.
           05 nInsArcPeriod     pic 9(8).

       fd  garnRemitFile.
       01  xGarnRemitLine       pic x(80).

           05 xFilingStatusTp   pic x.
           05 nAllowancesTp     pic 99.
           05 nExtraWhTp        pic 999v99.
      * Effective dating (maintained by Payroll-27): a profile
      * applies when the as-of date falls on or after nEffDateTp and
      * before nEndDateTp; zeros or blanks are open-ended.
           05 nEffDateTp        pic 9(8).
           05 nEndDateTp        pic 9(8).

      * xDdTypeDd '4' is a 401k election (nDdPctDd percent of gross),
      * 'I' an insurance plan (flat nDdAmtDd per period), 'G' a
           05 nDdPriorityDd     pic 9.
           05 nDdEffDateDd      pic 9(8).
           05 nDdEndDateDd      pic 9(8).
      * Insurance plan code on an 'I' election (see
      * Payroll.insplans.txt) -- what the carrier bills under; blank
      * on other types.
           05 xDdPlanDd         pic x(4).

       fd  leaveFile.
       01  xLeaveRecord.

       fd  accrualFile.
       01  xAccrualRecord.
           05 nDeptNumAc        pic 99.
           05 nVacAccrualAc     pic 99v99.
           05 nSickAccrualAc    pic 99v99.


       fd  deptFile.
       01  xDeptRecord.
           05 nDeptNumD         pic 99.
           05 xDeptNameD        pic x(20).
           05 xDeptMgrD         pic x(20).
           05 nDeptGlAcctD      pic 9(5).
           05 nCtlCheckTotal    pic 9(9)v99.
           05 nCtlBankCount     pic 9(5).
           05 nCtlChkCount      pic 9(5).
      * Exception lines for imputed income that had no check; they
      * are not transaction exceptions.
           05 nCtlImpExcCount   pic 9(4).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
      * Trial mode prices every transaction exactly as the live run
      * does but writes only the preview files below: nothing is
      * posted, rolled forward, consumed, or checkpointed, and the
      * period stays open. The names default to the live files.
       77  xTrialRun           pic x               value 'n'.
       77  xRunLogName         pic x(15)           value 'Payroll-01'.
       77  xOutFileName        pic x(40)
                                value 'Payroll-01-output.txt'.
       77  xExceptFileName     pic x(40)
                                value 'Payroll-01-exceptions.txt'.
       77  xBankFileName       pic x(40)
                                value 'Payroll-01-bankfile.txt'.
       77  xGlFileName         pic x(40)
                                value 'Payroll-01-gl.txt'.
       77  xStubFileName       pic x(40)
                                value 'Payroll-01-paystubs.txt'.
       77  xLeaveRptFileName   pic x(40)
                                value 'Payroll-01-leave-report.txt'.
       77  xLaborFileName      pic x(40)
                                value 'Payroll-01-labordist.txt'.
       77  xTaxWorkFileName    pic x(40)
                                value 'Payroll-01-taxarchive.work.txt'.
       77  xGarnRemitFileName  pic x(40)
                                value 'Payroll-01-garnish-remit.txt'.
       77  x401kFileName       pic x(40)
                                value 'Payroll-01-401k.txt'.
       77  xCheckPayFileName   pic x(40)
                                value 'Payroll-01-checkpay.txt'.
       77  xCheckRegFileName   pic x(40)
                                value 'Payroll-01-checkregister.txt'.
       77  xPosPayFileName     pic x(40)
                                value 'Payroll-01-positivepay.txt'.

       77  nCheckpointCount    pic 9(7)            value 0.
       77  nCheckpointInterval pic 999              value 50.
       77  nTxRecordCount      pic 9(7)            value 0.
       77  nGlPayableAcct      pic 9(5)            value 20000.

      * Liability accounts for the amounts withheld from employees,
      * and the employer FICA match expense (59000 + dept number)
      * posted against the same FICA liability -- so Finance books
      * the whole payroll entry from this one extract.
       77  nGlFedLiabAcct      pic 9(5)            value 21000.

      * 401k plan liability, owed to the plan administrator: the
      * employee deferral moves there out of the wages payable, and
      * the company match (58000 + dept number, mirroring the 59000
      * employer-FICA convention) is booked as expense against it.
      * The match is 50 cents on the dollar up to 6 percent of
      * gross, per the plan document Finance issues.
       77  nGlReimbExpAcct     pic 9(5)            value 56000.
       77  nDeptReimbTotal     pic 9(7)v99         value 0.
       77  nSettleCount        pic 999             value 0.
      * Commission is wages, but on its own expense account per
      * department rather than the department wage account.
       77  nGlCommissionBase   pic 9(5)            value 54000.
       77  nDeptCommTotal      pic 9(7)v99         value 0.
       77  nCommissionCount    pic 999             value 0.
      * Gross less imputed income: the wages actually paid, which
      * is what percent elections, the 401k match, labor
      * distribution, the check history, and the GL are built on.
       77  nCashGross          pic 9(5)v99         value 0.
       77  nDeptImputedTotal   pic 9(7)v99         value 0.
       77  nImputedCount       pic 9(7)v99         value 0.
       77  nDeptFedTotal       pic 9(7)v99         value 0.
       77  nDeptStateTotal     pic 9(7)v99         value 0.
       77  nDeptFicaTotal      pic 9(7)v99         value 0.
               10 nSrRatePctT      pic 99v999     value 0.
               10 nSrGlAcctT       pic 9(5)       value 0.

      * Shift differential rates by department and shift (row 1 is
      * second shift, row 2 third), the premium the week's worked
      * hours carried, and its GL expense account (55000 + dept
      * number, alongside the 58000/59000 employer conventions).
       77  nGlShiftDiffBase    pic 9(5)            value 55000.
       77  nShiftSub           pic 9               value 0.
       77  nShiftDiffAmt       pic 9(5)v99         value 0.
       77  nShiftPay           pic 9(5)v99         value 0.
       77  nShiftOTShare       pic 9(5)v99         value 0.
       77  nShiftOTPrem        pic 9(5)v99         value 0.
       77  nWkShiftWork        pic 9(5)v99         value 0.
       77  nWkOTHours          pic 999             value 0.
       77  nWorkWeekNum        pic 9               value 1.
       77  nDeptShiftTotal     pic 9(7)v99         value 0.

       01  xShiftDiffTable.
           05 xShiftDeptElement occurs 99 times.
               10 xShiftElement occurs 2 times.
                   15 xShMethodT       pic x          value space.
                   15 nShRateT         pic 99v99      value 0.

      * This department's state withholding broken out by state rate
      * table row, so the GL extract can split the state liability
      * by state for remittance.
           05 nPcFicaAmt       pic 9(5)v99         value 0.

       77  nNetCount           pic 9(7)v99         value 0.
       77  xOldDeptNum         pic 99              value 0.
       77  nDeptCount          pic 99              value 0.
       77  nDeptHoursTotal     pic 9(5)            value 0.
       77  nDeptGrossTotal     pic 9(7)v99         value 0.
       77  xEofFlagTX          pic x               value 'n'.
       77  xEofFlagMaster      pic x               value 'n'.
       77  nStubArcEmpWork     pic 9999            value 0.
       77  xMatchFound         pic x               value 'n'.
       77  nExceptionCount     pic 999             value 0.
      * Imputed-income rows for the period with no check to ride on.
       77  nImputedExcCount    pic 999             value 0.
       77  xImputedPaid        pic x               value 'n'.
       77  nCounter            pic 999             value 0.
       77  nTotalHours         pic 9(5)            value 0.
       77  nGrossPay           pic 9(5)v99         value 0.
               10 nDdPriorityD     pic 9.
               10 nDdEffDateD      pic 9(8).
               10 nDdEndDateD      pic 9(8).
               10 xDdPlanD         pic x(4).

      * The deductions actually taken from the employee being paid,
      * captured as they are applied so the stub can itemize them.
               10 nAppliedAmtA     pic 9(5)v99.

       77  xTaking401k         pic x               value 'n'.
       77  xTakingIns          pic x               value 'n'.
       77  xElectionActive     pic x               value 'y'.
       77  xTakingGarn         pic x               value 'n'.
       77  nGarnOrderCount     pic 999             value 0.
       77  nDepositAmt         pic 9(7)v99         value 0.
       77  nBankLineCount      pic 9(5)            value 0.

      * Detail totals for the outbound files' trailers: amount and
      * hash (routing numbers on the bank file, check numbers on
      * positive pay, employee numbers on the 401k remittance, order
      * counts on the garnishment remittance).
       77  nBankAmountSum      pic 9(9)v99         value 0.
       77  nBankHashSum        pic 9(15)           value 0.
       77  nPosPayCount        pic 9(6)            value 0.
       77  nPosPayAmountSum    pic 9(9)v99         value 0.
       77  nPosPayHashSum      pic 9(15)           value 0.
       77  n401kRemitCount     pic 9(6)            value 0.
       77  n401kAmountSum      pic 9(9)v99         value 0.
       77  n401kHashSum        pic 9(15)           value 0.
       77  nGarnRemitLines     pic 9(6)            value 0.
       77  nGarnAmountSum      pic 9(9)v99         value 0.
       77  nGarnHashSum        pic 9(15)           value 0.

       01  xBankTable.
           05 xBankElement occurs 500 times.
               10 nBtEmpNum        pic 9999.
           05 filler           pic x(6)            value ' total'.

       77  xRunDate            pic 9(8)            value 0.
      * Date the withholding profile must be in effect on.
       77  nProfileAsOf        pic 9(8)            value 0.
       77  xProfileActive      pic x               value 'n'.

      * One working-file exception: status 'O' (open) until a
      * Payroll-09 correction clears it.
               depending on nMasterCount
               ascending key is nEmpNumM
               indexed by masterIdx.
               10 nDeptNumM        pic 99.
               10 nEmpNumM         pic 9999.
               10 xLastNameM       pic x(20).
               10 xFirstNameM      pic x(20).
               10 nHoursWk1M       pic 999        value 0.
               10 nHoursWk2M       pic 999        value 0.
               10 nPayoutHoursM    pic 999        value 0.
               10 nShiftWk1M       pic 9(5)v99    value 0.
               10 nShiftWk2M       pic 9(5)v99    value 0.
               10 nShiftHoursM     pic 999        value 0.
               10 nVacHoursM       pic 999        value 0.
               10 nSickHoursM      pic 999        value 0.
               10 nHolHoursM       pic 999        value 0.
               10 nYtdTaxesM       pic 9(7)v99    value 0.
               10 nYtd401kM        pic 9(7)v99    value 0.
               10 nReimburseM      pic 9(7)v99    value 0.
               10 nCommissionM     pic 9(7)v99    value 0.
               10 nImputedM        pic 9(5)v99    value 0.
               10 nYtdImputedM     pic 9(7)v99    value 0.
      * xHasBankM: the employee has at least one account on file;
      * xPrenoteM: their remainder account is validated ('Y'), the
      * gate for paying by deposit at all. The accounts themselves
               10 xFilingStatusM   pic x          value 'S'.
               10 nAllowancesM     pic 99         value 0.
               10 nExtraWhM        pic 999v99     value 0.
      * Set when the output pass writes the employee a pay line.
               10 xPaidLineM       pic x          value 'n'.

       01  xOutputDetail.
           05 neDeptNum        pic 99.
           05 filler           pic x(3)            value spaces.
           05 neEmpNum         pic 9999.
           05 filler           pic x(4)            value spaces.
           05 xEmpName         pic x(20).
       01  xDeptSubtotal.
           05 filler           pic x(4)            value 'DEPT'.
           05 filler           pic x               value spaces.
           05 neDeptSubDept    pic 99.
           05 filler           pic x               value spaces.
           05 xDeptSubName     pic x(14)           value spaces.
           05 filler           pic x               value spaces.
           05 neHolHoursTotal  pic zz,zz9.

      * Department names and GL expense accounts from the shared
      * department master, indexed by the department number. The
      * defaults cover a department with no row yet: the old "DEPT n"
      * wording and 50000-plus-department account.
       01  xDeptTable.
           05 xDeptElement occurs 99 times.
               10 xDeptNameT       pic x(20)      value spaces.
               10 nDeptGlAcctT     pic 9(5)       value 0.

      * Payroll.accrual.txt. A department with no row accrues
      * nothing, which is how contractors' departments behave.
       01  xAccrualTable.
           05 xAccrualElement occurs 99 times.
               10 nVacAccrualD     pic 99v99      value 0.
               10 nSickAccrualD    pic 99v99      value 0.

           05 filler           pic x(2)            value spaces.
           05 xStubName        pic x(22).
           05 filler           pic x(5)            value 'DEPT '.
           05 neStubDept       pic 99.

       01  xStubHoursLine.
           05 filler           pic x(10)           value 'REG HRS   '.
           05 filler           pic x(3)            value spaces.
           05 filler           pic x(4)            value 'HOL '.
           05 neStubHolHours   pic zz9.
           05 filler           pic x(3)            value spaces.
           05 filler           pic x(6)            value 'SHIFT '.
           05 neStubShiftHours pic zz9.

       01  xStubAmountLine.
           05 xStubLabel       pic x(22).

           copy "busdate-workingstorage.cbl".

           copy "outbound-workingstorage.cbl".

       procedure division.
       000-main.
           perform 101-ask-run-mode.
           move xRunLogName to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-loop until xEofFlagTX = 'y'.
           perform 300-termination.
           stop run.       

      * Live or trial. The nightly chain answers N; a trial is run
      * by hand ahead of it, and Payroll-20 then reviews the preview
      * against the last paid run.
       101-ask-run-mode.
           display "Trial run -- preview files only, nothing posted "
           "(Y/N)? " with no advancing.
           accept xTrialRun.
           if xTrialRun = "Y" or xTrialRun = "y"
               move "y" to xTrialRun
               move "Payroll-01T" to xRunLogName
               move "Payroll-01-preview-output.txt" to xOutFileName
               move "Payroll-01-preview-exceptions.txt" to
               xExceptFileName
               move "Payroll-01-preview-bankfile.txt" to
               xBankFileName
               move "Payroll-01-preview-gl.txt" to xGlFileName
               move "Payroll-01-preview-paystubs.txt" to
               xStubFileName
               move "Payroll-01-preview-leave-report.txt" to
               xLeaveRptFileName
               move "Payroll-01-preview-labordist.txt" to
               xLaborFileName
               move "Payroll-01-preview-taxarchive.txt" to
               xTaxWorkFileName
               move "Payroll-01-preview-garnish-remit.txt" to
               xGarnRemitFileName
               move "Payroll-01-preview-401k.txt" to x401kFileName
               move "Payroll-01-preview-checkpay.txt" to
               xCheckPayFileName
               move "Payroll-01-preview-checkregister.txt" to
               xCheckRegFileName
               move "Payroll-01-preview-positivepay.txt" to
               xPosPayFileName
           else
               move "n" to xTrialRun
           end-if.

      * Open Transaction File
       100-initialization.
           perform 102-check-period.
           open output checkPayFile.
           open output checkRegisterFile.
           open output posPayFile.
           open output checkHistWorkFile.
           open output insArcWorkFile.
           open output laborDistFile.
           perform 123-read-check-number.
           write xCheckRegLine from xCheckRegHeading.
           if xTrialRun = "n"
               open extend exceptWorkFile
           end-if.
           open output taxArcWorkFile.
           perform 105-load-master.
           perform 107-load-rates.
           perform 1075-load-state-rates.
           perform 1077-load-shift-diffs.
           perform 108-load-ytd.
           perform 111-load-tax-profiles.
           perform 113-load-leave.
           perform 1165-load-garnish-orders.
           perform 118-load-bank-accounts.
           perform 1185-load-settlements.
           perform 1187-load-commissions.
           perform 1183-load-imputed.
           perform 121-load-departments.
           if xTrialRun = "n"
               perform 103-restore-checkpoint
               perform 104-skip-processed
           end-if.
           if xPeriodOnFile = "y"
               move nPeriodEnd to nePeriodEndOut
               write xOutput from xPeriodHeading before advancing 1
                   display "NOTE: pay period ending " nPeriodEnd
                   " is already marked PAID -- nothing to pay "
                   "tonight; waiting for the next period to open."
                   if xTrialRun = "n"
                       open output controlFile
                       close controlFile
                   end-if
                   move xRunLogName to xRunLogProgram
                   move 0 to nRunLogRecCount
                   move "COMPLETE" to xRunLogStatus
                   perform 9000-write-runlog
                   end-if,
               end-read.

       1077-load-shift-diffs.
           open input shiftDiffFile.
           perform 1078-next-shift-diff until xEofFlagMaster = "y".
           close shiftDiffFile.
           move "n" to xEofFlagMaster.

      * Only second ('2') and third ('3') shift rows mean anything;
      * day shift pays the base rate.
       1078-next-shift-diff.
           read shiftDiffFile
               at end
                   move "y" to xEofFlagMaster,
               not at end
                   if nDeptNumSd > 0
                       and (xShiftSd = "2" or xShiftSd = "3")
                       and (xMethodSd = "C" or xMethodSd = "P")
                       and nRateSd numeric
                       if xShiftSd = "2"
                           move 1 to nShiftSub
                       else
                           move 2 to nShiftSub
                       end-if,
                       move xMethodSd to
                       xShMethodT(nDeptNumSd, nShiftSub),
                       move nRateSd to
                       nShRateT(nDeptNumSd, nShiftSub)
                   end-if,
               end-read.

      * Bring forward whatever year-to-date totals exist for each
      * employee before this period's activity is added to them.
       108-load-ytd.
                           move nYtdNetIn to nYtdNetM(nSearchSub)
                           move nYtdTaxesIn to nYtdTaxesM(nSearchSub)
                           move nYtd401kIn to nYtd401kM(nSearchSub)
                           if nYtdImputedIn numeric
                               move nYtdImputedIn to
                               nYtdImputedM(nSearchSub)
                           end-if
                           move nMasterCount to nSearchSub
                       end-if
                   end-perform,
      * Attach each employee's withholding profile to their master
      * table row, the same way 108-load-ytd attaches the running
      * totals. A missing file or missing row just leaves the
      * flat-rate defaults in place. Only the profile in effect for
      * the period end (the run date with no period on file) is
      * attached, so a W-4 handed in mid-period prices the right
      * check.
       111-load-tax-profiles.
           move nPeriodEnd to nProfileAsOf.
           if xPeriodOnFile = "n" or nPeriodEnd = 0
               move xRunDate to nProfileAsOf
           end-if.
           open input taxProfileFile.
           perform 112-next-tax-profile until xEofFlagMaster = "y".
           close taxProfileFile.
               at end
                   move "y" to xEofFlagMaster,
               not at end
                   perform 1125-check-profile-dates,
                   if xProfileActive = "y"
                       perform 1127-attach-profile
                   end-if,
               end-read.

       1125-check-profile-dates.
           move "y" to xProfileActive.
           if nEffDateTp numeric and nEffDateTp > 0
               and nProfileAsOf < nEffDateTp
               move "n" to xProfileActive
           end-if.
           if nEndDateTp numeric and nEndDateTp > 0
               and nProfileAsOf >= nEndDateTp
               move "n" to xProfileActive
           end-if.

       1127-attach-profile.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nMasterCount
               if nEmpNumTp = nEmpNumM(nSearchSub)
                   move "y" to xHasProfileM(nSearchSub)
                   move xFilingStatusTp to xFilingStatusM(nSearchSub)
                   move nAllowancesTp to nAllowancesM(nSearchSub)
                   move nExtraWhTp to nExtraWhM(nSearchSub)
                   move nMasterCount to nSearchSub
               end-if
           end-perform.

      * Attach each employee's banked vacation/sick balance to their
      * master table row, so keyed leave usage can be checked against
      * what they actually have.
                       move nDdAmtDd to nDdAmtD(nDeductCount),
                       move nDdPriorityDd to nDdPriorityD(nDeductCount),
                       move nDdEffDateDd to nDdEffDateD(nDeductCount),
                       move nDdEndDateDd to nDdEndDateD(nDeductCount),
                       move xDdPlanDd to xDdPlanD(nDeductCount)
                   end-if,
               end-read.

                   end-perform,
               end-read.

      * An employee can have more than one posting waiting (a missed
      * run, or a second Payroll-30 pass); they add up.
       1187-load-commissions.
           open input commissionFile.
           perform 1188-next-commission until xEofFlagMaster = "y".
           close commissionFile.
           move "n" to xEofFlagMaster.

       1188-next-commission.
           read commissionFile
               at end
                   move "y" to xEofFlagMaster,
               not at end
                   add 1 to nCommissionCount,
                   perform varying nSearchSub from 1 by 1
                       until nSearchSub > nMasterCount
                       if nCmEmpNum = nEmpNumM(nSearchSub)
                           add nCmAmount to
                           nCommissionM(nSearchSub)
                           move nMasterCount to nSearchSub
                       end-if
                   end-perform,
               end-read.

      * With no period on file there is no period end to match the
      * extract against, so imputed income waits for a run that has
      * one.
       1183-load-imputed.
           if xPeriodOnFile = "n"
               exit paragraph
           end-if.
           open input imputedFile.
           perform 1184-next-imputed until xEofFlagMaster = "y".
           close imputedFile.
           move "n" to xEofFlagMaster.

       1184-next-imputed.
           read imputedFile
               at end
                   move "y" to xEofFlagMaster,
               not at end
                   if nImPeriod = nPeriodEnd
                       perform varying nSearchSub from 1 by 1
                           until nSearchSub > nMasterCount
                           if nImEmpNum = nEmpNumM(nSearchSub)
                               add nImAmount to nImputedM(nSearchSub)
                               move nMasterCount to nSearchSub
                           end-if
                       end-perform
                   end-if,
               end-read.

       121-load-departments.
           open input deptFile.
           perform 122-next-department until xEofFlagMaster = "y".
                               nHoursWk2M(nSearchSub)
                               move nCkptPayoutHours to
                               nPayoutHoursM(nSearchSub)
                               move nCkptShiftWk1 to
                               nShiftWk1M(nSearchSub)
                               move nCkptShiftWk2 to
                               nShiftWk2M(nSearchSub)
                               move nCkptShiftHours to
                               nShiftHoursM(nSearchSub)
                               move nMasterCount to nSearchSub
                           end-if
                       end-perform
      * so a restart after an abend has to redo at most one interval's
      * worth of transactions instead of the whole file.
       205-checkpoint.
           if xTrialRun = "y"
               exit paragraph
           end-if.
           if function mod(nTxRecordCount, nCheckpointInterval) = 0
               open output checkpointFile
               move nTxRecordCount to xCheckpointRecord
               move nHoursWk1M(nOutSub) to nCkptHoursWk1
               move nHoursWk2M(nOutSub) to nCkptHoursWk2
               move nPayoutHoursM(nOutSub) to nCkptPayoutHours
               move nShiftWk1M(nOutSub) to nCkptShiftWk1
               move nShiftWk2M(nOutSub) to nCkptShiftWk2
               move nShiftHoursM(nOutSub) to nCkptShiftHours
               write xCheckpointStateRecord
           end-perform
           close checkpointStateFile.
                   if xCostCenterIn not = spaces
                       perform 217-note-cost-center
                   end-if
                   if xShiftCodeIn = "2" or xShiftCodeIn = "3"
                       perform 218-note-shift-diff
                   end-if
               when "V"
                   compute nLeaveUseCheck =
                       nVacHoursM(nMatchedSub) + nHoursWorked
      * hours land in week one, which reproduces the old
      * whole-period behavior.
       216-bucket-worked-week.
           move 1 to nWorkWeekNum.
           if xPeriodOnFile not = "y" or nWorkDateIn = 0
               add nHoursWorked to nHoursWk1M(nMatchedSub)
               exit paragraph
           compute nDateAgeDays = nPeriodEndInt - nWorkDateInt.
           if nDateAgeDays >= 0 and nDateAgeDays < 7
               add nHoursWorked to nHoursWk2M(nMatchedSub)
               move 2 to nWorkWeekNum
           else
               add nHoursWorked to nHoursWk1M(nMatchedSub)
           end-if.

      * Price the differential these second- or third-shift hours
      * earn at the home department's rate, into the same work week
      * the hours landed in -- the week's premium feeds that week's
      * overtime regular rate. Salaried pay ignores it.
       218-note-shift-diff.
           if nDeptNumM(nMatchedSub) = 0
               exit paragraph
           end-if.
           if xShiftCodeIn = "2"
               move 1 to nShiftSub
           else
               move 2 to nShiftSub
           end-if.
           evaluate xShMethodT(nDeptNumM(nMatchedSub), nShiftSub)
               when "C"
                   compute nShiftDiffAmt rounded = nHoursWorked
                       * nShRateT(nDeptNumM(nMatchedSub), nShiftSub)
               when "P"
                   compute nShiftDiffAmt rounded = nHoursWorked
                       * nPayRateM(nMatchedSub)
                       * nShRateT(nDeptNumM(nMatchedSub), nShiftSub)
                       / 100
               when other
                   exit paragraph
           end-evaluate.
           add nHoursWorked to nShiftHoursM(nMatchedSub).
           if nWorkWeekNum = 2
               add nShiftDiffAmt to nShiftWk2M(nMatchedSub)
           else
               add nShiftDiffAmt to nShiftWk1M(nMatchedSub)
           end-if.

      * Remember how many worked hours this employee charged to
      * each non-home cost center, for the labor distribution split.
       217-note-cost-center.
      * item, so Payroll-09 can track whether it ever got corrected
      * and age the ones that didn't.
       2295-write-exception-work.
           if xTrialRun = "y"
               exit paragraph
           end-if.
           move xRunDate to nExwDate.
           move nEmpNumIn to xExwEmpNum.
           move nHoursWorked to xExwHours.
           else
               perform 231-generate-hourly
           end-if.
      * Commission rides on top of either, taxed like any wage.
           add nCommissionM(nOutSub) to nGrossPay.
           move nGrossPay to nCashGross.
           add nImputedM(nOutSub) to nGrossPay.

           move nRegHours to neRegHours.
           move nOTHours to neOTHours.
       231-generate-hourly.
           move 0 to nRegHours.
           move 0 to nOTHours.
           move 0 to nShiftPay.
           move 0 to nShiftOTPrem.
           move nHoursWk1M(nOutSub) to nWkHoursWork.
           move nShiftWk1M(nOutSub) to nWkShiftWork.
           perform 2315-split-one-week.
           move nHoursWk2M(nOutSub) to nWkHoursWork.
           move nShiftWk2M(nOutSub) to nWkShiftWork.
           perform 2315-split-one-week.
           add nPayoutHoursM(nOutSub) to nRegHours.

      * The shift differential is part of the regular rate for
      * overtime: the week's premium spread over all its worked
      * hours, with the overtime hours earning the extra half of
      * that share on top of the straight premium itself.
       2315-split-one-week.
           if nWkHoursWork > 40
               add 40 to nRegHours
           else
               add nWkHoursWork to nRegHours
           end-if.
           if nWkShiftWork > 0
               add nWkShiftWork to nShiftPay
               if nWkHoursWork > 40
                   compute nWkOTHours = nWkHoursWork - 40
                   compute nShiftOTShare rounded =
                       nWkShiftWork * nWkOTHours * 0.5 / nWkHoursWork
                   add nShiftOTShare to nShiftPay
                   add nShiftOTShare to nShiftOTPrem
               end-if
           end-if.

      * Computed into the unedited field first -- a gross over 999.99
      * used to land straight in the narrower edited field and lose
               + (nHolHoursM(nOutSub) * nPayRateM(nOutSub)
                   * nHolidayPayFactor).
           add nLeavePayAmt to nGrossPay.
           add nShiftPay to nGrossPay.

      * A salaried employee's gross is the per-period salary from
      * the master, whatever was keyed; the hours columns still show
      * any keyed time so the register reads honestly.
       232-generate-salaried.
           move 0 to nShiftPay.
           move 0 to nShiftOTPrem.
           move nHoursAccumM(nOutSub) to nRegHours.
           move 0 to nOTHours.
           move nSalaryM(nOutSub) to nGrossPay.
           move nPcFedAmt to nFedAmt.
           move nPcStateAmt to nStateAmt.
           move nPcFicaAmt to nFicaAmt.
           compute nNetPay = nCashGross - nFedAmt - nStateAmt
               - nFicaAmt - nBenefitAmt.
           if nNetPay < 0
               move 0 to nNetPay
           add nEmpTotalHours to nYtdHoursM(nOutSub).
           add nGrossPay to nYtdGrossM(nOutSub).
           add nNetPay to nYtdNetM(nOutSub).
           add nImputedM(nOutSub) to nYtdImputedM(nOutSub).
      * YTD taxes-and-deductions is gross minus net -- but net now
      * carries the expense reimbursement, which is repayment, not
      * withholding, so it is backed out. The reimbursement joins
      * the total BEFORE net is subtracted, or a reimbursement
      * bigger than the check's withholdings would drive this
      * unsigned figure through zero on the way. Imputed income
      * was never in the check to be withheld from, so it is left
      * out by starting from the wages actually paid.
           add nCashGross to nYtdTaxesM(nOutSub).
           add nReimburseM(nOutSub) to nYtdTaxesM(nOutSub).
           subtract nNetPay from nYtdTaxesM(nOutSub).
           add nEmp401kDeferral to nYtd401kM(nOutSub).
           move nPeriodEnd to xBankPeriod.
           write xBankRecord.
           add 1 to nBankLineCount.
           add nDepositAmt to nBankAmountSum.
           add nBtRouting(nBankSub) to nBankHashSum.

      * hasn't cleared yet. Listed for a manual check instead of
      * sending the bank a record it cannot route.
           move nNetPay to nPpAmount.
           move xCkpName to xPpPayee.
           move xRunDate to nPpDate.
           move "I" to xPpIssueCode.
           write xPosPayRecord.
           add 1 to nPosPayCount.
           add nNetPay to nPosPayAmountSum.
           add nNextCheckNum to nPosPayHashSum.
           perform 2371-note-check-history.
           add 1 to nNextCheckNum.

      * The check's history row carries what it booked -- wages,
      * withholdings, deferral, match, reimbursement, and the state
      * liability account -- so a void can reverse exactly that.
       2371-note-check-history.
           move nNextCheckNum to nChCheckNum.
           move nEmpNumM(nOutSub) to nChEmpNum.
           move xCkpName to xChPayee.
           move xRunDate to nChIssueDate.
           move nNetPay to nChNetAmt.
           move nCashGross to nChGross.
           move nFedAmt to nChFed.
           move nStateAmt to nChState.
           move nFicaAmt to nChFica.
           move nEmp401kDeferral to nCh401k.
           move nEmp401kMatch to nChMatch.
           move nReimburseM(nOutSub) to nChReimb.
           move nDeptNumM(nOutSub) to nChDeptNum.
           if nEmpStateSub > 0
               move nSrGlAcctT(nEmpStateSub) to nChStateAcct
           else
               move nGlStateLiabAcct to nChStateAcct
           end-if.
           move "R" to xChSource.
           move "I" to xChStatus.
           move xRunDate to nChStatusDate.
           move 0 to nChReplaces.
           move 0 to nChReplacedBy.
           move nShiftPay to nChShiftPay.
           move nCommissionM(nOutSub) to nChCommission.
           write xCheckHistRecord.

      * One stub block per paid employee: the withholding breakdown
      * behind the register line, plus the updated year-to-date
      * figures as they now stand after this period.
           move nVacHoursM(nOutSub) to neStubVacHours.
           move nSickHoursM(nOutSub) to neStubSickHours.
           move nHolHoursM(nOutSub) to neStubHolHours.
           move nShiftHoursM(nOutSub) to neStubShiftHours.
           write xStubLine from xStubHoursLine.

      * The differential is its own earnings line, already inside
      * the gross below.
           if nShiftPay > 0
               move "SHIFT DIFFERENTIAL" to xStubLabel
               move nShiftPay to neStubAmount
               write xStubLine from xStubAmountLine
           end-if.
           if nCommissionM(nOutSub) > 0
               move "COMMISSION" to xStubLabel
               move nCommissionM(nOutSub) to neStubAmount
               write xStubLine from xStubAmountLine
           end-if.
      * Taxed through the gross, then taken back out of net pay --
      * the benefit was the use of the vehicle, not cash.
           if nImputedM(nOutSub) > 0
               move "VEHICLE USE (IMPUTED)" to xStubLabel
               move nImputedM(nOutSub) to neStubAmount
               write xStubLine from xStubAmountLine
           end-if.
           move "GROSS PAY" to xStubLabel.
           move nGrossPay to neStubAmount.
           write xStubLine from xStubAmountLine.
               until nCcDistSub > nCcDistCount
               if nCdEmpNum(nCcDistSub) = nEmpNumM(nOutSub)
                   and nEmpTotalHours > 0
                   compute nCcShare rounded = nCashGross
                       * nCdHours(nCcDistSub) / nEmpTotalHours
                   add nCdHours(nCcDistSub) to nCcHoursTotal
                   add nCcShare to nCcAllocated
                   write xLaborDistRecord
               end-if
           end-perform.
           if nCashGross > nCcAllocated
               move nEmpNumM(nOutSub) to nLdrEmpNum
               move nDeptNumM(nOutSub) to nLdrDeptNum
               move spaces to xLdrCostCenter
               compute nLdrHours = nEmpTotalHours - nCcHoursTotal
               compute nLdrAmount = nCashGross - nCcAllocated
               move nPeriodEnd to nLdrPeriod
               write xLaborDistRecord
           end-if.
           move nFedAmt to nTaxArcFed.
           move nStateAmt to nTaxArcState.
           move nFicaAmt to nTaxArcFica.
           move space to xTaxArcRunType.
           move nNetPay to nTaxArcNet.
           compute nTaxArcOtPrem rounded =
               (nOTHours * nPayRateM(nOutSub) * 0.5) + nShiftOTPrem.
           write xTaxArchiveRecord.

      * The employee's state rate: their work state's row when one
                   evaluate xDdTypeD(nDedSub)
                       when "4"
                           compute nElectedAmt rounded =
                               nCashGross * nDdPctD(nDedSub) / 100
      * Never defer past the annual IRS limit: the election is
      * taken only up to the room left under it this year (counting
      * what this check already deferred), so the check that
                           move "n" to xTaking401k
                       when "I"
                           move nDdAmtD(nDedSub) to nElectedAmt
                           move function concatenate("INSURANCE PLAN ",
                               xDdPlanD(nDedSub)) to xElectedLabel
                           move "y" to xTakingIns
                           perform 2345-take-deduction
                           move "n" to xTakingIns
                   end-evaluate
               end-if
           end-perform.
               if xTakingGarn = "y" and nGarnFoundSub > 0
                   add nElectedAmt to nGoTakenRun(nGarnFoundSub)
               end-if
               if xTakingIns = "y"
                   perform 2348-archive-insurance
               end-if
           end-if.

      * What was actually withheld for the plan -- a premium cut
      * short by a small net is archived at the cut amount.
       2348-archive-insurance.
           move xRunDate to nInsArcDate.
           move nEmpNumM(nOutSub) to nInsArcEmpNum.
           move xDdPlanD(nDedSub) to xInsArcPlan.
           move nElectedAmt to nInsArcAmount.
           move nPeriodEnd to nInsArcPeriod.
           write xInsArchiveRecord.

      * The company match on what was actually deferred: the match
      * rate applies to the deferral, but only up to the matchable
      * slice of gross -- exactly how the spreadsheet worked it out,
       2346-compute-401k-match.
           if nEmp401kDeferral > 0
               compute nMatchablePay rounded =
                   nCashGross * nMatchCapPct / 100
               if nEmp401kDeferral > nMatchablePay
                   compute nEmp401kMatch rounded =
                       nMatchablePay * nMatchRatePct / 100
           move nEmp401kMatch to nRemMatch.
           move nPeriodEnd to nRemPeriod.
           write xRemit401kRecord.
           add 1 to n401kRemitCount.
           add nEmp401kDeferral to n401kAmountSum.
           add nEmp401kMatch to n401kAmountSum.
           add nEmpNumM(nOutSub) to n401kHashSum.

      * Department subtotal, printed whenever the department changes
      * and once more for the last department at end of run.
           move 0 to nDept401kDeferTotal.
           move 0 to nDept401kMatchTotal.
           move 0 to nDeptReimbTotal.
           move 0 to nDeptShiftTotal.
           move 0 to nDeptCommTotal.
           move 0 to nDeptImputedTotal.
           perform varying nStateSub from 1 by 1
               until nStateSub > nStateRateMax
               move 0 to nDeptStateAmtT(nStateSub)

      * The department's wage-expense account comes from the shared
      * department master; a department with no row yet falls back
      * to the old 50000-plus-department convention.
           if xOldDeptNum > 0 and nDeptGlAcctT(xOldDeptNum) > 0
               move nDeptGlAcctT(xOldDeptNum) to xGlDebitAcct
           else
               compute xGlDebitAcct = 50000 + xOldDeptNum
           end-if.
      * The shift differential and commission inside the gross are
      * each booked to their own expense account; the wage account
      * takes the rest. Imputed income was never paid, so it is
      * booked nowhere.
           compute xGlDebitAmount = nDeptGrossTotal - nDeptShiftTotal
               - nDeptCommTotal - nDeptImputedTotal.
           move nGlPayableAcct to xGlCreditAcct.
           compute xGlCreditAmount = nDeptGrossTotal - nDeptShiftTotal
               - nDeptCommTotal - nDeptImputedTotal.
           perform 256-put-gl.
           if nDeptShiftTotal > 0
               compute xGlDebitAcct = nGlShiftDiffBase + xOldDeptNum
               move nDeptShiftTotal to xGlDebitAmount
               move nGlPayableAcct to xGlCreditAcct
               move nDeptShiftTotal to xGlCreditAmount
               perform 256-put-gl
           end-if.
           if nDeptCommTotal > 0
               compute xGlDebitAcct = nGlCommissionBase + xOldDeptNum
               move nDeptCommTotal to xGlDebitAmount
               move nGlPayableAcct to xGlCreditAcct
               move nDeptCommTotal to xGlCreditAmount
               perform 256-put-gl
           end-if.

           if nDeptFedTotal > 0
               move nGlPayableAcct to xGlDebitAcct
                   or nPayoutHoursM(nOutSub) > 0
                   or (nReimburseM(nOutSub) > 0
                       and xStatusM(nOutSub) not = "T")
                   or (nCommissionM(nOutSub) > 0
                       and xStatusM(nOutSub) not = "T")
                   or (xPayTypeM(nOutSub) = "S"
                       and xStatusM(nOutSub) not = "T")
                   if nDeptCount = 0
                       perform 240-dept-control
                   end-if
                   perform 230-generate-detail
                   move "y" to xPaidLineM(nOutSub)
                   move nDeptNumM(nOutSub) to xOldDeptNum
                   add 1 to nDeptCount
                   add nEmpTotalHours to nDeptHoursTotal
                   add nEmp401kDeferral to nDept401kDeferTotal
                   add nEmp401kMatch to nDept401kMatchTotal
                   add nReimburseM(nOutSub) to nDeptReimbTotal
                   add nShiftPay to nDeptShiftTotal
                   add nCommissionM(nOutSub) to nDeptCommTotal
                   add nImputedM(nOutSub) to nDeptImputedTotal
                   add nImputedM(nOutSub) to nImputedCount
               end-if
           end-perform.
           perform 240-dept-control.
           perform 302-report-unapplied-imputed.

           write xOutput from xOutputHeading-2 before advancing 1
           line.
           write xCheckRegLine from xCheckRegFooter.
           close checkRegisterFile.
           close posPayFile.
           close checkHistWorkFile.
           close insArcWorkFile.
           close laborDistFile.
           if xTrialRun = "y"
               perform 305-finish-trial
               exit paragraph
           end-if.
           perform 312-write-check-number.
           perform 313-stamp-outbound.
           close exceptWorkFile.
           close taxArcWorkFile.
           perform 315-write-control.
           perform 325-update-leave.
           perform 326-update-garnish.
           perform 328-clear-settlements.
           perform 3285-clear-commissions.
           perform 329-merge-archives.
           perform 330-clear-checkpoint.
           perform 335-mark-period-paid.
           perform 340-write-runlog.

      * A trial stops at its preview files: the leave and garnishment
      * reports are produced from the priced run, but no balance,
      * order, check number, archive, settlement, commission,
      * checkpoint, control record, or period status is touched.
      * Imputed income only rides on a check. A row for the period
      * whose employee got no pay line tonight (or is not on the
      * master at all) was taxed nowhere, so it is listed for
      * payment through Payroll-18 or the next run instead of going
      * unreported. These lines answer to no transaction, so the
      * control record counts them apart for the balance audit.
       302-report-unapplied-imputed.
           if xPeriodOnFile = "n"
               exit paragraph
           end-if.
           open input imputedFile.
           perform 303-check-imputed until xEofFlagMaster = "y".
           close imputedFile.
           move "n" to xEofFlagMaster.

       303-check-imputed.
           read imputedFile
               at end
                   move "y" to xEofFlagMaster,
               not at end
                   if nImPeriod = nPeriodEnd
                       perform 304-report-one-imputed
                   end-if,
           end-read.

       304-report-one-imputed.
           move "n" to xImputedPaid.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nMasterCount
               if nImEmpNum = nEmpNumM(nSearchSub)
                   move xPaidLineM(nSearchSub) to xImputedPaid
                   move nMasterCount to nSearchSub
               end-if
           end-perform.
           if xImputedPaid = "y"
               exit paragraph
           end-if.
           add 1 to nImputedExcCount.
           move nImEmpNum to neExEmpNum.
           move 0 to neExHours.
           move "IMPUTED INCOME NOT APPLIED - NO CHECK" to xExReason.
           write xException from xExceptionDetail before advancing 1
           line.

       305-finish-trial.
           close taxArcWorkFile.
           perform 325-update-leave.
           perform 326-update-garnish.
           display " ".
           display "TRIAL RUN -- preview files written, nothing "
           "posted. Run Payroll-20 for the variance review.".
           display " ".
           perform 340-write-runlog.

      * The bank file, positive pay, and 401k remittance each get
      * their header and trailer (the garnishment remittance gets
      * its own in 326) -- a preview is never stamped, so a trial
      * takes no sequence numbers.
       313-stamp-outbound.
           move "N" to xOsMode.
           move xBankFileName to xOsFileName.
           move "BANKDEP" to xOsFileType.
           move nBankLineCount to nOsRecCount.
           move nBankAmountSum to nOsAmountTotal.
           move nBankHashSum to nOsHashTotal.
           call "OutboundStamp" using xOsFileName xOutboundStamp.
           move xPosPayFileName to xOsFileName.
           move "POSPAY" to xOsFileType.
           move nPosPayCount to nOsRecCount.
           move nPosPayAmountSum to nOsAmountTotal.
           move nPosPayHashSum to nOsHashTotal.
           call "OutboundStamp" using xOsFileName xOutboundStamp.
           move x401kFileName to xOsFileName.
           move "401KREM" to xOsFileType.
           move n401kRemitCount to nOsRecCount.
           move n401kAmountSum to nOsAmountTotal.
           move n401kHashSum to nOsHashTotal.
           call "OutboundStamp" using xOsFileName xOutboundStamp.

      * Carry the check sequence forward for the next run.
       312-write-check-number.
           open output checkNumFile.
           move nTxRecordCount to nCtlTxCount.
           move nCounter to nCtlPayCount.
           move nExceptionCount to nCtlExcCount.
           move nImputedExcCount to nCtlImpExcCount.
      * The balance audit ties this to the GL wage debits, which
      * carry no imputed income.
           compute nCtlGrossTotal = nGrossCount - nImputedCount.
           move nNetCount to nCtlNetTotal.
           move nCheckPayTotal to nCtlCheckTotal.
           move nBankLineCount to nCtlBankCount.
               move nYtdNetM(nOutSub) to nYtdNetIn
               move nYtdTaxesM(nOutSub) to nYtdTaxesIn
               move nYtd401kM(nOutSub) to nYtd401kIn
               move nYtdImputedM(nOutSub) to nYtdImputedIn
               write xYtdRecord
           end-perform.
           close ytdFile.
      * for every active employee. Terminated employees drop off the
      * file the same way they drop off the pay run.
       325-update-leave.
           if xTrialRun = "n"
               move "Payroll.leave.txt" to xBackupName
               call "FileBackup" using xBackupName
               open output leaveFile
           end-if.
           open output leaveReportFile.
           write xLeaveReportLine from xLeaveRptHeading.
           perform varying nOutSub from 1 by 1
                   move nEmpNumM(nOutSub) to nEmpNumLv
                   move nVacBalM(nOutSub) to nVacBalLv
                   move nSickBalM(nOutSub) to nSickBalLv
                   if xTrialRun = "n"
                       write xLeaveRecord
                   end-if
                   move nEmpNumM(nOutSub) to neLvRptEmpNum
                   move function concatenate(
                       function trim(xLastNameM(nOutSub)), ", ",
                   write xLeaveReportLine from xLeaveRptDetail
               end-if
           end-perform.
           if xTrialRun = "n"
               close leaveFile
           end-if.
           close leaveReportFile.

      * Fold this run's withholding into each order's withheld-to-
           if nGarnOrderCount = 0
               exit paragraph
           end-if.
           if xTrialRun = "n"
               move "Payroll.garnish.txt" to xBackupName
               call "FileBackup" using xBackupName
               open output garnishFile
           end-if.
           open output garnRemitFile.
           move nPeriodEnd to neGarnRemPeriod.
           write xGarnRemitLine from xGarnRemitHeading.
           add 1 to nGarnRemitLines.
           perform varying nGarnOrderSub from 1 by 1
               until nGarnOrderSub > nGarnOrderCount
               add nGoTakenRun(nGarnOrderSub) to
               move xGoPayee(nGarnOrderSub) to xPayeeGo
               move nGoTotal(nGarnOrderSub) to nTotalGo
               move nGoToDate(nGarnOrderSub) to nToDateGo
               if xTrialRun = "n"
                   write xGarnishRecord
               end-if
               if nGoTakenRun(nGarnOrderSub) > 0
                   perform 327-roll-garnish-payee
                   if nGoToDate(nGarnOrderSub) >=
                       neGsPriority
                       move xGoPayee(nGarnOrderSub) to xGsPayee
                       write xGarnRemitLine from xGarnSatisfiedLine
                       add 1 to nGarnRemitLines
                   end-if
               end-if
           end-perform.
               move nGpAmount(nGarnPayeeSub) to neGrAmount
               move nGpCount(nGarnPayeeSub) to neGrCount
               write xGarnRemitLine from xGarnRemitDetail
               add 1 to nGarnRemitLines
               add nGpAmount(nGarnPayeeSub) to nGarnAmountSum
               add nGpCount(nGarnPayeeSub) to nGarnHashSum
           end-perform.
           if xTrialRun = "n"
               close garnishFile
           end-if.
           close garnRemitFile.
           if xTrialRun = "n"
               move "N" to xOsMode
               move xGarnRemitFileName to xOsFileName
               move "GARNREM" to xOsFileType
               move nGarnRemitLines to nOsRecCount
               move nGarnAmountSum to nOsAmountTotal
               move nGarnHashSum to nOsHashTotal
               call "OutboundStamp" using xOsFileName xOutboundStamp
           end-if.

       327-roll-garnish-payee.
           move 0 to nGarnFoundSub.
           open output settleFile.
           close settleFile.

      * Same for commission: once paid here it must not pay again.
       3285-clear-commissions.
           if nCommissionCount = 0
               exit paragraph
           end-if.
           move "Payroll.commission.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output commissionFile.
           close commissionFile.

      * Only a run that reached clean completion gets onto the
      * running archives: the work files (truncated at every start,
      * including a restart's) merge here and nowhere else, so an
           close glArchiveFile.
           close glArcWorkFile.
           move "n" to xEofFlagMaster.
           open input checkHistWorkFile.
           open extend checkHistFile.
           perform 3293-merge-check-line until xEofFlagMaster = "y".
           close checkHistFile.
           close checkHistWorkFile.
           move "n" to xEofFlagMaster.
           open input insArcWorkFile.
           open extend insArchiveFile.
           perform 3294-merge-ins-line until xEofFlagMaster = "y".
           close insArchiveFile.
           close insArcWorkFile.
           move "n" to xEofFlagMaster.
           move 0 to nStubArcEmpWork.
           open input stubFile.
           open extend stubArchiveFile.
           perform 3295-merge-stub-line until xEofFlagMaster = "y".
           close stubArchiveFile.
           close stubFile.
           move "n" to xEofFlagMaster.

       3291-merge-tax-line.
           read taxArcWorkFile
                   write xGlArchiveLine from xGlArchiveRecord,
           end-read.

       3293-merge-check-line.
           read checkHistWorkFile
               at end
                   move "y" to xEofFlagMaster,
               not at end
                   write xCheckHistLine from xCheckHistRecord,
           end-read.

       3294-merge-ins-line.
           read insArcWorkFile
               at end
                   move "y" to xEofFlagMaster,
               not at end
                   write xInsArchiveLine from xInsArchiveRecord,
           end-read.

      * Each stub block opens with its EMPLOYEE heading line; every
      * line of the block is archived under that employee and the
      * period end (the run date when no period is on file).
       3295-merge-stub-line.
           read stubFile
               at end
                   move "y" to xEofFlagMaster,
               not at end
                   if xStubLine(1:9) = "EMPLOYEE "
                       and xStubLine(10:4) numeric
                       move xStubLine(10:4) to nStubArcEmpWork
                   end-if,
                   move nPeriodEnd to nStubArcPeriod,
                   if nPeriodEnd = 0
                       move xRunDate to nStubArcPeriod
                   end-if,
                   move nStubArcEmpWork to nStubArcEmpNum,
                   move xStubLine to xStubArcText,
                   write xStubArchiveRecord,
           end-read.

      * A clean finish means there is nothing left to restart from --
      * reset the checkpoint so the next run starts at record one.
       330-clear-checkpoint.
      * Audit trail of when this program ran and how many transactions
      * it processed, shared with the other batch report programs.
       340-write-runlog.
           move xRunLogName to xRunLogProgram.
           move nTxRecordCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.
