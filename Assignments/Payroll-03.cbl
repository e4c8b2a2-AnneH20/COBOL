           "Payroll.staterates.txt"
           organization is line sequential.

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
       fd  inFile.

       fd  masterFile.
       01  xInput.
           05 nDeptNum         pic 99.
           05 nEmpNumMstr      pic 9999.
           05 xLastName        pic x(20).
           05 xFirstName       pic x(20).
      * Work state for state-tax withholding, since remote staff
      * now work from several states. Maintained by Payroll-02.
           05 xWorkState       pic xx.
      * Mailing address for employee notices; maintained by
      * Payroll-02.
           05 xMailStreet      pic x(30).
           05 xMailCity        pic x(20).
           05 xMailState       pic xx.
           05 xMailZip         pic x(10).

       fd  outFile.
       01  xOutput             pic x(80).
           05 xFilingStatusTp   pic x.
           05 nAllowancesTp     pic 99.
           05 nExtraWhTp        pic 999v99.
      * Effective dating (maintained by Payroll-27); zeros or blanks
      * are open-ended.
           05 nEffDateTp        pic 9(8).
           05 nEndDateTp        pic 9(8).

       fd  stateRateFile.
       01  xStateRateRecord.
           05 nRatePctSr        pic 99v999.
           05 nGlAcctSr         pic 9(5).

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  nMasterCount        pic 9(4)            value 0.
               depending on nMasterCount
               ascending key is nEmpNumM
               indexed by masterIdx.
               10 nDeptNumM        pic 99.
               10 nEmpNumM         pic 9999.
               10 xLastNameM       pic x(20).
               10 xFirstNameM      pic x(20).
           05 filler           pic x(2)            value spaces.
           05 neOutNetDiff     pic z,zz9.99-.

           copy "busdate-workingstorage.cbl".

       01  xExceptionDetail.
           05 neExEmpNum       pic 9999.
           05 filler           pic x(3)            value spaces.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           open input rateFile.
           read rateFile.
           move nFedRatePctIn to nFedRatePct.
           end-read.

      * Attach each employee's withholding profile to their master
      * table row, the way Payroll-01's 111-load-tax-profiles does --
      * the profile in effect on the business date.
       120-next-tax-profile.
           read taxProfileFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nEffDateTp numeric and nEffDateTp > 0
                       and xBusinessDate < nEffDateTp
                       exit paragraph
                   end-if,
                   if nEndDateTp numeric and nEndDateTp > 0
                       and xBusinessDate >= nEndDateTp
                       exit paragraph
                   end-if,
                   perform varying nSearchSub from 1 by 1
                       until nSearchSub > nMasterCount
                       if nEmpNumTp = nEmpNumM(nSearchSub)
           display "Exceptions: ", nExceptionCount.
           display " ".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
