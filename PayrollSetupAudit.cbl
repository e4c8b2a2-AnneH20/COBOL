       file section.
       fd  masterFile.
       01  xInput.
           05 nDeptNum         pic 99.
           05 nEmpNumMstr      pic 9999.
           05 xLastName        pic x(20).
           05 xFirstName       pic x(20).
           05 xPayType         pic x.
           05 nSalaryAmt       pic 9(5)v99.
           05 xWorkState       pic xx.
      * Mailing address for employee notices; maintained by
      * Payroll-02.
           05 xMailStreet      pic x(30).
           05 xMailCity        pic x(20).
           05 xMailState       pic xx.
           05 xMailZip         pic x(10).

       fd  taxProfileFile.
       01  xTaxProfileRecord.
           05 xFilingStatusTp   pic x.
           05 nAllowancesTp     pic 99.
           05 nExtraWhTp        pic 999v99.
      * Effective dating (maintained by Payroll-27); zeros or blanks
      * are open-ended -- only their presence matters here.
           05 nEffDateTp        pic 9(8).
           05 nEndDateTp        pic 9(8).

       fd  bankAcctFile.
       01  xBankAcctRecord.
