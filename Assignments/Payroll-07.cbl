       file section.
       fd  flatFile.
       01  xFlatRecord.
           05 nDeptNumF        pic 99.
           05 nEmpNumF         pic 9999.
           05 xLastNameF       pic x(20).
           05 xFirstNameF      pic x(20).
           05 xPayTypeF        pic x.
           05 nSalaryAmtF      pic 9(5)v99.
           05 xWorkStateF      pic xx.
      * Mailing address for employee notices; maintained by
      * Payroll-02.
           05 xMailStreetF     pic x(30).
           05 xMailCityF       pic x(20).
           05 xMailStateF      pic xx.
           05 xMailZipF        pic x(10).

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

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
