       file section.
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
           05 filler           pic x(3)            value spaces.
           05 xInqName         pic x(30).
           05 filler           pic x(6)            value 'DEPT '.
           05 neInqDept        pic 99.
           05 filler           pic x(2)            value spaces.
           05 xInqPayDesc      pic x(18).
           05 filler           pic x(2)            value spaces.
           05 xInqStatus       pic x(12).
