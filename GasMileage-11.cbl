
       fd  masterFile.
       01  xMasterInput.
           05 nDeptNumMst      pic 99.
           05 nEmpNumMstr      pic 9999.
           05 xLastNameMst     pic x(20).
           05 xFirstNameMst    pic x(20).
           05 xPayTypeMst      pic x.
           05 nSalaryAmtMst    pic 9(5)v99.
           05 xWorkStateMst    pic xx.
      * Mailing address for employee notices; maintained by
      * Payroll-02.
           05 xMailStreetMst   pic x(30).
           05 xMailCityMst     pic x(20).
           05 xMailStateMst    pic xx.
           05 xMailZipMst      pic x(10).

       fd  reportFile.
       01  xReportLine         pic x(100).
