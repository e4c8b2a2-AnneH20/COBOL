           05 nExpAmount           pic 9(7)v99.
           05 nExpEmpNum           pic 9999.
           05 xExpType             pic xxx.
           05 nExpPostDate         pic 9(8).
           05 nExpBilledUsd        pic 9(7)v99.

       fd  reportFile.
       01  xReportLine             pic x(80).
