      * Second-person release of payroll maintenance: the release
      * history Payroll-31 appends to, and the user master the
      * keyer and approver are checked against.
           select optional releaseHistFile assign to
           "Payroll.releasehistory.txt"
           organization is line sequential.

           select optional releaseUserFile assign to "WebUsers.txt"
           organization is line sequential.
