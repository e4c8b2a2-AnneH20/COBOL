      * Set by the caller before 9610-check-release
      * (release-procedure.cbl): xReleaseFile ('M' master, 'D'
      * deductions), nReleaseStage, xReleaseKeyedBy, and
      * xReleaseImage -- the transaction as keyed, with its
      * released-by field blanked. The released-by text on the
      * transaction itself is never trusted. 9610 sets
      * xReleaseResult: 'y' when Payroll-31 recorded a release of
      * exactly this transaction by an approver (role 'A' or 'P' on
      * WebUsers.txt) other than its keyer, 'd' when that release
      * has been applied already, 'n' otherwise -- with the
      * approver in xReleaseApprover and a report note in
      * xReleaseNote. 9600-load-release-users runs first, once.
       77  xReleaseFile                pic x           value space.
       77  nReleaseStage               pic 9(6)        value 0.
       77  xReleaseKeyedBy             pic x(12)       value spaces.
       77  xReleaseImage               pic x(162)      value spaces.
       77  xReleaseResult              pic x           value 'n'.
       77  xReleaseApprover            pic x(12)       value spaces.
       77  xReleaseNote                pic x(45)       value spaces.
       77  xReleaseEof                 pic x           value 'n'.
       77  xReleaseLookupId            pic x(12)       value spaces.
       77  xReleaseUserFound           pic x           value 'n'.
       77  xReleaseRole                pic x           value space.
       77  xReleaseTime                pic 9(8)        value 0.
       77  nReleaseUserCount           pic 999         value 0.
       77  nReleaseUserMax             pic 999         value 200.
       77  nReleaseUserSub             pic 999         value 0.
       77  xReleaseUserTableFull       pic x           value 'n'.

       01  xReleaseUserTable.
           05 xReleaseUserElement occurs 200 times.
               10 xReleaseUserIdT      pic x(12).
               10 xReleaseUserRoleT    pic x.
