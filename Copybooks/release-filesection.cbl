      * One release history line: the attempt as the PayrollRelease
      * page logged it, with Payroll-31's result in place of the
      * page's ('R' released; any other letter a refusal -- see
      * Payroll-31), or 'A' once Payroll-02 / Payroll-17 applied
      * the release; then the staged transaction as it stood when
      * it was released, released-by blank.
       fd  releaseHistFile.
       01  xRelHistRecord.
           05 xRhApprover              pic x(12).
           05 xRhFile                  pic x.
           05 nRhStageNum              pic 9(6).
           05 nRhDate                  pic 9(8).
           05 nRhTime                  pic 9(6).
           05 xRhResult                pic x.
           05 xRhImage                 pic x(162).

       fd  releaseUserFile.
       01  xRelUserRecord.
           05 xRuId                    pic x(12).
           05 xRuPassword              pic x(12).
           05 xRuRole                  pic x.
           05 xRuEmpNum                pic x(4).
