      *
      * Hours stop arriving on paper: a supervisor keys employee
      * number, hours, type, work date, and (optionally) a cost
      * center and shift against the payroll master, and the line
      * lands on the append-only Payroll.pending.txt queue -- the
      * same queue pattern Fruit-02 uses for orders, so concurrent
      * submissions can only ever append. The TimeEntryApply batch
      * step moves approved pending lines into Payroll.transaction.txt
      * ahead of the Payroll-00 edit pass, which still runs every
      * check.

       identification division.
       program-id. TimeEntry.

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

      * One queued time line: supervisor-keyed lines are written
      * already approved ('A'); TimeEntryApply flips them to 'X'
      * once moved into Payroll.transaction.txt. The shift code
      * trails the status so lines queued before it read as day
      * shift.
       fd  pendingFile.
       01  xPendingRecord.
           05 nPendEmpNum      pic 9999.
           05 nPendDate        pic 9(8).
           05 xPendCostCenter  pic xx.
           05 xPendStatus      pic x.
           05 xPendShift       pic x.

           copy "websession-filesection.cbl".

       77  xTypeParam          pic x               value space.
       77  xWorkDateRaw        pic x(8)            value spaces.
       77  xCostCenterParam    pic xx              value spaces.
       77  xShiftParam         pic x               value space.
       77  nEmpNumWork         pic 9(4)            value 0.
       77  nHoursWork          pic 999             value 0.
       77  nWorkDateWk         pic 9(8)            value 0.
           move function getPostValue("workdate") to xWorkDateRaw.
           move function getPostValue("costcenter") to
           xCostCenterParam.
           move function getPostValue("shift") to xShiftParam.
           perform 105-load-master.

       105-load-master.
               move "y" to xErrorFlag
               exit paragraph
           end-if.
           if xShiftParam not = space and xShiftParam not = "1"
               and xShiftParam not = "2" and xShiftParam not = "3"
               display "<p><strong>Shift must be 1, 2, or 3."
               "</strong></p>"
               move "y" to xErrorFlag
               exit paragraph
           end-if.
           if (xShiftParam = "2" or xShiftParam = "3")
               and xTypeParam not = "R" and xTypeParam not = space
               display "<p><strong>Only worked (R) hours carry a "
               "shift.</strong></p>"
               move "y" to xErrorFlag
               exit paragraph
           end-if.
           perform 9200-get-business-date.
           if function trim(xWorkDateRaw) = spaces
               move xBusinessDate to nWorkDateWk
           move nWorkDateWk to nPendDate.
           move xCostCenterParam to xPendCostCenter.
           move "A" to xPendStatus.
           move xShiftParam to xPendShift.
           open extend pendingFile.
           write xPendingRecord.
           close pendingFile.
