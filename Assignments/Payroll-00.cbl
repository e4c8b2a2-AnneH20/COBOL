      *
      * First step of the nightly payroll chain: checks every
      * Payroll.transaction.txt record BEFORE pay is calculated --
      * numeric fields, recognized hours-type and shift codes, the
      * same line keyed twice, and an active matching master record
      * -- and splits a clean input file for Payroll-01 from a
      * reject file with reasons, so data entry can fix rejects
      * before the pay run instead of after.

       identification division.
       program-id. Payroll-00.
           05 xHoursTypeRaw    pic x.
           05 xWorkDateRaw     pic x(8).
           05 xCostCenterRaw   pic xx.
      * xShiftCodeRaw: blank or '1' day shift, '2' second
      * (evening), '3' third (night) -- only worked hours carry a
      * shift, since the differential is pay for time worked.
           05 xShiftCodeRaw    pic x.

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

       fd  cleanFile.
       01  xCleanRecord        pic x(19).

       fd  rejectFile.
       01  xRejectLine         pic x(80).
      * line keyed twice in one batch.
       01  xSeenTable.
           05 xSeenElement occurs 1000 times.
               10 xSeenImage       pic x(19).

       01  xRejectDetail.
           05 xRejImage        pic x(19).
           05 filler           pic x(3)            value spaces.
           05 xRejReason       pic x(40).

               move "INVALID HOURS TYPE CODE" to xRejectReason
           end-if.

           if xRejectReason = spaces
               perform 216-check-shift-code
           end-if.

           if xRejectReason = spaces
               perform 215-check-work-date
           end-if.
               end-if
           end-if.

      * A shift code has to be one of the three shifts, and a
      * second- or third-shift code on vacation, sick, holiday, or
      * payout hours would price a differential on time not worked.
       216-check-shift-code.
           if xShiftCodeRaw not = space
               and xShiftCodeRaw not = "1"
               and xShiftCodeRaw not = "2"
               and xShiftCodeRaw not = "3"
               move "INVALID SHIFT CODE" to xRejectReason
               exit paragraph
           end-if.
           if (xShiftCodeRaw = "2" or xShiftCodeRaw = "3")
               and xHoursTypeRaw not = "R"
               and xHoursTypeRaw not = space
               move "SHIFT CODE ON NON-WORKED HOURS" to
               xRejectReason
           end-if.

      * Blank means the home department; anything keyed has to be a
      * real cost-center code. With no cost-center file on disk a
      * keyed code can't be checked, so it passes (the file simply
