
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

       fd  ytdFile.
       01  xYtdRecord.
           05 nYtdNetIn         pic 9(7)v99.
           05 nYtdTaxesIn       pic 9(7)v99.
           05 nYtd401kIn        pic 9(7)v99.
      * Imputed income to date (personal vehicle use, from
      * Payroll-01), already inside nYtdGrossIn.
           05 nYtdImputedIn     pic 9(7)v99.

       fd  leaveFile.
       01  xLeaveRecord.
           05 nDdPriorityDd     pic 9.
           05 nDdEffDateDd      pic 9(8).
           05 nDdEndDateDd      pic 9(8).
      * Insurance plan code on an 'I' election (see
      * Payroll.insplans.txt) -- what the carrier bills under; blank
      * on other types.
           05 xDdPlanDd         pic x(4).

           copy "websession-filesection.cbl".

                       move nYtdNetIn to neAmountWork,
                       display ", net ", neAmountWork,
                       move nYtd401kIn to neAmountWork,
                       display ", 401k ", neAmountWork,
                       if nYtdImputedIn numeric and nYtdImputedIn > 0
                           move nYtdImputedIn to neAmountWork
                           display ", imputed vehicle use ",
                           neAmountWork
                       end-if,
                       display "</p>",
                       move "y" to xEofFlag
                   end-if,
           end-read.
                   display "401k</td><td>", nePctWork, " pct"
               when "I"
                   move nDdAmtDd to neBalWork
                   display "Insurance ", xDdPlanDd, "</td><td>",
                   neBalWork
               when "G"
                   move nDdAmtDd to neBalWork
                   display "Garnishment pri ", nDdPriorityDd,
