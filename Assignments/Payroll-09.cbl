           organization is line sequential.

      * One fixed correction per line, keyed by data entry after
      * they fix the underlying problem: employee, hours, type,
      * work date, shift.
           select optional correctionFile assign to
           "Payroll.corrections.txt"
           organization is line sequential.

      * nCorrDate: the work date for the resubmitted hours, now that
      * transactions carry one; zero lets the correction carry
      * today's business date instead. xCorrShift is the shift code
      * the hours were worked on, as Payroll-00 edits it (blank or
      * '1' day, '2' second, '3' third).
       fd  correctionFile.
       01  xCorrectionRecord.
           05 nCorrEmpNum      pic 9999.
           05 nCorrHours       pic 999.
           05 xCorrType        pic x.
           05 nCorrDate        pic 9(8).
           05 xCorrShift       pic x.

       fd  transFile.
       01  xTransRecord        pic x(19).

       fd  agingFile.
       01  xAgingLine          pic x(80).
      * Corrections charge the home department; a loaned-hours fix
      * goes through data entry with the cost center keyed.
           05 xResubCc         pic xx             value spaces.
           05 xResubShift      pic x              value space.

       01  xAgingHeading.
           05 filler           pic x(9)            value 'ADDED'.
           move nCorrEmpNum to nResubEmpNum.
           move nCorrHours to nResubHours.
           move xCorrType to xResubType.
           move xCorrShift to xResubShift.
           if nCorrDate = 0
               move xTodayDate to nResubDate
           else
