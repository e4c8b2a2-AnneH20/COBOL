       file section.
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

       fd  historyFile.
       01  xHistoryRecord.
       01  xTrendRecord.
           05 nTrDate          pic 9(8).
           05 filler           pic x               value spaces.
           05 nTrDept          pic 99.
           05 filler           pic x               value spaces.
           05 nTrHeadcount     pic 9(4).
           05 filler           pic x               value spaces.
       77  xEofFlag            pic x               value 'n'.
       77  xTodayDate          pic 9(8)            value 0.
       77  xReportMonth        pic 9(6)            value 0.
       77  nDeptSub            pic 999             value 0.
       77  nActiveTotal        pic 9(4)            value 0.
       77  nHireTotal          pic 9(4)            value 0.
       77  nTermTotal          pic 9(4)            value 0.
      * and count for the average, this month's hires and terms,
      * and the prior run's figures off the trend history.
       01  xDeptStatTable.
           05 xDeptStatElement occurs 99 times.
               10 nDsHeadcount     pic 9(4)       value 0.
               10 nDsRateSum       pic 9(7)v99    value 0.
               10 nDsRateCount     pic 9(4)       value 0.
               ascending key is nEdEmpNum
               indexed by empDeptIdx.
               10 nEdEmpNum        pic 9999.
               10 nEdDept          pic 99.
       77  nEmpDeptCount       pic 9(4)            value 0.

       01  xReportHeading-1.
           05 filler           pic x(12)           value 'RATE MOVE'.

       01  xReportDetail.
           05 neDetDept        pic 99.
           05 filler           pic x(5)            value spaces.
           05 neDetHeadcount   pic zzz9.
           05 filler           pic x(5)            value spaces.
                   end-if,
           end-read.

      * An ADD action is a hire, and so is a REHIRE's status line
      * (its other field lines are just the changes that came with
      * it); a TERMINATE is a departure. Only the report month's
      * lines count, tied to a department through the employee's
      * master row.
       130-next-history.
           read historyFile
               at end
               end-search
           end-if.
           if xHistAction(1:3) = "ADD"
               or (xHistAction(1:6) = "REHIRE"
                   and xHistField(1:6) = "STATUS")
               add 1 to nHireTotal
               if nDeptSub > 0
                   add 1 to nDsHires(nDeptSub)
           write xReportLine from xReportHeading-1.
           write xReportLine from xReportHeading-2.
           perform 210-report-department
               varying nDeptSub from 1 by 1 until nDeptSub > 99.
           move nActiveTotal to neFootActive.
           move nHireTotal to neFootHires.
           move nTermTotal to neFootTerms.
      * Bank this run's figures for next period's movement column.
       250-append-trend.
           open extend trendFile.
           perform varying nDeptSub from 1 by 1 until nDeptSub > 99
               if nDsHeadcount(nDeptSub) > 0
                   move xTodayDate to nTrDate
                   move nDeptSub to nTrDept
