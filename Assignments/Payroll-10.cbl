      * quarter -- per employee and company-wide -- from the dated
      * per-run archive Payroll-01 appends to Payroll.taxarchive.txt,
      * so the filing is built from data instead of being
      * reconstructed by hand off old report printouts. A voided
      * check's reversing line (run type 'V', from Payroll-19)
      * comes back out of the quarter it was voided in.

       identification division.
       program-id. Payroll-10.
           05 nTaxArcFed        pic 9(5)v99.
           05 nTaxArcState      pic 9(5)v99.
           05 nTaxArcFica       pic 9(5)v99.
           05 xTaxArcRunType    pic x.
           05 nTaxArcNet        pic 9(7)v99.
           05 nTaxArcOtPrem     pic 9(5)v99.

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

       fd  reportFile.
       01  xReportLine         pic x(100).
               depending on nSumCount.
               10 nSumEmpNum       pic 9999.
               10 nSumQuarter      pic 9.
               10 nSumWages        pic s9(9)v99   value 0.
               10 nSumFed          pic s9(7)v99   value 0.
               10 nSumState        pic s9(7)v99   value 0.
               10 nSumFica         pic s9(7)v99   value 0.

      * Company-wide totals per quarter.
       01  xCoTable.
           05 xCoElement occurs 4 times.
               10 nCoWages         pic s9(9)v99   value 0.
               10 nCoFed           pic s9(7)v99   value 0.
               10 nCoState         pic s9(7)v99   value 0.
               10 nCoFica          pic s9(7)v99   value 0.

       01  xReportHeading-1.
           05 filler           pic x(26)
           05 filler           pic x(2)            value spaces.
           05 neDetQuarter     pic 9.
           05 filler           pic x(2)            value spaces.
           05 neDetWages       pic $$,$$$,$$9.99-.
           05 filler           pic x               value spaces.
           05 neDetFed         pic $$$,$$9.99-.
           05 filler           pic x               value spaces.
           05 neDetState       pic $$$,$$9.99-.
           05 filler           pic x               value spaces.
           05 neDetFica        pic $$$,$$9.99-.

       01  xQuarterFooter.
           05 filler           pic x(12)
                                value 'COMPANY  Q'.
           05 neFootQuarter    pic 9.
           05 filler           pic x(2)            value spaces.
           05 neFootWages      pic $$$,$$$,$$9.99-.
           05 filler           pic x               value spaces.
           05 neFootFed        pic $$,$$$,$$9.99-.
           05 filler           pic x               value spaces.
           05 neFootState      pic $$,$$$,$$9.99-.
           05 filler           pic x               value spaces.
           05 neFootFica       pic $$,$$$,$$9.99-.

       01  xMasterTable.
           05 xMasterElement occurs 1 to 2000 times
               move nTaxArcEmpNum to nSumEmpNum(nFoundSub)
               move nArcQuarter to nSumQuarter(nFoundSub)
           end-if.
           if xTaxArcRunType = "V"
               subtract nTaxArcGross from nSumWages(nFoundSub)
               subtract nTaxArcFed from nSumFed(nFoundSub)
               subtract nTaxArcState from nSumState(nFoundSub)
               subtract nTaxArcFica from nSumFica(nFoundSub)
               subtract nTaxArcGross from nCoWages(nArcQuarter)
               subtract nTaxArcFed from nCoFed(nArcQuarter)
               subtract nTaxArcState from nCoState(nArcQuarter)
               subtract nTaxArcFica from nCoFica(nArcQuarter)
               exit paragraph
           end-if.
           add nTaxArcGross to nSumWages(nFoundSub).
           add nTaxArcFed to nSumFed(nFoundSub).
           add nTaxArcState to nSumState(nFoundSub).
           move spaces to xReportLine.
           write xReportLine.
           perform varying nQtrSub from 1 by 1 until nQtrSub > 4
               if nCoWages(nQtrSub) not = 0
                   move nQtrSub to neFootQuarter
                   move nCoWages(nQtrSub) to neFootWages
                   move nCoFed(nQtrSub) to neFootFed
