      * Program: Fruit Monthly Sales Tax Return
      *
      * The figures the monthly sales tax return asks for, from the
      * order lines fulfilled in the month -- the day Fruit-12 posts
      * them and credits the tax to sales tax payable. Each line is
      * taxable (checkout charged tax on it), exempt (sold to a
      * customer with an exemption certificate on file, kept by
      * Fruit-23), or not taxable (a fruit that is not a prepared
      * item); fruit a department took on an internal order is a
      * transfer, not a sale, and is left out. Returns Fruit-22
      * credited in the month come off the taxable sales and the
      * tax, and the exempt sales are listed by customer with their
      * certificate numbers for the auditor.
      * The month is asked for; blank reports the month before the
      * business date. Lines are read from the live queue and from
      * the Fruit-15 archives of the month and the month before it,
      * since a line is archived under the month it was ordered.

       identification division.
       program-id. Fruit-24.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional orderFile assign to dynamic
           xOrderFileName
           organization is line sequential.

           select optional customerFile assign to
           "Fruit-customers.txt"
           organization is line sequential.

           select optional returnLogFile assign to
           "Fruit-returnlog.txt"
           organization is line sequential.

           select reportFile assign to "Fruit-24-return.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
       fd  orderFile.
       01  xOrderRecord.
           05 xOrderFruitIn        pic x(14).
           05 filler               pic x.
           05 nOrderQtyIn          pic 999.
           05 filler               pic x.
           05 nOrderPriceIn        pic 99v99.
           05 filler               pic x.
           05 nOrderTotalIn        pic 9(5)v99.
           05 filler               pic x.
           05 xOrderDateIn         pic 9(8).
           05 filler               pic x.
           05 nOrderNumIn          pic 9(6).
           05 filler               pic x.
           05 xOrderStatusIn       pic x.
           05 filler               pic x.
           05 xOrderCustIn         pic x(20).
           05 filler               pic x.
           05 xOrderAppliedIn      pic x.
           05 filler               pic x.
           05 xOrderFulfillIn      pic x(8).
           05 filler               pic x.
           05 nOrderTaxIn          pic 9(5)v99.
      * Discount, pricing rule and delivery date, not needed here.
           05 filler               pic x(28).
      * Department charged for an internal order, blank for a sale.
           05 filler               pic x.
           05 xOrderDeptIn         pic xx.

       fd  customerFile.
       01  xCustomerRecord.
           05 xCustNameIn          pic x(20).
           05 filler               pic x(27).
           05 xCustTaxCertIn       pic x(15).
      * Delivery address, route and stop, not needed here.
           05 filler               pic x(67).

      * Only the parts of the Fruit-22 ledger this return needs.
       fd  returnLogFile.
       01  xReturnLogRecord.
           05 filler               pic x(38).
           05 nRnAmount            pic 9(5)v99.
           05 filler               pic x(3).
           05 xRnDate              pic x(8).
           05 filler               pic x(43).
           05 nRnTax               pic 9(5)v99.

       fd  reportFile.
       01  xReportLine             pic x(80).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xOrderFileName      pic x(30)           value spaces.
       77  xMonthRaw           pic x(6)            value spaces.
       77  xReportMonth        pic 9(6)            value 0.
       77  xArchiveMonth       pic 9(6)            value 0.
       77  nYearWork           pic 9(4)            value 0.
       77  nMonthWork          pic 99              value 0.
       77  nLineCount          pic 9(5)            value 0.
       77  nSearchSub          pic 999             value 0.
       77  nFoundSub           pic 999             value 0.
       77  xCertWork           pic x(15)           value spaces.

       77  nGrossSales         pic 9(9)v99         value 0.
       77  nUntaxedSales       pic 9(9)v99         value 0.
       77  nExemptSales        pic 9(9)v99         value 0.
       77  nTaxableSales       pic 9(9)v99         value 0.
       77  nTaxableReturns     pic 9(9)v99         value 0.
       77  nUntaxedReturns     pic 9(9)v99         value 0.
       77  nNetTaxable         pic s9(9)v99        value 0.
       77  nTaxCollected       pic 9(9)v99         value 0.
       77  nTaxRefunded        pic 9(9)v99         value 0.
       77  nTaxDue             pic s9(9)v99        value 0.

       77  nCustCount          pic 999             value 0.
       01  xCustomerTable.
           05 xCustomerElement occurs 200 times.
               10 xCustNameT       pic x(20).
               10 xCustTaxCertT    pic x(15).

      * Exempt sales, one row per customer.
       77  nExemptCount        pic 999             value 0.
       01  xExemptTable.
           05 xExemptElement occurs 200 times.
               10 xExCust          pic x(20).
               10 xExCert          pic x(15).
               10 nExAmount        pic 9(7)v99.

       01  xReportHeading-1.
           05 filler           pic x(30)
               value 'SALES TAX RETURN FOR MONTH'.
           05 neHeadMonth      pic 9999/99.

       01  xReportAmountLine.
           05 xRptLabel        pic x(40).
           05 neRptAmount      pic $$$,$$$,$$9.99-.

       01  xExemptHeading.
           05 filler           pic x(22)           value 'CUSTOMER'.
           05 filler           pic x(17)           value 'CERTIFICATE'.
           05 filler           pic x(15)
               value '  EXEMPT SALES'.

       01  xExemptDetail.
           05 xExRptCust       pic x(20).
           05 filler           pic x(2)            value spaces.
           05 xExRptCert       pic x(15).
           05 filler           pic x(2)            value spaces.
           05 neExRptAmount    pic $$$,$$$,$$9.99.

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

       procedure division.
       000-main.
           move "Fruit-24" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-read-month.
           perform 300-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           display " ".
           display "Month to report (YYYYMM, blank for last "
           "month)? " with no advancing.
           accept xMonthRaw.
           if xMonthRaw numeric
               and xMonthRaw(5:2) >= "01" and xMonthRaw(5:2) <= "12"
               move xMonthRaw to xReportMonth
           else
               move xBusinessDate(1:6) to xArchiveMonth
               perform 110-previous-month
               move xArchiveMonth to xReportMonth
           end-if.
           open input customerFile.
           perform 120-next-customer until xEofFlag = "y".
           close customerFile.
           move "n" to xEofFlag.

      * Steps xArchiveMonth back one month.
       110-previous-month.
           move xArchiveMonth(1:4) to nYearWork.
           move xArchiveMonth(5:2) to nMonthWork.
           if nMonthWork = 1
               subtract 1 from nYearWork
               move 12 to nMonthWork
           else
               subtract 1 from nMonthWork
           end-if.
           compute xArchiveMonth = (nYearWork * 100) + nMonthWork.

       120-next-customer.
           read customerFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nCustCount < 200
                       and xCustTaxCertIn not = spaces
                       add 1 to nCustCount,
                       move xCustNameIn to xCustNameT(nCustCount),
                       move xCustTaxCertIn to
                       xCustTaxCertT(nCustCount)
                   end-if,
           end-read.

       200-read-month.
           move "Fruit-orders.txt" to xOrderFileName.
           perform 210-read-order-file.
           move xReportMonth to xArchiveMonth.
           move function concatenate("Fruit-orders.",
               xArchiveMonth, ".txt") to xOrderFileName.
           perform 210-read-order-file.
           perform 110-previous-month.
           move function concatenate("Fruit-orders.",
               xArchiveMonth, ".txt") to xOrderFileName.
           perform 210-read-order-file.
           open input returnLogFile.
           perform 240-next-return until xEofFlag = "y".
           close returnLogFile.
           move "n" to xEofFlag.

       210-read-order-file.
           open input orderFile.
           perform 220-next-order until xEofFlag = "y".
           close orderFile.
           move "n" to xEofFlag.

       220-next-order.
           read orderFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xOrderStatusIn = "F"
                       and xOrderFulfillIn(1:6) = xReportMonth
                       and xOrderDeptIn = space
                       perform 230-classify-line
                   end-if,
           end-read.

      * A line with tax on it is a taxable sale whatever has changed
      * since; an untaxed line to a certificate holder is exempt.
       230-classify-line.
           add 1 to nLineCount.
           add nOrderTotalIn to nGrossSales.
           if nOrderTaxIn numeric and nOrderTaxIn > 0
               add nOrderTotalIn to nTaxableSales
               add nOrderTaxIn to nTaxCollected
               exit paragraph
           end-if.
           move spaces to xCertWork.
           if xOrderCustIn not = spaces
               perform varying nSearchSub from 1 by 1
                   until nSearchSub > nCustCount
                   if xCustNameT(nSearchSub) = xOrderCustIn
                       move xCustTaxCertT(nSearchSub) to xCertWork
                       move nCustCount to nSearchSub
                   end-if
               end-perform
           end-if.
           if xCertWork = spaces
               add nOrderTotalIn to nUntaxedSales
               exit paragraph
           end-if.
           add nOrderTotalIn to nExemptSales.
           move 0 to nFoundSub.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nExemptCount
               if xExCust(nSearchSub) = xOrderCustIn
                   move nSearchSub to nFoundSub
                   move nExemptCount to nSearchSub
               end-if
           end-perform.
           if nFoundSub = 0
               if nExemptCount >= 200
                   exit paragraph
               end-if
               add 1 to nExemptCount
               move nExemptCount to nFoundSub
               move xOrderCustIn to xExCust(nFoundSub)
               move xCertWork to xExCert(nFoundSub)
               move 0 to nExAmount(nFoundSub)
           end-if.
           add nOrderTotalIn to nExAmount(nFoundSub).

      * The ledger amount includes the tax given back with it.
       240-next-return.
           read returnLogFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xRnDate(1:6) = xReportMonth
                       if nRnTax numeric and nRnTax > 0
                           compute nTaxableReturns = nTaxableReturns
                               + nRnAmount - nRnTax
                           add nRnTax to nTaxRefunded
                       else
                           add nRnAmount to nUntaxedReturns
                       end-if
                   end-if,
           end-read.

       300-termination.
           compute nNetTaxable = nTaxableSales - nTaxableReturns.
           compute nTaxDue = nTaxCollected - nTaxRefunded.
           open output reportFile.
           move xReportMonth to neHeadMonth.
           write xReportLine from xReportHeading-1.
           move spaces to xReportLine.
           write xReportLine.
           move "GROSS SALES" to xRptLabel.
           move nGrossSales to neRptAmount.
           write xReportLine from xReportAmountLine.
           move "  LESS SALES NOT TAXABLE" to xRptLabel.
           move nUntaxedSales to neRptAmount.
           write xReportLine from xReportAmountLine.
           move "  LESS EXEMPT SALES (CERTIFICATES BELOW)" to
           xRptLabel.
           move nExemptSales to neRptAmount.
           write xReportLine from xReportAmountLine.
           move "TAXABLE SALES" to xRptLabel.
           move nTaxableSales to neRptAmount.
           write xReportLine from xReportAmountLine.
           move "  LESS RETURNS OF TAXABLE SALES" to xRptLabel.
           move nTaxableReturns to neRptAmount.
           write xReportLine from xReportAmountLine.
           move "NET TAXABLE SALES" to xRptLabel.
           move nNetTaxable to neRptAmount.
           write xReportLine from xReportAmountLine.
           move spaces to xReportLine.
           write xReportLine.
           move "TAX COLLECTED" to xRptLabel.
           move nTaxCollected to neRptAmount.
           write xReportLine from xReportAmountLine.
           move "  LESS TAX REFUNDED ON RETURNS" to xRptLabel.
           move nTaxRefunded to neRptAmount.
           write xReportLine from xReportAmountLine.
           move "TAX DUE" to xRptLabel.
           move nTaxDue to neRptAmount.
           write xReportLine from xReportAmountLine.
           move spaces to xReportLine.
           write xReportLine.
           move "RETURNS OF UNTAXED SALES (MEMO)" to xRptLabel.
           move nUntaxedReturns to neRptAmount.
           write xReportLine from xReportAmountLine.
           move spaces to xReportLine.
           write xReportLine.
           write xReportLine from xExemptHeading.
           perform varying nSearchSub from 1 by 1
               until nSearchSub > nExemptCount
               move xExCust(nSearchSub) to xExRptCust
               move xExCert(nSearchSub) to xExRptCert
               move nExAmount(nSearchSub) to neExRptAmount
               write xReportLine from xExemptDetail
           end-perform.
           close reportFile.
           display " ".
           display "Sales tax return for ", xReportMonth, ": ",
           nLineCount, " lines -- see Fruit-24-return.txt".
           display " ".
           move "Fruit-24" to xRunLogProgram.
           move nLineCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
