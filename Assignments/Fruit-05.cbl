      * revenue per fruit for today and week-to-date, ranks the best
      * sellers by week-to-date revenue, and works out the average
      * order size -- which fruits carry the stand and which just
      * take up table space. A second section shows, per pricing
      * rule (Fruit-pricing.txt quantity break or promotion), the
      * revenue given away against list price.

       identification division.
       program-id. Fruit-05.
           05 xOrderCustIn         pic x(20).
           05 filler               pic x.
           05 xOrderAppliedIn      pic x.
      * Fulfillment date and sales tax, not needed here.
           05 filler               pic x(17).
      * Discount off list and the pricing rule that gave it.
           05 filler               pic x.
           05 nOrderDiscIn         pic 9(5)v99.
           05 filler               pic x.
           05 xOrderPromoIn        pic x(10).
      * Delivery date and charge department, not needed here.
           05 filler               pic x(12).

       fd  reportFile.
       01  xReportLine             pic x(90).
       77  nWtdUnitsTotal      pic 9(7)            value 0.
       77  nWtdRevenueTotal    pic 9(9)v99         value 0.
       77  neAvgOrderSize      pic zz9.99.
       77  nPromoCount         pic 99              value 0.
       77  nPromoSub           pic 99              value 0.
       77  nPromoFoundSub      pic 99              value 0.
       77  nWtdGivenTotal      pic 9(7)v99         value 0.

       01  xSalesTable.
           05 xSalesElement occurs 1 to 50 times
               10 nWtdUnitsT       pic 9(5)       value 0.
               10 nWtdRevenueT     pic 9(7)v99    value 0.

      * Revenue given away, one row per pricing rule code.
       01  xPromoTable.
           05 xPromoElement occurs 1 to 50 times
               depending on nPromoCount.
               10 xPromoCodeT      pic x(10)      value spaces.
               10 nPromoLinesT     pic 9(5)       value 0.
               10 nPromoUnitsT     pic 9(5)       value 0.
               10 nPromoDayGivenT  pic 9(7)v99    value 0.
               10 nPromoWtdGivenT  pic 9(7)v99    value 0.

       01  xReportHeading.
           05 filler           pic x(16)       value 'FRUIT'.
           05 filler           pic x(10)       value 'TODAY QTY'.
           05 neFooterAvg      pic zz9.99.
           05 filler           pic x(6)        value ' units'.

       01  xPromoHeading.
           05 filler           pic x(16)       value 'PRICING RULE'.
           05 filler           pic x(8)        value 'LINES'.
           05 filler           pic x(9)        value 'WTD QTY'.
           05 filler           pic x(14)       value 'TODAY GIVEN'.
           05 filler           pic x(12)       value 'WTD GIVEN'.

       01  xPromoDetail.
           05 xPdCode          pic x(10).
           05 filler           pic x(6)        value spaces.
           05 nePdLines        pic zz,zz9.
           05 filler           pic x(2)        value spaces.
           05 nePdUnits        pic zz,zz9.
           05 filler           pic x(3)        value spaces.
           05 nePdDayGiven     pic $$$,$$9.99.
           05 filler           pic x(2)        value spaces.
           05 nePdWtdGiven     pic $$$,$$9.99.

       01  xPromoFooter.
           05 filler           pic x(26)
                                value 'GIVEN AWAY WEEK-TO-DATE: '.
           05 neFooterGiven    pic $$,$$$,$$9.99.

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".
               add nOrderQtyIn to nDayUnitsT(nFoundSub)
               add nOrderTotalIn to nDayRevenueT(nFoundSub)
           end-if.
           if nOrderDiscIn numeric and nOrderDiscIn > 0
               perform 130-accumulate-promo
           end-if.

       130-accumulate-promo.
           move 0 to nPromoFoundSub.
           perform varying nPromoSub from 1 by 1
               until nPromoSub > nPromoCount
               if xPromoCodeT(nPromoSub) = xOrderPromoIn
                   move nPromoSub to nPromoFoundSub
                   move nPromoCount to nPromoSub
               end-if
           end-perform.
           if nPromoFoundSub = 0
               if nPromoCount >= 50
                   exit paragraph
               end-if
               add 1 to nPromoCount
               move nPromoCount to nPromoFoundSub
               move xOrderPromoIn to xPromoCodeT(nPromoFoundSub)
           end-if.
           add 1 to nPromoLinesT(nPromoFoundSub).
           add nOrderQtyIn to nPromoUnitsT(nPromoFoundSub).
           add nOrderDiscIn to nPromoWtdGivenT(nPromoFoundSub).
           add nOrderDiscIn to nWtdGivenTotal.
           if nOrderAgeDays = 0
               add nOrderDiscIn to nPromoDayGivenT(nPromoFoundSub)
           end-if.

      * Best sellers first -- ranked on week-to-date revenue.
       200-report.
                   nWtdUnitsTotal / nWtdOrderCount
               write xReportLine from xReportFooter-2
           end-if.
           perform 210-promo-report.
           close reportFile.

      * Biggest giveaway first.
       210-promo-report.
           if nPromoCount = 0
               exit paragraph
           end-if.
           sort xPromoElement on descending key nPromoWtdGivenT.
           move spaces to xReportLine.
           write xReportLine.
           write xReportLine from xPromoHeading.
           perform varying nPromoSub from 1 by 1
               until nPromoSub > nPromoCount
               move xPromoCodeT(nPromoSub) to xPdCode
               move nPromoLinesT(nPromoSub) to nePdLines
               move nPromoUnitsT(nPromoSub) to nePdUnits
               move nPromoDayGivenT(nPromoSub) to nePdDayGiven
               move nPromoWtdGivenT(nPromoSub) to nePdWtdGiven
               write xReportLine from xPromoDetail
           end-perform.
           move nWtdGivenTotal to neFooterGiven.
           write xReportLine from xPromoFooter.

       300-termination.
           display " ".
           display "Sales analysis written to Fruit-05-sales.txt".
