      * parameter (the way Fruit-07 takes "customer") and shows the
      * order's lines, status, order date, and fulfillment date --
      * something the stand can answer from while the customer
      * waits. Lines are numbered the way a return on Fruit-22
      * names them, and every credit memo or cash refund issued
      * against the order is listed beneath.

       identification division.
       program-id. Fruit-14.
           select optional orderFile assign to "Fruit-orders.txt"
           organization is line sequential.

           select optional returnLogFile assign to
           "Fruit-returnlog.txt"
           organization is line sequential.

           copy "postData-filecontrol.cbl".

           copy "weblog-filecontrol.cbl".
           05 xOrderAppliedIn      pic x.
           05 filler               pic x.
           05 nOrderFulfillIn      pic 9(8).
      * Sales tax checkout charged on the line (see Fruit-23).
           05 filler               pic x.
           05 nOrderTaxIn          pic 9(5)v99.
      * Discount and pricing rule, not needed here.
           05 filler               pic x(19).
      * Date the customer signed for a route delivery (Fruit-26),
      * zero or blank until then.
           05 filler               pic x.
           05 xOrderDeliveredIn    pic x(8).
      * Department charged for an internal order, not needed here.
           05 filler               pic x(3).

      * Credit memos ('M') and cash refunds ('C') from Fruit-22.
       fd  returnLogFile.
       01  xReturnLogRecord.
           05 nRnMemoNum           pic 9(6).
           05 filler               pic x.
           05 xRnType              pic x.
           05 filler               pic x.
           05 nRnOrderNum          pic 9(6).
           05 filler               pic x.
           05 nRnLine              pic 99.
           05 filler               pic x.
           05 xRnFruit             pic x(14).
           05 filler               pic x.
           05 nRnQty               pic 999.
           05 filler               pic x.
           05 nRnAmount            pic 9(5)v99.
           05 filler               pic x.
           05 xRnDisposition       pic x.
           05 filler               pic x.
           05 nRnDate              pic 9(8).
           05 filler               pic x(50).

           copy "weblog-filesection.cbl".

       77  nLineCount          pic 9(4)            value 0.
       77  nOrderTotal         pic 9(7)v99         value 0.
       77  neOrderTotal        pic $$$,$$9.99.
       77  nOrderTax           pic 9(7)v99         value 0.
       77  neOrderTax          pic $$$,$$9.99.
       77  neOrderDate         pic 9(8).
       77  neFulfillDate       pic 9(8).
       77  xDeliveredWk        pic x(8)            value spaces.
       77  xOrderStatusWk      pic x               value space.
       77  xOrderCustWk        pic x(20)           value spaces.
       77  nReturnCount        pic 99              value 0.
       77  nReturnTotal        pic 9(7)v99         value 0.

       01  xStatusRow.
           05 filler           pic x(8)      value "<tr><td>".
           05 neRowLine        pic z9.
           05 filler           pic x(9)      value "</td><td>".
           05 xRowFruit        pic x(14).
           05 filler           pic x(9)      value "</td><td>".
           05 neRowQty         pic zz9.
           05 neRowTotal       pic $$$,$$9.99.
           05 filler           pic x(10)     value "</td></tr>".

       01  xReturnRow.
           05 filler           pic x(8)      value "<tr><td>".
           05 neRetMemoNum     pic 9(6).
           05 filler           pic x(9)      value "</td><td>".
           05 neRetDate        pic 9(8).
           05 filler           pic x(9)      value "</td><td>".
           05 neRetLine        pic z9.
           05 filler           pic x(9)      value "</td><td>".
           05 xRetFruit        pic x(14).
           05 filler           pic x(9)      value "</td><td>".
           05 neRetQty         pic zz9.
           05 filler           pic x(9)      value "</td><td>".
           05 neRetAmount      pic $$$,$$9.99.
           05 filler           pic x(9)      value "</td><td>".
           05 xRetKind         pic x(24).
           05 filler           pic x(10)     value "</td></tr>".

           copy "postData-workingstorage.cbl".

           copy "weblog-workingstorage.cbl".
           move xOrderParam to nOrderWork.
           display "<h2>Order ", nOrderWork, "</h2>".
           display "<table>".
           display "<tr><th>Line</th><th>Fruit</th><th>Qty</th>"
           "<th>Total</th></tr>".
           open input orderFile.
           perform 210-next-order until xEofFlag = "y".
           close orderFile.
               " on the queue.</p>"
           else
               perform 220-show-summary
               perform 230-show-returns
           end-if.

       210-next-order.
               not at end
                   if nOrderNumIn = nOrderWork
                       add 1 to nLineCount,
                       move nLineCount to neRowLine,
                       add nOrderTotalIn to nOrderTotal,
                       if nOrderTaxIn numeric
                           add nOrderTaxIn to nOrderTax
                       end-if,
                       move xOrderDateIn to neOrderDate,
                       move nOrderFulfillIn to neFulfillDate,
                       move xOrderDeliveredIn to xDeliveredWk,
                       move xOrderStatusIn to xOrderStatusWk,
                       move xOrderCustIn to xOrderCustWk,
                       move xOrderFruitIn to xRowFruit,
           move nOrderTotal to neOrderTotal.
           display "<p>", nLineCount, " line(s) totalling ",
           neOrderTotal, ", ordered ", neOrderDate, ".</p>".
           if nOrderTax > 0
               move nOrderTax to neOrderTax
               display "<p>Sales tax: ", neOrderTax, "</p>"
           end-if.
           if xOrderCustWk not = spaces
               display "<p>Customer: ",
               function trim(xOrderCustWk), "</p>"
           if xOrderStatusWk = "F"
               display "<p>Status: <strong>Fulfilled</strong> on ",
               neFulfillDate, ".</p>"
               if xDeliveredWk numeric and xDeliveredWk not = "00000000"
                   display "<p>Delivered: signed for on ",
                   xDeliveredWk, ".</p>"
               end-if
               exit paragraph
           end-if.
           if xOrderStatusWk = "H"
               display "<p>Status: <strong>On hold</strong> -- "
               "awaiting credit approval.</p>"
           else
               display "<p>Status: <strong>Open</strong> -- not "
               "yet picked.</p>"
           end-if.

       230-show-returns.
           move "n" to xEofFlag.
           open input returnLogFile.
           perform 235-next-return until xEofFlag = "y".
           close returnLogFile.
           if nReturnCount > 0
               display "</table>"
               move nReturnTotal to neOrderTotal
               display "<p>", nReturnCount, " return(s) totalling ",
               neOrderTotal, ".</p>"
           end-if.

      * The returns table opens with the first return found.
       235-next-return.
           read returnLogFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nRnOrderNum = nOrderWork
                       perform 240-show-return
                   end-if,
           end-read.

       240-show-return.
           if nReturnCount = 0
               display "<h3>Returns</h3>"
               display "<table>"
               display "<tr><th>Memo</th><th>Date</th><th>Line</th>"
               "<th>Fruit</th><th>Qty</th><th>Amount</th>"
               "<th>Issued as</th></tr>"
           end-if.
           add 1 to nReturnCount.
           add nRnAmount to nReturnTotal.
           move nRnMemoNum to neRetMemoNum.
           move nRnDate to neRetDate.
           move nRnLine to neRetLine.
           move xRnFruit to xRetFruit.
           move nRnQty to neRetQty.
           move nRnAmount to neRetAmount.
           if xRnType = "C"
               move "Cash refund" to xRetKind
           else
               move "Credit memo" to xRetKind
           end-if.
           if xRnDisposition = "R"
               move function concatenate(function trim(xRetKind),
                   ", restocked") to xRetKind
           else
               move function concatenate(function trim(xRetKind),
                   ", written off") to xRetKind
           end-if.
           display xReturnRow.

       300-termination.
           display "</body>".
           display "</html>".
