      * top -- so a repeat customer is more than a familiar face.
      * Takes the "customer" parameter from the form or query
      * string, the same way the other fruit pages take theirs.
      * Fruit the customer sent back (Fruit-22) is listed after the
      * orders, each return against its original order and line.

       identification division.
       program-id. Fruit-07.
           "Fruit-customers.txt"
           organization is line sequential.

           select optional returnLogFile assign to
           "Fruit-returnlog.txt"
           organization is line sequential.

           copy "postData-filecontrol.cbl".

           copy "weblog-filecontrol.cbl".
           05 xOrderCustIn         pic x(20).
           05 filler               pic x.
           05 xOrderAppliedIn      pic x.
      * Fulfillment date, sales tax, discount, delivery date and
      * charge department, not needed here.
           05 filler               pic x(48).

       fd  customerFile.
       01  xCustomerRecord.
           05 xCustNameIn          pic x(20).
           05 nCustFirstDateIn     pic 9(8).
           05 nCustOrderCountIn    pic 9(5).
      * Sales employee number the account is assigned to for
      * commission (see Fruit-16); blank is a house account.
           05 xCustRepIn           pic x(4).
      * Credit limit and payment terms, kept by Fruit-20.
           05 filler               pic x(10).
      * Sales tax exemption certificate, kept by Fruit-23.
           05 filler               pic x(15).
      * Delivery address, route and stop, not needed here.
           05 filler               pic x(67).

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
           05 filler               pic x.
           05 xRnCust              pic x(20).
           05 filler               pic x(29).

           copy "weblog-filesection.cbl".

       77  neHistoryTotal      pic $$$,$$9.99.
       77  neFirstDate         pic 9(8).
       77  neOrderCount        pic zz,zz9.
       77  nReturnCount        pic 9(4)            value 0.
       77  nReturnTotal        pic 9(7)v99         value 0.

       01  xHistoryRow.
           05 filler           pic x(8)      value "<tr><td>".
           05 xRowStatus       pic x(9).
           05 filler           pic x(10)     value "</td></tr>".

       01  xReturnRow.
           05 filler           pic x(8)      value "<tr><td>".
           05 neRetOrderNum    pic 9(6).
           05 filler           pic x(9)      value "</td><td>".
           05 neRetLine        pic z9.
           05 filler           pic x(9)      value "</td><td>".
           05 neRetDate        pic 9(8).
           05 filler           pic x(9)      value "</td><td>".
           05 xRetFruit        pic x(14).
           05 filler           pic x(9)      value "</td><td>".
           05 neRetQty         pic zz9.
           05 filler           pic x(9)      value "</td><td>".
           05 neRetAmount      pic $$$,$$9.99.
           05 filler           pic x(9)      value "</td><td>".
           05 filler           pic x(12)     value "Credit memo ".
           05 neRetMemoNum     pic 9(6).
           05 filler           pic x(10)     value "</td></tr>".

           copy "postData-workingstorage.cbl".

           copy "weblog-workingstorage.cbl".
           if xPostDataMissing = 'n' and xRequiredFieldMissing = 'n'
               perform 210-show-customer
               perform 220-show-orders
               perform 240-show-returns
           end-if.

       210-show-customer.
                       move xOrderFruitIn to xRowFruit,
                       move nOrderQtyIn to neRowQty,
                       move nOrderTotalIn to neRowTotal,
                       move "Open" to xRowStatus,
                       if xOrderStatusIn = "F"
                           move "Filled" to xRowStatus
                       end-if,
                       if xOrderStatusIn = "H"
                           move "On hold" to xRowStatus
                       end-if,
                       display xHistoryRow
                   end-if,
           close orderFile.
           move "n" to xEofFlag.

       240-show-returns.
           open input returnLogFile.
           perform 245-next-return until xEofFlag = "y".
           close returnLogFile.
           move "n" to xEofFlag.
           if nReturnCount > 0
               display "</table>"
               move nReturnTotal to neHistoryTotal
               display "<p>", nReturnCount, " returns credited ",
               neHistoryTotal, ".</p>"
           end-if.

      * The returns table opens with the first return found.
       245-next-return.
           read returnLogFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xRnCust = xCustomerName
                       perform 250-show-return
                   end-if,
           end-read.

       250-show-return.
           if nReturnCount = 0
               display "<h3>Returns</h3>"
               display "<table>"
               display "<tr><th>Order</th><th>Line</th><th>Date</th>"
               "<th>Fruit</th><th>Qty</th><th>Credit</th>"
               "<th>Memo</th></tr>"
           end-if.
           add 1 to nReturnCount.
           add nRnAmount to nReturnTotal.
           move nRnOrderNum to neRetOrderNum.
           move nRnLine to neRetLine.
           move nRnDate to neRetDate.
           move xRnFruit to xRetFruit.
           move nRnQty to neRetQty.
           move nRnAmount to neRetAmount.
           move nRnMemoNum to neRetMemoNum.
           display xReturnRow.

       300-termination.
           display "</body>".
           display "</html>".
