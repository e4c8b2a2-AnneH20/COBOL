      * line; the Fruit-customers.txt master itself is maintained by
      * the single-writer Fruit-08 applier, so two concurrent
      * checkouts cannot rewrite each other's customers away the way
      * they used to race the catalog. Checkout only reads it, for
      * the credit limit and terms Fruit-20 keeps on each customer.
           select optional customerFile assign to
           "Fruit-customers.txt"
           organization is line sequential.

      * Payments keyed against orders (see Fruit-11), read to work
      * out what a customer on account still owes.
           select optional paymentFile assign to
           "Fruit-payments.txt"
           organization is line sequential.

      * Credit memos (type 'M') Fruit-22 issued for returns reduce
      * what the customer owes the same way a payment does.
           select optional returnLogFile assign to
           "Fruit-returnlog.txt"
           organization is line sequential.

      * An internal order is charged to a department instead of
      * sold to a customer; the department has to be one on the
      * payroll department table.
           select optional deptFile assign to "Departments.txt"
           organization is line sequential.

           copy "websession-filecontrol.cbl".


           copy "weberror-filecontrol.cbl".

           copy "salestax-filecontrol.cbl".

           copy "pricing-filecontrol.cbl".

       data division.
       file section.

           05 xfruitNameInput           pic x(14).
           05 nfruitQuantityInput       pic 999.
           05 nfruitPriceInput          pic 99v99.
      * 'T' while the fruit is on hold after a cooler temperature
      * excursion (Fruit-28), blank when it may be sold.
           05 xfruitHoldInput           pic x.

       fd  orderFile.
       01  xOrderLine                   pic x(120).

           copy "websession-filesection.cbl".


           copy "weberror-filesection.cbl".

           copy "salestax-filesection.cbl".

           copy "pricing-filesection.cbl".

       fd  orderNumFile.
       01  xOrderNumRecord              pic 9(6).

       fd  customerFile.
       01  xCustomerRecord.
           05 xCustNameIn               pic x(20).
           05 filler                    pic x(17).
      * Credit limit, zero for a customer not on account, and the
      * days an order may stay unpaid; kept by Fruit-20.
           05 nCustLimitIn              pic 9(5)v99.
           05 nCustTermsIn              pic 999.
      * A customer with an exemption certificate on file (kept by
      * Fruit-23) pays no sales tax.
           05 xCustTaxCertIn            pic x(15).
      * Delivery address, route and stop, not needed here.
           05 filler                    pic x(67).

       fd  paymentFile.
       01  xPaymentRecord.
           05 nPayOrderNum              pic 9(6).
           05 filler                    pic x.
           05 nPayAmount                pic 9(5)v99.
           05 filler                    pic x.
           05 nPayDate                  pic 9(8).

      * Only the parts of the Fruit-22 return ledger needed here.
       fd  returnLogFile.
       01  xReturnLogRecord.
           05 filler                    pic x(7).
           05 xRnType                   pic x.
           05 filler                    pic x.
           05 nRnOrderNum               pic 9(6).
           05 filler                    pic x(23).
           05 nRnAmount                 pic 9(5)v99.
           05 filler                    pic x(61).

       fd  deptFile.
       01  xDeptRecord.
           05 nDeptNumD                 pic 99.
           05 xDeptNameD                pic x(20).
           05 xDeptMgrD                 pic x(20).
           05 nDeptGlAcctD              pic 9(5).

       working-storage section.
       77  xNewLine                    pic x         value x"0a".
       77  xEofFlag                    pic x         value 'n'.
       77  xOrderDate                  pic 9(8).
       77  nOrderNumber                pic 9(6)      value 0.
       77  neOrderNumber               pic 9(6).
       77  neTaxAmount                 pic $$,$$9.99.
       77  neUnitPrice                 pic $$9.99.
       77  neDiscAmount                pic $$,$$9.99.
       77  xCustomerName               pic x(20)     value spaces.

      * Department keyed for an internal order, blank for a sale.
       77  xDeptRaw                    pic x(20)     value spaces.
       77  xChargeDept                 pic xx        value spaces.
       77  xDeptKeyWk                  pic xx        value spaces.
       77  xDeptNameWk                 pic x(20)     value spaces.
       77  xDeptError                  pic x(60)     value spaces.

       77  xPendingCartName            pic x(14)     value spaces.
       77  nCartCount                  pic 99        value 0.
       77  nCartSub                    pic 99        value 0.

      * Credit check: a named customer with a limit has the cart
      * put on hold ('H') when what they already owe plus this cart
      * passes the limit, or when any order of theirs is still
      * unpaid past the terms.
       77  xOnAccountFlag              pic x         value 'n'.
       77  xHoldFlag                   pic x         value 'n'.
       77  xHoldReason                 pic x(40)     value spaces.
       77  nCreditLimit                pic 9(5)v99   value 0.
       77  nCreditTerms                pic 999       value 0.
       77  nDefaultTerms               pic 999       value 30.
       77  nOpenBalance                pic 9(7)v99   value 0.
       77  nCartTotal                  pic 9(7)v99   value 0.
       77  nExposure                   pic 9(7)v99   value 0.
       77  neCreditAmount              pic $$$,$$$,$$9.99.
       77  nTodayInt                   pic 9(7)      value 0.
       77  nDueInt                     pic 9(7)      value 0.
       77  nCoCount                    pic 999       value 0.
       77  nCoMax                      pic 999       value 500.
       77  nCoSub                      pic 999       value 0.
       77  nCoFoundSub                 pic 999       value 0.

      * The customer's orders, one row per order number, lines
      * summed, with what has been paid against each.
       01  xCustOrderTable.
           05 xCustOrderElement occurs 500 times.
               10 nCoOrderNum          pic 9(6).
               10 nCoDate              pic 9(8).
               10 nCoTotal             pic 9(7)v99.
               10 nCoPaid              pic 9(7)v99.

       01  xFruitTable.
           05 xFruitElement occurs 50 times.
               10 xFruitNameT          pic x(14).
               10 nFruitQtyT           pic 999.
               10 nFruitPriceT         pic 99v99.
               10 xFruitHoldT          pic x.

      * Every "fruitname"/"quantity" pair submitted together (a POST
      * can carry more than one of each when the page posts a whole
      * page both read it.
           05 filler                   pic x         value spaces.
           05 nOrderFulfillOut         pic 9(8).
      * Sales tax charged on the line at checkout, zero for a fruit
      * that is not taxable or a customer who is exempt.
           05 filler                   pic x         value spaces.
           05 nOrderTaxOut             pic 9(5)v99.
      * What a quantity break or promotion took off list price, and
      * the pricing rule that gave it; the price and total above
      * are what was actually charged.
           05 filler                   pic x         value spaces.
           05 nOrderDiscOut            pic 9(5)v99.
           05 filler                   pic x         value spaces.
           05 xOrderPromoOut           pic x(10).
      * Zero until the customer signs for a route delivery and
      * Fruit-26 keys it back -- separate from the fulfilled date,
      * which is when the order was picked.
           05 filler                   pic x         value spaces.
           05 nOrderDeliveredOut       pic 9(8).
      * Department an internal order is charged to (Fruit-12 posts
      * it to that department's expense account); blank for a sale.
           05 filler                   pic x         value spaces.
           05 xOrderDeptOut            pic xx.

       01  xOutput1.
           05 filler                   pic x(8)      value "<tr><td>".

           copy "weberror-workingstorage.cbl".

           copy "salestax-workingstorage.cbl".

           copy "pricing-workingstorage.cbl".

       procedure division.
       000-main.
           perform 100-initialization.
           move function getPostValue("fruitname") to xProcessName.
           move function getPostValue("quantity") to xQuantityRaw.
           move function getPostValue("customer") to xCustomerName.
           move function getPostValue("dept") to xDeptRaw.
           perform 105-load-fruits.
           perform 9300-load-sales-tax.
           perform 9400-load-pricing.
           perform 106-get-order-qty.
           perform 108-build-cart.

                   nFruitQtyT(nLoadSubscript),
                   move nfruitPriceInput to
                   nFruitPriceT(nLoadSubscript),
                   move xfruitHoldInput to xFruitHoldT(nLoadSubscript),
           end-read.

      * A blank "quantity" field means this is a plain catalog lookup;
      * page an actual multi-item cart instead of a single-item order
      * form.
       255-process-cart.
           move space to xChargeDept.
           if xDeptRaw not = spaces
               perform 265-check-department
               if xDeptError not = spaces
                   display "<p><strong>", function trim(xDeptError),
                   "</strong> No order was placed.</p>"
                   exit paragraph
               end-if
           end-if.
           perform 270-check-credit.
           display "<table>".
           perform varying nCartSub from 1 by 1
               until nCartSub > nCartCount
               move nOrderNumber to neOrderNumber
               display "<p>Your order number is <strong>",
               neOrderNumber, "</strong>.</p>"
               if xChargeDept not = space
                   display "<p>Charged to department ", xChargeDept,
                   " (", function trim(xDeptNameWk), ") at list "
                   "price, no sales tax.</p>"
               end-if
               if xHoldFlag = 'y'
                   display "<p><strong>This order is on credit "
                   "hold</strong> (", function trim(xHoldReason),
                   ") and will not be picked until the office "
                   "releases it.</p>"
               end-if
           end-if.

       210-find-fruit.
      * stock the earlier one sold; the Fruit-08 applier now
      * decrements FixedFruits.txt serially from the queue.
       250-checkout.
           if xFruitHoldT(nFoundSub) not = space
               display "<p>Sorry, ", function trim(
               xFruitNameT(nFoundSub)), " is on hold after a cooler "
               "temperature problem and cannot be sold.</p>"
               exit paragraph
           end-if.
           if nOrderQty > nFruitQtyT(nFoundSub)
               display "<p>Sorry, only ", nFruitQtyT(nFoundSub),
               " ", function trim(xFruitNameT(nFoundSub)),
               perform 260-write-order
               display "<p>Order placed: ", nOrderQty, " x ",
               function trim(xFruitNameT(nFoundSub)), "</p>"
               if nOrderDiscOut > 0
                   move nOrderPriceOut to neUnitPrice
                   move nOrderDiscOut to neDiscAmount
                   display "<p>", function trim(xOrderPromoOut),
                   " price ", function trim(neUnitPrice),
                   " each -- you save ",
                   function trim(neDiscAmount), "</p>"
               end-if
               if nOrderTaxOut > 0
                   move nOrderTaxOut to neTaxAmount
                   display "<p>Sales tax: ",
                   function trim(neTaxAmount), "</p>"
               end-if
           end-if.

      * First line of the submission claims the next sequential
           move xBusinessDate to xOrderDate.
           move xFruitNameT(nFoundSub) to xOrderFruitOut.
           move nOrderQty to nOrderQtyOut.
           if xChargeDept not = space
               perform 262-price-internal
           else
               perform 263-price-sale
           end-if.
           move xOrderDate to xOrderDateOut.
           move nOrderNumber to nOrderNumOut.
           if xHoldFlag = 'y'
               move "H" to xOrderStatusOut
           else
               move "O" to xOrderStatusOut
           end-if.
           move xCustomerName to xOrderCustOut.
           move "N" to xOrderAppliedOut.
           move 0 to nOrderFulfillOut.
           move 0 to nOrderDeliveredOut.
           move xChargeDept to xOrderDeptOut.
           open extend orderFile.
           write xOrderLine from xOrderRecord.
           close orderFile.

      * A department takes the fruit at list price: no quantity
      * break or promotion, and no sales tax on an internal
      * transfer.
       262-price-internal.
           move nFruitPriceT(nFoundSub) to nOrderPriceOut.
           compute nOrderTotalOut =
               nOrderQty * nFruitPriceT(nFoundSub).
           move 0 to nOrderDiscOut.
           move spaces to xOrderPromoOut.
           move 0 to nOrderTaxOut.

       263-price-sale.
           move xFruitNameT(nFoundSub) to xPricingFruit.
           move xOrderDate to xPricingDate.
           move nOrderQty to nPricingQty.
           move nFruitPriceT(nFoundSub) to nPricingList.
           perform 9410-best-price.
           move nPricingUnit to nOrderPriceOut.
           compute nOrderTotalOut = nOrderQty * nPricingUnit.
           move nPricingDiscount to nOrderDiscOut.
           move xPricingCode to xOrderPromoOut.
           move xFruitNameT(nFoundSub) to xSalesTaxFruit.
           move xOrderDate to xSalesTaxDate.
           move nOrderTotalOut to nSalesTaxBase.
           perform 9310-compute-sales-tax.
           move nSalesTaxAmount to nOrderTaxOut.

      * The department replaces the customer on an internal order,
      * so both cannot be keyed; it must be a department number on
      * Departments.txt, keyed as one digit or two (5 and 05 are
      * the same department).
       265-check-department.
           move spaces to xDeptError.
           if xCustomerName not = spaces
               move "Key a customer or a department, not both." to
               xDeptError
               exit paragraph
           end-if.
           if xDeptRaw(2:1) = space
               move "0" to xDeptKeyWk(1:1)
               move xDeptRaw(1:1) to xDeptKeyWk(2:1)
           else
               move xDeptRaw(1:2) to xDeptKeyWk
           end-if.
           if xDeptRaw(3:) not = spaces or xDeptKeyWk not numeric
               or xDeptKeyWk = "00"
               move "Department must be a number from 1 to 99." to
               xDeptError
               exit paragraph
           end-if.
           move spaces to xDeptNameWk.
           move "n" to xEofFlag.
           open input deptFile.
           perform 266-next-department until xEofFlag = "y".
           close deptFile.
           if xDeptNameWk = spaces
               move function concatenate("No department ",
                   xDeptKeyWk, " on Departments.txt.") to
                   xDeptError
               exit paragraph
           end-if.
           move xDeptKeyWk to xChargeDept.

       266-next-department.
           read deptFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nDeptNumD = xDeptKeyWk
                       move xDeptNameD to xDeptNameWk,
                       move "y" to xEofFlag
                   end-if,
           end-read.

      * Only a customer given a limit on Fruit-20 is checked; a
      * walk-up sale or a customer not on account goes straight
      * through as before. The same customer read picks up an
      * exemption certificate for the sales tax; a walk-up sale is
      * always taxable.
       270-check-credit.
           move 'n' to xHoldFlag.
           move 'n' to xOnAccountFlag.
           move 'n' to xSalesTaxExempt.
           if xCustomerName = spaces
               exit paragraph
           end-if.
           move "n" to xEofFlag.
           open input customerFile.
           perform 271-next-customer until xEofFlag = "y".
           close customerFile.
           if xOnAccountFlag = 'n'
               exit paragraph
           end-if.
           perform 9200-get-business-date.
           compute nTodayInt = function integer-of-date(xBusinessDate).
           move 0 to nCoCount.
           move "n" to xEofFlag.
           open input orderFile.
           perform 272-next-order until xEofFlag = "y".
           close orderFile.
           move "n" to xEofFlag.
           open input paymentFile.
           perform 274-next-payment until xEofFlag = "y".
           close paymentFile.
           move "n" to xEofFlag.
           open input returnLogFile.
           perform 275-next-memo until xEofFlag = "y".
           close returnLogFile.
           move "n" to xEofFlag.

           move 0 to nOpenBalance.
           perform varying nCoSub from 1 by 1
               until nCoSub > nCoCount
               if nCoTotal(nCoSub) > nCoPaid(nCoSub)
                   compute nOpenBalance = nOpenBalance +
                       nCoTotal(nCoSub) - nCoPaid(nCoSub)
                   compute nDueInt =
                       function integer-of-date(nCoDate(nCoSub))
                       + nCreditTerms
                   if nDueInt < nTodayInt
                       move 'y' to xHoldFlag
                       move "an order is unpaid past terms" to
                       xHoldReason
                   end-if
               end-if
           end-perform.

           move 0 to nCartTotal.
           move xBusinessDate to xSalesTaxDate.
           perform varying nCartSub from 1 by 1
               until nCartSub > nCartCount
               move xCartNameT(nCartSub) to xProcessName
               perform 210-find-fruit
               if xFoundFlag = 'y'
                   move xFruitNameT(nFoundSub) to xSalesTaxFruit
                   move xFruitNameT(nFoundSub) to xPricingFruit
                   move xBusinessDate to xPricingDate
                   move nCartQtyT(nCartSub) to nPricingQty
                   move nFruitPriceT(nFoundSub) to nPricingList
                   perform 9410-best-price
                   compute nSalesTaxBase =
                       nCartQtyT(nCartSub) * nPricingUnit
                   perform 9310-compute-sales-tax
                   compute nCartTotal = nCartTotal + nSalesTaxBase
                       + nSalesTaxAmount
               end-if
           end-perform.
           compute nExposure = nOpenBalance + nCartTotal.
           if nExposure > nCreditLimit
               move 'y' to xHoldFlag
               move nCreditLimit to neCreditAmount
               move function concatenate("credit limit ",
                   function trim(neCreditAmount), " exceeded")
                   to xHoldReason
           end-if.

       271-next-customer.
           read customerFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xCustNameIn = xCustomerName
                       if xCustTaxCertIn not = spaces
                           move 'y' to xSalesTaxExempt
                       end-if,
                       if nCustLimitIn numeric and nCustLimitIn > 0
                           move 'y' to xOnAccountFlag,
                           move nCustLimitIn to nCreditLimit,
                           move nDefaultTerms to nCreditTerms,
                           if nCustTermsIn numeric
                               and nCustTermsIn > 0
                               move nCustTermsIn to nCreditTerms
                           end-if
                       end-if,
                       move "y" to xEofFlag
                   end-if,
           end-read.

       272-next-order.
           read orderFile into xOrderRecord
               at end
                   move "y" to xEofFlag,
               not at end
                   if xOrderCustOut = xCustomerName
                       perform 273-accumulate-order
                   end-if,
           end-read.

       273-accumulate-order.
           move 0 to nCoFoundSub.
           perform varying nCoSub from 1 by 1
               until nCoSub > nCoCount
               if nCoOrderNum(nCoSub) = nOrderNumOut
                   move nCoSub to nCoFoundSub
                   move nCoCount to nCoSub
               end-if
           end-perform.
           if nCoFoundSub = 0
               if nCoCount >= nCoMax
                   exit paragraph
               end-if
               add 1 to nCoCount
               move nCoCount to nCoFoundSub
               move nOrderNumOut to nCoOrderNum(nCoFoundSub)
               move xOrderDateOut to nCoDate(nCoFoundSub)
               move 0 to nCoTotal(nCoFoundSub)
               move 0 to nCoPaid(nCoFoundSub)
           end-if.
           add nOrderTotalOut to nCoTotal(nCoFoundSub).
           if nOrderTaxOut numeric
               add nOrderTaxOut to nCoTotal(nCoFoundSub)
           end-if.

       274-next-payment.
           read paymentFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform varying nCoSub from 1 by 1
                       until nCoSub > nCoCount
                       if nCoOrderNum(nCoSub) = nPayOrderNum
                           add nPayAmount to nCoPaid(nCoSub)
                           move nCoCount to nCoSub
                       end-if
                   end-perform,
           end-read.

       275-next-memo.
           read returnLogFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xRnType = "M"
                       perform varying nCoSub from 1 by 1
                           until nCoSub > nCoCount
                           if nCoOrderNum(nCoSub) = nRnOrderNum
                               add nRnAmount to nCoPaid(nCoSub)
                               move nCoCount to nCoSub
                           end-if
                       end-perform
                   end-if,
           end-read.

       300-termination.
           display "</body>".
           display "</html>".
           copy "busdate-procedure.cbl".

           copy "weberror-procedure.cbl".

           copy "salestax-procedure.cbl".

           copy "pricing-procedure.cbl".
