           05 xfruitNameInput      pic x(14).
           05 nfruitQuantityInput  pic 999.
           05 nfruitPriceInput     pic 99v99.
      * Temperature hold flag (Fruit-28), not needed here.
           05 filler               pic x.

       fd  orderFile.
       01  xOrderRecord.
           05 xOrderCustIn         pic x(20).
           05 filler               pic x.
           05 xOrderAppliedIn      pic x.
      * Fulfillment date, sales tax, discount, delivery date and
      * charge department, not needed here.
           05 filler               pic x(48).

       fd  supplierFile.
       01  xSupplierRecord.
           05 xSupFruitIn          pic x(14).
           05 xSupNameIn           pic x(20).
      * Payment terms in days, used by the invoice match.
           05 filler               pic x(3).

       fd  reportFile.
       01  xReportLine             pic x(90).
