           05 xfruitNameInput           pic x(14).
           05 xfruitQuantityInput       pic 999.
           05 xfruitPriceInput          pic 99v99.
      * 'T' while the fruit is on hold after a cooler temperature
      * excursion (Fruit-28).
           05 xfruitHoldInput           pic x.

           copy "weblog-filesection.cbl".

                   move spaces to xStatusOutput
               end-if
           end-if.
           if xfruitHoldInput not = space
               move "On Hold" to xStatusOutput
           end-if.

           display xOutput.

