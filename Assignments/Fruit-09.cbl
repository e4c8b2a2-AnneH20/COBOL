      * per run, with the order date and an open/filled status per
      * line -- so the phone call to the supplier quotes a number
      * and Fruit-03's receiving pass has something to match
      * receipts against. Each line carries the unit cost it is
      * ordered at -- the newest cost on Fruit-receivings.txt for
      * the fruit -- which the supplier's invoice is matched to.

       identification division.
       program-id. Fruit-09.
           select optional poNumFile assign to "Fruit-ponum.txt"
           organization is line sequential.

           select optional receivingFile assign to
           "Fruit-receivings.txt"
           organization is line sequential.

           select reportFile assign to "Fruit-09-report.txt"
           organization is line sequential.

           05 xPoStatus            pic x.
           05 filler               pic x           value spaces.
           05 nPoDate              pic 9(8).
           05 filler               pic x           value spaces.
      * Unit cost the line is ordered at; zero when the fruit has
      * never been received.
           05 nPoUnitCost          pic 99v99.

       fd  poNumFile.
       01  xPoNumRecord            pic 9(6).

       fd  receivingFile.
       01  xReceivingRecord.
           05 xRcvFruit            pic x(14).
           05 xRcvQtyRaw           pic x(3).
           05 xRcvCostRaw          pic x(5).
           05 xRcvDateRaw          pic x(8).

       fd  reportFile.
       01  xReportLine             pic x(80).

               10 xStFruit         pic x(14).
               10 nStQty           pic 9(5).
               10 xStSupplier      pic x(20).
               10 nStCost          pic 99v99      value 0.
               10 nStCostDate      pic 9(8)       value 0.

      * One PO number per supplier per run.
       77  nSupplierCount      pic 99              value 0.
           05 xPoFruitOut      pic x(14).
           05 filler           pic x(2)            value spaces.
           05 nePoQtyOut       pic zz,zz9.
           05 filler           pic x(2)            value spaces.
           05 nePoCostOut      pic z9.99.

       01  xReportFooter.
           05 neFootLines      pic zz9.
           perform 110-next-suggestion until xEofFlag = "y".
           close suggestFile.
           move "n" to xEofFlag.
           open input receivingFile.
           perform 130-next-receiving until xEofFlag = "y".
           close receivingFile.
           move "n" to xEofFlag.
           perform 120-read-po-number.

       110-next-suggestion.
           end-read.
           close poNumFile.

      * The newest dated receiving line per fruit carries the unit
      * cost the PO line is ordered at.
       130-next-receiving.
           read receivingFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if xRcvCostRaw numeric and xRcvDateRaw numeric
                       perform varying nWorkSub from 1 by 1
                           until nWorkSub > nSugCount
                           if xStFruit(nWorkSub) = xRcvFruit
                               perform 135-note-cost
                           end-if
                       end-perform
                   end-if,
           end-read.

       135-note-cost.
           if function numval(xRcvDateRaw) >= nStCostDate(nWorkSub)
               compute nStCost(nWorkSub) =
                   function numval(xRcvCostRaw) / 100
               move function numval(xRcvDateRaw) to
               nStCostDate(nWorkSub)
           end-if.

      * Lines group by supplier under one PO number each: the first
      * suggestion for a supplier claims the next number, later
      * lines for the same supplier reuse it.
           move 0 to nPoReceivedQty.
           move "O" to xPoStatus.
           move xTodayDate to nPoDate.
           move nStCost(nWorkSub) to nPoUnitCost.
           write xPoRecord.
           add 1 to nLineCount.
           move nPoNumber to nePoNumOut.
           move xPoSupplier to xPoSupplierOut.
           move xPoFruit to xPoFruitOut.
           move nPoOrderedQty to nePoQtyOut.
           move nPoUnitCost to nePoCostOut.
           write xReportLine from xReportDetail.

       220-resolve-supplier-po.
