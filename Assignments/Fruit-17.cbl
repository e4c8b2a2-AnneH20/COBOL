      * Program: Fruit Supplier Invoice Match and Payables Aging
      *
      * Supplier invoices were paid off the paper with nobody
      * checking them. Now they are keyed to Fruit-invoices.txt
      * against a Fruit-pos.txt PO number, one line per fruit
      * billed, and every line is matched three ways: the fruit must
      * be on that PO, the unit price must agree with the cost the
      * PO line was ordered at, and the quantity must agree with
      * what Fruit-03's receiving pass has received against the
      * line. A difference beyond tolerance holds the whole invoice
      * for review; a reviewer releases it with an 'R' transaction.
      * A matched (or released) invoice posts an inventory debit
      * and an accounts-payable credit to Fruit-17-gl.txt, in the
      * layout GlConsolidate takes, and goes on the payables ledger,
      * Fruit-payables.txt, due the supplier's terms after the
      * invoice date (terms from Fruit-suppliers.txt). The payables
      * aging, Fruit-17-aging.txt, shows by supplier what is held and
      * what falls due when.

       identification division.
       program-id. Fruit-17.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select invoiceFile assign to "Fruit-invoices.txt"
           organization is line sequential.

           select optional poFile assign to "Fruit-pos.txt"
           organization is line sequential.

           select supplierFile assign to "Fruit-suppliers.txt"
           organization is line sequential.

           select optional payablesFile assign to
           "Fruit-payables.txt"
           organization is line sequential.

      * Appended between nights; GlConsolidate consumes it.
           select optional glFile assign to "Fruit-17-gl.txt"
           organization is line sequential.

           select reportFile assign to "Fruit-17-report.txt"
           organization is line sequential.

           select agingFile assign to "Fruit-17-aging.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
      * xInvAction 'I' an invoice line, 'R' release a held invoice
      * (invoice number and PO only). Read raw so a shifted column
      * is rejected on the report instead of reaching the ledger.
      * The unit price is keyed without the decimal point (cents).
       fd  invoiceFile.
       01  xInvoiceTransaction.
           05 xInvAction           pic x.
           05 xInvNumber           pic x(10).
           05 xInvPoRaw            pic x(6).
           05 xInvDateRaw          pic x(8).
           05 xInvFruit            pic x(14).
           05 xInvQtyRaw           pic x(5).
           05 xInvPriceRaw         pic x(4).

       fd  poFile.
       01  xPoRecord.
           05 nPoNumber            pic 9(6).
           05 filler               pic x.
           05 xPoSupplier          pic x(20).
           05 filler               pic x.
           05 xPoFruit             pic x(14).
           05 filler               pic x.
           05 nPoOrderedQty        pic 9(5).
           05 filler               pic x.
           05 nPoReceivedQty       pic 9(5).
           05 filler               pic x.
           05 xPoStatus            pic x.
           05 filler               pic x.
           05 nPoDate              pic 9(8).
           05 filler               pic x.
           05 xPoUnitCostRaw       pic x(4).

       fd  supplierFile.
       01  xSupplierRecord.
           05 xSupFruitIn          pic x(14).
           05 xSupNameIn           pic x(20).
           05 xSupTermsIn          pic x(3).

      * Status 'O' open (approved to pay), 'H' held for review.
       fd  payablesFile.
       01  xPayableRecord.
           05 xApInvoice           pic x(10).
           05 filler               pic x           value spaces.
           05 xApSupplier          pic x(20).
           05 filler               pic x           value spaces.
           05 nApPo                pic 9(6).
           05 filler               pic x           value spaces.
           05 nApInvDate           pic 9(8).
           05 filler               pic x           value spaces.
           05 nApDueDate           pic 9(8).
           05 filler               pic x           value spaces.
           05 nApAmount            pic 9(7)v99.
           05 filler               pic x           value spaces.
           05 xApStatus            pic x.
           05 filler               pic x           value spaces.
           05 nApPostedDate        pic 9(8).

       fd  glFile.
       01  xGlRecord.
           05 xGlDeptNum        pic 99.
           05 xGlDebitAcct      pic 9(5).
           05 xGlDebitAmount    pic 9(7)v99.
           05 xGlCreditAcct     pic 9(5).
           05 xGlCreditAmount   pic 9(7)v99.
           05 xGlPeriod         pic 9(8).

       fd  reportFile.
       01  xReportLine             pic x(100).

       fd  agingFile.
       01  xAgingLine              pic x(110).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xTodayDate          pic 9(8)            value 0.
       77  nTodayInt           pic 9(7)            value 0.
       77  xBackupName         pic x(40)           value spaces.
       77  xRejectReason       pic x(40)           value spaces.
       77  xHoldReason         pic x(40)           value spaces.
       77  nDateWork           pic 9(8)            value 0.
       77  nDateIntWork        pic 9(7)            value 0.
       77  nQtyWork            pic 9(5)            value 0.
       77  nPriceWork          pic 99v99           value 0.
       77  nLineAmount         pic 9(7)v99         value 0.
       77  nInvoiceTotal       pic 9(7)v99         value 0.
       77  nDiffWork           pic 9(7)v99         value 0.
       77  nAllowWork          pic 9(7)v99         value 0.
       77  nMatchedCount       pic 999             value 0.
       77  nHeldCount          pic 999             value 0.
       77  nRejectedCount      pic 999             value 0.
       77  nReleasedCount      pic 999             value 0.
       77  nPostedTotal        pic 9(8)v99         value 0.
       77  xPayablesChanged    pic x               value 'n'.

      * A billed quantity more than this percent off what was
      * received, or a unit price more than this percent off the PO,
      * holds the invoice.
       77  nQtyTolerancePct    pic 99              value 5.
       77  nPriceTolerancePct  pic 99              value 2.

      * Days to pay when the supplier has no terms on file.
       77  nDefaultTerms       pic 999             value 30.

       77  nGlInventoryAcct    pic 9(5)            value 13000.
       77  nGlPayableAcct      pic 9(5)            value 20200.

       77  nPoCount            pic 999             value 0.
       77  nPoMax              pic 999             value 200.
       77  nPoSub              pic 999             value 0.
       77  nPoFoundSub         pic 999             value 0.
       77  nSupplierCount      pic 99              value 0.
       77  nSupplierSub        pic 99              value 0.
       77  nTermsWork          pic 999             value 0.
       77  nApCount            pic 9(4)            value 0.
       77  nApMax              pic 9(4)            value 1000.
       77  nApSub              pic 9(4)            value 0.
       77  nApFoundSub         pic 9(4)            value 0.
       77  nLineCount          pic 999             value 0.
       77  nLineMax            pic 999             value 500.
       77  nLineSub            pic 999             value 0.
       77  nGroupStart         pic 999             value 0.
       77  nGroupEnd           pic 999             value 0.
       77  nReleaseCount       pic 99              value 0.
       77  nReleaseSub         pic 99              value 0.
       77  nDaysToDue          pic s9(5)           value 0.
       77  nBucketSub          pic 9               value 0.

       01  xPoTable.
           05 xPoElement occurs 200 times.
               10 nPtNumber        pic 9(6).
               10 xPtSupplier      pic x(20).
               10 xPtFruit         pic x(14).
               10 nPtReceived      pic 9(5).
               10 nPtUnitCost      pic 99v99.

       01  xSupplierTable.
           05 xSupplierElement occurs 30 times.
               10 xSpName          pic x(20).
               10 nSpTerms         pic 999.

      * The invoice lines, grouped by PO and invoice number once
      * sorted; a group is one supplier invoice.
       01  xLineTable.
           05 xLineElement occurs 1 to 500 times
               depending on nLineCount
               ascending key is nLtPo xLtInvoice nLtSeq.
               10 nLtPo            pic 9(6).
               10 xLtInvoice       pic x(10).
               10 nLtSeq           pic 999.
               10 xLtRaw           pic x(48).

       01  xReleaseTable.
           05 xReleaseElement occurs 50 times.
               10 xRlRaw           pic x(48).

       01  xApTable.
           05 xApElement occurs 1 to 1000 times
               depending on nApCount
               ascending key is xAtSupplier nAtDueDate xAtInvoice.
               10 xAtSupplier      pic x(20).
               10 nAtDueDate       pic 9(8).
               10 xAtInvoice       pic x(10).
               10 nAtPo            pic 9(6).
               10 nAtInvDate       pic 9(8).
               10 nAtAmount        pic 9(7)v99.
               10 xAtStatus        pic x.
               10 nAtPostedDate    pic 9(8).

       01  xReportHeading.
           05 filler           pic x(12)           value 'INVOICE'.
           05 filler           pic x(8)            value 'PO'.
           05 filler           pic x(16)           value 'FRUIT'.
           05 filler           pic x(7)            value '  QTY'.
           05 filler           pic x(7)            value ' PRICE'.
           05 filler           pic x(40)           value 'RESULT'.

       01  xReportDetail.
           05 xRptInvoice      pic x(10).
           05 filler           pic x(2)            value spaces.
           05 xRptPo           pic x(6).
           05 filler           pic x(2)            value spaces.
           05 xRptFruit        pic x(14).
           05 filler           pic x(2)            value spaces.
           05 xRptQty          pic x(5).
           05 filler           pic x(2)            value spaces.
           05 xRptPrice        pic x(4).
           05 filler           pic x(3)            value spaces.
           05 xRptResult       pic x(45).

       01  xInvoiceSummary.
           05 filler           pic x(4)            value spaces.
           05 filler           pic x(8)            value 'INVOICE '.
           05 xSumInvoice      pic x(10).
           05 filler           pic x(2)            value spaces.
           05 neSumAmount      pic $$,$$$,$$9.99.
           05 filler           pic x(2)            value spaces.
           05 xSumResult       pic x(50).

       01  xReportFooter.
           05 neFootMatched    pic zz9.
           05 filler           pic x(11)           value ' matched, '.
           05 neFootHeld       pic zz9.
           05 filler           pic x(8)            value ' held, '.
           05 neFootRejected   pic zz9.
           05 filler           pic x(12)           value ' rejected, '.
           05 neFootReleased   pic zz9.
           05 filler           pic x(20)
               value ' released; posted '.
           05 neFootPosted     pic $$,$$$,$$9.99.

      * Aging: days from the business date to the due date.
       01  xAgingHeading-1.
           05 filler           pic x(24)
               value 'PAYABLES AGING AS OF '.
           05 neAgHeadDate     pic 9(8).

       01  xAgingHeading-2.
           05 filler           pic x(12)           value 'INVOICE'.
           05 filler           pic x(8)            value 'PO'.
           05 filler           pic x(10)           value 'INVOICED'.
           05 filler           pic x(10)           value 'DUE'.
           05 filler           pic x(15)
               value '       PAST DUE'.
           05 filler           pic x(15)
               value '        DUE 0-7'.
           05 filler           pic x(15)
               value '       DUE 8-30'.
           05 filler           pic x(15)
               value '    DUE OVER 30'.
           05 filler           pic x(6)            value '  HELD'.

       01  xAgingSupplier.
           05 filler           pic x(10)           value 'SUPPLIER: '.
           05 xAgSupplier      pic x(20).

       01  xAgingDetail.
           05 xAgInvoice       pic x(10).
           05 filler           pic x(2)            value spaces.
           05 neAgPo           pic 9(6).
           05 filler           pic x(2)            value spaces.
           05 neAgInvDate      pic 9(8).
           05 filler           pic x(2)            value spaces.
           05 neAgDueDate      pic 9(8).
           05 xAgBucket occurs 4 times.
               10 filler       pic x(2).
               10 xAgBucketAmt pic x(13).
           05 filler           pic x(2)            value spaces.
           05 xAgHeld          pic x(4).

       01  xAgingBuckets.
           05 nAgSupBucket occurs 4 times pic 9(8)v99.
           05 nAgAllBucket occurs 4 times pic 9(8)v99.

       77  neAgMoney           pic $$,$$$,$$9.99.
       77  nAgHeldTotal        pic 9(8)v99         value 0.

       01  xAgingTotal.
           05 filler           pic x(2)            value spaces.
           05 xAgTotLabel      pic x(36).
           05 xAgTotBucket occurs 4 times.
               10 filler       pic x(2).
               10 xAgTotAmt    pic x(13).

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

       procedure division.
       000-main.
           move "Fruit-17" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-match-invoices.
           perform 250-release-invoices.
           perform 300-termination.
           perform 400-aging.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           move xBusinessDate to xTodayDate.
           compute nTodayInt = function integer-of-date(xTodayDate).
           open input poFile.
           perform 110-next-po until xEofFlag = "y".
           close poFile.
           move "n" to xEofFlag.
           open input supplierFile.
           perform 120-next-supplier until xEofFlag = "y".
           close supplierFile.
           move "n" to xEofFlag.
           open input payablesFile.
           perform 130-next-payable until xEofFlag = "y".
           close payablesFile.
           move "n" to xEofFlag.
           open output reportFile.
           write xReportLine from xReportHeading.
           open input invoiceFile.
           perform 140-next-invoice-line until xEofFlag = "y".
           close invoiceFile.
           move "n" to xEofFlag.
           if nLineCount > 0
               sort xLineElement on ascending key nLtPo xLtInvoice
                   nLtSeq
           end-if.

       110-next-po.
           read poFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nPoCount < nPoMax
                       add 1 to nPoCount,
                       move nPoNumber to nPtNumber(nPoCount),
                       move xPoSupplier to xPtSupplier(nPoCount),
                       move xPoFruit to xPtFruit(nPoCount),
                       move nPoReceivedQty to nPtReceived(nPoCount),
                       move 0 to nPtUnitCost(nPoCount),
                       if xPoUnitCostRaw numeric
                           compute nPtUnitCost(nPoCount) =
                               function numval(xPoUnitCostRaw) / 100
                       end-if
                   end-if,
           end-read.

      * The file is by fruit, so a supplier shows once per fruit it
      * sells; its terms are taken from the first row.
       120-next-supplier.
           read supplierFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform 125-store-supplier,
           end-read.

       125-store-supplier.
           perform varying nSupplierSub from 1 by 1
               until nSupplierSub > nSupplierCount
               if xSpName(nSupplierSub) = xSupNameIn
                   exit paragraph
               end-if
           end-perform.
           if nSupplierCount >= 30
               exit paragraph
           end-if.
           add 1 to nSupplierCount.
           move xSupNameIn to xSpName(nSupplierCount).
           move nDefaultTerms to nSpTerms(nSupplierCount).
           if xSupTermsIn numeric
               move xSupTermsIn to nSpTerms(nSupplierCount)
           end-if.

       130-next-payable.
           read payablesFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nApCount < nApMax
                       add 1 to nApCount,
                       move xApInvoice to xAtInvoice(nApCount),
                       move xApSupplier to xAtSupplier(nApCount),
                       move nApPo to nAtPo(nApCount),
                       move nApInvDate to nAtInvDate(nApCount),
                       move nApDueDate to nAtDueDate(nApCount),
                       move nApAmount to nAtAmount(nApCount),
                       move xApStatus to xAtStatus(nApCount),
                       move nApPostedDate to nAtPostedDate(nApCount)
                   end-if,
           end-read.

      * Releases wait until the new invoices are in, so a line
      * sequence number keeps each invoice's lines in keyed order.
       140-next-invoice-line.
           read invoiceFile
               at end
                   move "y" to xEofFlag,
               not at end
                   evaluate true
                       when xInvAction = "R"
                           and nReleaseCount < 50
                           add 1 to nReleaseCount
                           move xInvoiceTransaction to
                           xRlRaw(nReleaseCount)
                       when xInvAction = "I" and nLineCount < nLineMax
                           add 1 to nLineCount
                           move 0 to nLtPo(nLineCount)
                           if xInvPoRaw numeric
                               move xInvPoRaw to nLtPo(nLineCount)
                           end-if
                           move xInvNumber to xLtInvoice(nLineCount)
                           move nLineCount to nLtSeq(nLineCount)
                           move xInvoiceTransaction to
                           xLtRaw(nLineCount)
                       when other
                           perform 145-report-bad-action
                   end-evaluate,
           end-read.

       145-report-bad-action.
           move xInvNumber to xRptInvoice.
           move xInvPoRaw to xRptPo.
           move xInvFruit to xRptFruit.
           move xInvQtyRaw to xRptQty.
           move xInvPriceRaw to xRptPrice.
           move "REJECTED - INVALID ACTION OR TABLE FULL" to
           xRptResult.
           add 1 to nRejectedCount.
           write xReportLine from xReportDetail.

       200-match-invoices.
           move 1 to nGroupStart.
           perform until nGroupStart > nLineCount
               move nGroupStart to nGroupEnd
               perform until nGroupEnd >= nLineCount
                   or nLtPo(nGroupEnd + 1) not = nLtPo(nGroupStart)
                   or xLtInvoice(nGroupEnd + 1) not =
                       xLtInvoice(nGroupStart)
                   add 1 to nGroupEnd
               end-perform
               perform 210-match-one-invoice
               compute nGroupStart = nGroupEnd + 1
           end-perform.

      * Every line is edited first: any line that cannot be matched
      * at all rejects the invoice for rekeying; lines that match
      * outside tolerance hold it.
       210-match-one-invoice.
           move spaces to xRejectReason.
           move spaces to xHoldReason.
           move 0 to nInvoiceTotal.
           move xLtRaw(nGroupStart) to xInvoiceTransaction.
           perform 215-edit-header.
           perform varying nLineSub from nGroupStart by 1
               until nLineSub > nGroupEnd
               move xLtRaw(nLineSub) to xInvoiceTransaction
               perform 220-match-line
           end-perform.
           move xLtInvoice(nGroupStart) to xSumInvoice.
           move nInvoiceTotal to neSumAmount.
           if xRejectReason not = spaces
               move xRejectReason to xSumResult
               add 1 to nRejectedCount
               write xReportLine from xInvoiceSummary
               exit paragraph
           end-if.
           if nApCount >= nApMax
               move "REJECTED - PAYABLES LEDGER FULL" to xSumResult
               add 1 to nRejectedCount
               write xReportLine from xInvoiceSummary
               exit paragraph
           end-if.
           perform 230-add-payable.
           if xHoldReason not = spaces
               move "H" to xAtStatus(nApFoundSub)
               move "HELD FOR REVIEW" to xSumResult
               add 1 to nHeldCount
           else
               perform 240-post-gl
               move "MATCHED - POSTED TO PAYABLES" to xSumResult
               add 1 to nMatchedCount
           end-if.
           write xReportLine from xInvoiceSummary.

      * The invoice as a whole: a known PO, a real invoice date not
      * in the future, and not already on the payables ledger.
       215-edit-header.
           move 0 to nPoFoundSub.
           perform varying nPoSub from 1 by 1
               until nPoSub > nPoCount
               if nPtNumber(nPoSub) = nLtPo(nGroupStart)
                   move nPoSub to nPoFoundSub
                   move nPoCount to nPoSub
               end-if
           end-perform.
           if nPoFoundSub = 0
               move "REJECTED - PO NOT ON FILE" to xRejectReason
               exit paragraph
           end-if.
           if xInvNumber = spaces
               move "REJECTED - INVOICE NUMBER REQUIRED" to
               xRejectReason
               exit paragraph
           end-if.
           move 0 to nDateIntWork.
           if xInvDateRaw numeric
               move xInvDateRaw to nDateWork
               compute nDateIntWork =
                   function integer-of-date(nDateWork)
           end-if.
           if nDateIntWork = 0
               move "REJECTED - INVALID INVOICE DATE" to
               xRejectReason
               exit paragraph
           end-if.
           if nDateWork > xTodayDate
               move "REJECTED - INVOICE DATE IN THE FUTURE" to
               xRejectReason
               exit paragraph
           end-if.
           perform varying nApSub from 1 by 1
               until nApSub > nApCount
               if xAtInvoice(nApSub) = xInvNumber
                   and xAtSupplier(nApSub) = xPtSupplier(nPoFoundSub)
                   move "REJECTED - INVOICE ALREADY ON PAYABLES" to
                   xRejectReason
               end-if
           end-perform.

       220-match-line.
           move xInvNumber to xRptInvoice.
           move xInvPoRaw to xRptPo.
           move xInvFruit to xRptFruit.
           move xInvQtyRaw to xRptQty.
           move xInvPriceRaw to xRptPrice.
           move spaces to xRptResult.
           perform 225-match-line-detail.
           if xRptResult = spaces
               move "MATCHED" to xRptResult
           end-if.
           write xReportLine from xReportDetail.

       225-match-line-detail.
           if xRejectReason not = spaces
               move "NOT MATCHED - INVOICE REJECTED" to xRptResult
               exit paragraph
           end-if.
           if xInvQtyRaw not numeric or xInvPriceRaw not numeric
               move "REJECTED - QUANTITY OR PRICE NOT NUMERIC" to
               xRejectReason
               move xRejectReason to xRptResult
               exit paragraph
           end-if.
           move xInvQtyRaw to nQtyWork.
           compute nPriceWork = function numval(xInvPriceRaw) / 100.
           move 0 to nPoFoundSub.
           perform varying nPoSub from 1 by 1
               until nPoSub > nPoCount
               if nPtNumber(nPoSub) = nLtPo(nGroupStart)
                   and xPtFruit(nPoSub) = xInvFruit
                   move nPoSub to nPoFoundSub
                   move nPoCount to nPoSub
               end-if
           end-perform.
           if nPoFoundSub = 0
               move "REJECTED - FRUIT NOT ON THIS PO" to
               xRejectReason
               move xRejectReason to xRptResult
               exit paragraph
           end-if.
           compute nLineAmount rounded = nQtyWork * nPriceWork.
           add nLineAmount to nInvoiceTotal.
           if nQtyWork > nPtReceived(nPoFoundSub)
               compute nDiffWork = nQtyWork - nPtReceived(nPoFoundSub)
           else
               compute nDiffWork = nPtReceived(nPoFoundSub) - nQtyWork
           end-if.
           compute nAllowWork =
               nPtReceived(nPoFoundSub) * nQtyTolerancePct / 100.
           if nDiffWork > nAllowWork
               move "HOLD - QUANTITY DIFFERS FROM RECEIVED" to
               xRptResult
               move xRptResult to xHoldReason
           end-if.
           if nPtUnitCost(nPoFoundSub) = 0
               move "HOLD - NO PRICE ON THE PO LINE" to xRptResult
               move xRptResult to xHoldReason
               exit paragraph
           end-if.
           if nPriceWork > nPtUnitCost(nPoFoundSub)
               compute nDiffWork =
                   nPriceWork - nPtUnitCost(nPoFoundSub)
           else
               compute nDiffWork =
                   nPtUnitCost(nPoFoundSub) - nPriceWork
           end-if.
           compute nAllowWork =
               nPtUnitCost(nPoFoundSub) * nPriceTolerancePct / 100.
           if nDiffWork > nAllowWork
               if xRptResult = spaces
                   move "HOLD - PRICE DIFFERS FROM PO" to xRptResult
               else
                   move "HOLD - QUANTITY AND PRICE DIFFER" to
                   xRptResult
               end-if
               move xRptResult to xHoldReason
           end-if.

      * Due the supplier's terms after the invoice date.
       230-add-payable.
           move xLtRaw(nGroupStart) to xInvoiceTransaction.
           move nDefaultTerms to nTermsWork.
           perform varying nSupplierSub from 1 by 1
               until nSupplierSub > nSupplierCount
               if xSpName(nSupplierSub) = xPtSupplier(nPoFoundSub)
                   move nSpTerms(nSupplierSub) to nTermsWork
               end-if
           end-perform.
           add 1 to nApCount.
           move nApCount to nApFoundSub.
           move xInvNumber to xAtInvoice(nApFoundSub).
           move xPtSupplier(nPoFoundSub) to xAtSupplier(nApFoundSub).
           move nLtPo(nGroupStart) to nAtPo(nApFoundSub).
           move xInvDateRaw to nAtInvDate(nApFoundSub).
           compute nDateIntWork =
               function integer-of-date(nAtInvDate(nApFoundSub))
               + nTermsWork.
           compute nAtDueDate(nApFoundSub) =
               function date-of-integer(nDateIntWork).
           move nInvoiceTotal to nAtAmount(nApFoundSub).
           move "O" to xAtStatus(nApFoundSub).
           move 0 to nAtPostedDate(nApFoundSub).
           move "y" to xPayablesChanged.

      * Inventory debited, supplier payables credited, in the
      * stand's department (0, as Fruit-12 posts).
       240-post-gl.
           open extend glFile.
           move 0 to xGlDeptNum.
           move nGlInventoryAcct to xGlDebitAcct.
           move nAtAmount(nApFoundSub) to xGlDebitAmount.
           move nGlPayableAcct to xGlCreditAcct.
           move nAtAmount(nApFoundSub) to xGlCreditAmount.
           move xTodayDate to xGlPeriod.
           write xGlRecord.
           close glFile.
           move xTodayDate to nAtPostedDate(nApFoundSub).
           add nAtAmount(nApFoundSub) to nPostedTotal.

      * A reviewer's release: the held invoice posts as it stands.
       250-release-invoices.
           perform varying nReleaseSub from 1 by 1
               until nReleaseSub > nReleaseCount
               move xRlRaw(nReleaseSub) to xInvoiceTransaction
               perform 255-release-one
           end-perform.

       255-release-one.
           move xInvNumber to xRptInvoice.
           move xInvPoRaw to xRptPo.
           move "(RELEASE)" to xRptFruit.
           move spaces to xRptQty.
           move spaces to xRptPrice.
           move 0 to nApFoundSub.
           perform varying nApSub from 1 by 1
               until nApSub > nApCount
               if xAtInvoice(nApSub) = xInvNumber
                   and xInvPoRaw numeric
                   and nAtPo(nApSub) = function numval(xInvPoRaw)
                   move nApSub to nApFoundSub
               end-if
           end-perform.
           evaluate true
               when nApFoundSub = 0
                   move "REJECTED - INVOICE NOT ON PAYABLES" to
                   xRptResult
                   add 1 to nRejectedCount
               when xAtStatus(nApFoundSub) not = "H"
                   move "REJECTED - INVOICE IS NOT HELD" to
                   xRptResult
                   add 1 to nRejectedCount
               when other
                   move "O" to xAtStatus(nApFoundSub)
                   perform 240-post-gl
                   move "y" to xPayablesChanged
                   move "RELEASED - POSTED TO PAYABLES" to xRptResult
                   add 1 to nReleasedCount
           end-evaluate.
           write xReportLine from xReportDetail.

       300-termination.
           move nMatchedCount to neFootMatched.
           move nHeldCount to neFootHeld.
           move nRejectedCount to neFootRejected.
           move nReleasedCount to neFootReleased.
           move nPostedTotal to neFootPosted.
           write xReportLine from xReportFooter.
           close reportFile.
           if nApCount > 0
               sort xApElement on ascending key xAtSupplier
                   nAtDueDate xAtInvoice
           end-if.
           if xPayablesChanged = "y"
               perform 310-rewrite-payables
           end-if.
           display " ".
           display nMatchedCount, " invoices matched, ", nHeldCount,
           " held, ", nRejectedCount, " rejected, ", nReleasedCount,
           " released -- see Fruit-17-report.txt".
           display " ".
           move "Fruit-17" to xRunLogProgram.
           compute nRunLogRecCount = nLineCount + nReleaseCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

       310-rewrite-payables.
           move "Fruit-payables.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output payablesFile.
           perform varying nApSub from 1 by 1
               until nApSub > nApCount
               move spaces to xPayableRecord
               move xAtInvoice(nApSub) to xApInvoice
               move xAtSupplier(nApSub) to xApSupplier
               move nAtPo(nApSub) to nApPo
               move nAtInvDate(nApSub) to nApInvDate
               move nAtDueDate(nApSub) to nApDueDate
               move nAtAmount(nApSub) to nApAmount
               move xAtStatus(nApSub) to xApStatus
               move nAtPostedDate(nApSub) to nApPostedDate
               write xPayableRecord
           end-perform.
           close payablesFile.

      * Buckets: 1 past due, 2 due within 7 days, 3 within 30,
      * 4 later. Held invoices age with the rest and are marked.
       400-aging.
           open output agingFile.
           move xTodayDate to neAgHeadDate.
           write xAgingLine from xAgingHeading-1.
           write xAgingLine from xAgingHeading-2.
           initialize xAgingBuckets.
           move spaces to xAgSupplier.
           perform varying nApSub from 1 by 1
               until nApSub > nApCount
               if nApSub > 1
                   and xAtSupplier(nApSub) not =
                       xAtSupplier(nApSub - 1)
                   perform 420-supplier-total
               end-if
               if nApSub = 1
                   or xAtSupplier(nApSub) not =
                       xAtSupplier(nApSub - 1)
                   move xAtSupplier(nApSub) to xAgSupplier
                   write xAgingLine from xAgingSupplier
               end-if
               perform 410-aging-line
           end-perform.
           if nApCount > 0
               perform 420-supplier-total
           end-if.
           move "ALL SUPPLIERS" to xAgTotLabel.
           perform varying nBucketSub from 1 by 1
               until nBucketSub > 4
               move nAgAllBucket(nBucketSub) to neAgMoney
               move neAgMoney to xAgTotAmt(nBucketSub)
           end-perform.
           write xAgingLine from xAgingTotal.
           move nAgHeldTotal to neAgMoney.
           move spaces to xAgingLine.
           move function concatenate("  of which held for review: ",
               neAgMoney) to xAgingLine.
           write xAgingLine.
           close agingFile.

       410-aging-line.
           move xAtInvoice(nApSub) to xAgInvoice.
           move nAtPo(nApSub) to neAgPo.
           move nAtInvDate(nApSub) to neAgInvDate.
           move nAtDueDate(nApSub) to neAgDueDate.
           perform varying nBucketSub from 1 by 1
               until nBucketSub > 4
               move spaces to xAgBucket(nBucketSub)
           end-perform.
           compute nDaysToDue =
               function integer-of-date(nAtDueDate(nApSub))
               - nTodayInt.
           evaluate true
               when nDaysToDue < 0
                   move 1 to nBucketSub
               when nDaysToDue <= 7
                   move 2 to nBucketSub
               when nDaysToDue <= 30
                   move 3 to nBucketSub
               when other
                   move 4 to nBucketSub
           end-evaluate.
           move nAtAmount(nApSub) to neAgMoney.
           move neAgMoney to xAgBucketAmt(nBucketSub).
           add nAtAmount(nApSub) to nAgSupBucket(nBucketSub).
           add nAtAmount(nApSub) to nAgAllBucket(nBucketSub).
           move spaces to xAgHeld.
           if xAtStatus(nApSub) = "H"
               move "HELD" to xAgHeld
               add nAtAmount(nApSub) to nAgHeldTotal
           end-if.
           write xAgingLine from xAgingDetail.

       420-supplier-total.
           move function concatenate("TOTAL ",
               xAtSupplier(nApSub - 1)) to xAgTotLabel.
           perform varying nBucketSub from 1 by 1
               until nBucketSub > 4
               move nAgSupBucket(nBucketSub) to neAgMoney
               move neAgMoney to xAgTotAmt(nBucketSub)
               move 0 to nAgSupBucket(nBucketSub)
           end-perform.
           write xAgingLine from xAgingTotal.
           move spaces to xAgingLine.
           write xAgingLine.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
