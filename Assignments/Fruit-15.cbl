       data division.
       file section.
       fd  orderFile.
       01  xOrderLine              pic x(120).

       fd  archiveFile.
       01  xArchiveLine            pic x(120).

       fd  paymentFile.
       01  xPaymentRecord.

       01  xOrderTable.
           05 xOrderElement occurs 1000 times.
               10 xOtImage         pic x(120).
               10 xOtMonth         pic 9(6).
               10 xOtArchive       pic x.
               10 nOtOrderNum      pic 9(6).
           05 xOpApplied           pic x.
           05 filler               pic x.
           05 xOpFulfill           pic x(8).
           05 filler               pic x.
           05 nOpTax               pic 9(5)v99.

           copy "runlog-workingstorage.cbl".

           perform 113-find-order-balance.
           if nBalFoundSub > 0
               add nOpTotal to nObTotal(nBalFoundSub)
               if nOpTax numeric
                   add nOpTax to nObTotal(nBalFoundSub)
               end-if
           end-if.

       113-find-order-balance.
