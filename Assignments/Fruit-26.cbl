      * Program: Fruit Route Delivery Sign-Off
      *
      * The driver brings back the Fruit-06 manifest with each stop
      * signed; the office keys one line per signed order to
      * Fruit-deliveries.txt -- order number, the date it was signed
      * for (blank for the business date) and who signed -- and this
      * pass stamps the delivered date on every line of the order in
      * Fruit-orders.txt, separate from the fulfilled date Fruit-06
      * set when the order was picked. Only a fulfilled order can be
      * signed for, not before the day it was picked nor after the
      * business date, and only once. The order file is backed up
      * before it is rewritten; the sign-offs go on
      * Fruit-26-report.txt, accepted or rejected with the reason,
      * and the transaction file is emptied once read.

       identification division.
       program-id. Fruit-26.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional deliveryFile assign to
           "Fruit-deliveries.txt"
           organization is line sequential.

           select optional orderFile assign to "Fruit-orders.txt"
           organization is line sequential.

           select reportFile assign to "Fruit-26-report.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
       fd  deliveryFile.
       01  xDeliveryTransaction.
           05 xDlOrderRaw          pic x(6).
           05 xDlDateRaw           pic x(8).
           05 xDlSignedBy          pic x(20).

       fd  orderFile.
       01  xOrderLine              pic x(120).

       fd  reportFile.
       01  xReportLine             pic x(110).

           copy "runlog-filesection.cbl".

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xTodayDate          pic 9(8)            value 0.
       77  nDateWork           pic 9(8)            value 0.
       77  nDateIntWork        pic 9(7)            value 0.
       77  nOrderWork          pic 9(6)            value 0.
       77  nLinesFound         pic 99              value 0.
       77  xRejectReason       pic x(40)           value spaces.
       77  nReadCount          pic 999             value 0.
       77  nAcceptedCount      pic 999             value 0.
       77  nRejectedCount      pic 999             value 0.
       77  nWorkSub            pic 9(4)            value 0.
       77  xBackupName         pic x(40)           value spaces.

      * The whole order file as raw lines -- the record travels
      * untouched except for the delivered date, the way Fruit-15
      * carries it to the archives.
       77  nOrderCount         pic 9(4)            value 0.
       77  nOrderTableMax      pic 9(4)            value 1000.
       77  xOrderTableFull     pic x               value 'n'.

       01  xOrderTable.
           05 xOrderElement occurs 1000 times.
               10 xOtImage         pic x(120).

      * The order line as Fruit-02 writes it.
       01  xOrderParse.
           05 filler               pic x(14).
           05 filler               pic x.
           05 nOpQty               pic 999.
           05 filler               pic x.
           05 nOpPrice             pic 99v99.
           05 filler               pic x.
           05 nOpTotal             pic 9(5)v99.
           05 filler               pic x.
           05 xOpDate              pic 9(8).
           05 filler               pic x.
           05 nOpOrderNum          pic 9(6).
           05 filler               pic x.
           05 xOpStatus            pic x.
           05 filler               pic x.
           05 xOpCust              pic x(20).
           05 filler               pic x.
           05 xOpApplied           pic x.
           05 filler               pic x.
           05 xOpFulfill           pic x(8).
           05 filler               pic x.
           05 nOpTax               pic 9(5)v99.
           05 filler               pic x.
           05 nOpDisc              pic 9(5)v99.
           05 filler               pic x.
           05 xOpPromo             pic x(10).
           05 filler               pic x.
           05 xOpDelivered         pic x(8).
           05 filler               pic x(3).

       01  xReportHeading.
           05 filler           pic x(9)        value 'ORDER'.
           05 filler           pic x(22)       value 'CUSTOMER'.
           05 filler           pic x(10)       value 'SIGNED'.
           05 filler           pic x(22)       value 'SIGNED BY'.
           05 filler           pic x(20)       value 'RESULT'.

       01  xReportDetail.
           05 xRptOrder        pic x(6).
           05 filler           pic x(3)        value spaces.
           05 xRptCust         pic x(20).
           05 filler           pic x(2)        value spaces.
           05 xRptDate         pic x(8).
           05 filler           pic x(2)        value spaces.
           05 xRptSignedBy     pic x(20).
           05 filler           pic x(2)        value spaces.
           05 xRptResult       pic x(40).

       01  xReportFooter.
           05 neRptAccepted    pic zz9.
           05 filler           pic x(22)
                                value ' deliveries signed off'.
           05 filler           pic x(2)        value ', '.
           05 neRptRejected    pic zz9.
           05 filler           pic x(9)        value ' rejected'.

           copy "runlog-workingstorage.cbl".

           copy "busdate-workingstorage.cbl".

       procedure division.
       000-main.
           move "Fruit-26" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-loop until xEofFlag = "y".
           perform 300-termination.
           stop run.

       100-initialization.
           perform 9200-get-business-date.
           move xBusinessDate to xTodayDate.
           open input orderFile.
           perform 110-next-order until xEofFlag = "y".
           close orderFile.
           move "n" to xEofFlag.
           open output reportFile.
           write xReportLine from xReportHeading.
           open input deliveryFile.

       110-next-order.
           read orderFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nOrderCount >= nOrderTableMax
                       if xOrderTableFull = "n"
                           display "WARNING: order table full at "
                           nOrderTableMax
                           " records -- remaining rows in "
                           "Fruit-orders.txt were not loaded."
                           move "y" to xOrderTableFull
                       end-if
                   else
                       add 1 to nOrderCount,
                       move xOrderLine to xOtImage(nOrderCount)
                   end-if,
           end-read.

       200-loop.
           read deliveryFile
               at end
                   move "y" to xEofFlag,
               not at end
                   add 1 to nReadCount,
                   perform 210-process-delivery,
           end-read.

       210-process-delivery.
           move spaces to xRejectReason.
           move xDlOrderRaw to xRptOrder.
           move spaces to xRptCust.
           move xDlSignedBy to xRptSignedBy.
           perform 220-edit-delivery.
           if xRejectReason = spaces
               move nDateWork to xRptDate
               perform 230-stamp-order
               move "ACCEPTED" to xRptResult
               add 1 to nAcceptedCount
           else
               move xDlDateRaw to xRptDate
               move xRejectReason to xRptResult
               add 1 to nRejectedCount
           end-if.
           write xReportLine from xReportDetail.

       220-edit-delivery.
           if xDlOrderRaw not numeric
               move "REJECTED - ORDER NUMBER NOT NUMERIC" to
               xRejectReason
               exit paragraph
           end-if.
           move xDlOrderRaw to nOrderWork.
           if xDlDateRaw = spaces
               move xTodayDate to nDateWork
           else
               move 0 to nDateIntWork
               if xDlDateRaw numeric
                   move xDlDateRaw to nDateWork
                   compute nDateIntWork =
                       function integer-of-date(nDateWork)
               end-if
               if nDateIntWork = 0
                   move "REJECTED - INVALID DATE" to xRejectReason
                   exit paragraph
               end-if
           end-if.
           if nDateWork > xTodayDate
               move "REJECTED - DATE AFTER THE BUSINESS DATE" to
               xRejectReason
               exit paragraph
           end-if.
           if xDlSignedBy = spaces
               move "REJECTED - NO NAME FOR THE SIGNATURE" to
               xRejectReason
               exit paragraph
           end-if.
           move 0 to nLinesFound.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nOrderCount
               move xOtImage(nWorkSub) to xOrderParse
               if nOpOrderNum = nOrderWork
                   add 1 to nLinesFound
                   move xOpCust to xRptCust
                   perform 225-edit-line
               end-if
           end-perform.
           if nLinesFound = 0
               move "REJECTED - ORDER NOT ON FILE" to xRejectReason
           end-if.

      * The first line that fails decides the reason.
       225-edit-line.
           if xRejectReason not = spaces
               exit paragraph
           end-if.
           if xOpDelivered numeric and xOpDelivered not = "00000000"
               move function concatenate(
                   "REJECTED - ALREADY DELIVERED ", xOpDelivered)
                   to xRejectReason
               exit paragraph
           end-if.
           if xOpStatus not = "F"
               move "REJECTED - ORDER NOT FULFILLED YET" to
               xRejectReason
               exit paragraph
           end-if.
           if xOpFulfill numeric and xOpFulfill > nDateWork
               move "REJECTED - BEFORE THE FULFILLED DATE" to
               xRejectReason
           end-if.

       230-stamp-order.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nOrderCount
               move xOtImage(nWorkSub) to xOrderParse
               if nOpOrderNum = nOrderWork
                   move nDateWork to xOpDelivered
                   move xOrderParse to xOtImage(nWorkSub)
               end-if
           end-perform.

       300-termination.
           close deliveryFile.
           move nAcceptedCount to neRptAccepted.
           move nRejectedCount to neRptRejected.
           write xReportLine from xReportFooter.
           close reportFile.
           if nAcceptedCount > 0
               perform 310-rewrite-orders
           end-if.
           if nReadCount > 0
               move "Fruit-deliveries.txt" to xBackupName
               call "FileBackup" using xBackupName
               open output deliveryFile
               close deliveryFile
           end-if.
           display " ".
           display nAcceptedCount, " deliveries signed off, ",
           nRejectedCount, " rejected -- see Fruit-26-report.txt".
           display " ".
           move "Fruit-26" to xRunLogProgram.
           move nReadCount to nRunLogRecCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

       310-rewrite-orders.
           move "Fruit-orders.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output orderFile.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nOrderCount
               write xOrderLine from xOtImage(nWorkSub)
           end-perform.
           close orderFile.

           copy "runlog-procedure.cbl".

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
