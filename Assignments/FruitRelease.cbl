      * Program: Web Fruit Order Credit Release Page
      *
      * Checkout (Fruit-02) puts a customer's order on credit hold
      * when it would take them past the limit Fruit-20 set, or when
      * they have an order unpaid past terms, and Fruit-06 never
      * picks a held order. A signed-in admin (role 'A') posts the
      * order number here to let it go; the request lands on the
      * append-only Fruit-orderrel.txt log, the same queue pattern
      * PayrollRelease uses, and the single-writer Fruit-08 applier
      * reopens the order on its next run. A release tried by a user
      * without the admin role is refused and logged ('N') for the
      * Fruit-21 held-orders report.

       identification division.
       program-id. FruitRelease.
       author. Anne.

       environment division.
           copy "postData-environmentdivision.cbl".

       input-output section.
       file-control.
           select optional orderFile assign to "Fruit-orders.txt"
           organization is line sequential.

           select optional releaseFile assign to
           "Fruit-orderrel.txt"
           organization is line sequential.

           copy "websession-filecontrol.cbl".

           copy "postData-filecontrol.cbl".

           copy "weblog-filecontrol.cbl".

       data division.
       file section.

       fd  webinput.
       01  xPostData                    pic x(1024).

           copy "postData-filesection.cbl".

      * Only the parts of the order line this page needs.
       fd  orderFile.
       01  xOrderRecord.
           05 filler               pic x(14).
           05 filler               pic x.
           05 filler               pic 999.
           05 filler               pic x.
           05 filler               pic 99v99.
           05 filler               pic x.
           05 nOrderTotalIn        pic 9(5)v99.
           05 filler               pic x.
           05 xOrderDateIn         pic 9(8).
           05 filler               pic x.
           05 nOrderNumIn          pic 9(6).
           05 filler               pic x.
           05 xOrderStatusIn       pic x.
           05 filler               pic x.
           05 xOrderCustIn         pic x(20).
           05 filler               pic x(11).
      * Sales tax checkout charged on the line (see Fruit-23).
           05 filler               pic x.
           05 nOrderTaxIn          pic 9(5)v99.
      * Discount, pricing rule, delivery date and charge department,
      * not needed here.
           05 filler               pic x(31).

      * One release attempt: 'R' release requested, 'N' refused
      * because the user is not an admin.
       fd  releaseFile.
       01  xReleaseRecord.
           05 xRlApprover      pic x(12).
           05 nRlOrderNum      pic 9(6).
           05 nRlDate          pic 9(8).
           05 nRlTime          pic 9(6).
           05 xRlResult        pic x.

           copy "websession-filesection.cbl".

           copy "weblog-filesection.cbl".

       working-storage section.
       77  xNewLine            pic x               value x"0a".
       77  xEofFlag            pic x               value 'n'.
       77  xOrderRaw           pic x(6)            value spaces.
       77  nOrderWork          pic 9(6)            value 0.
       77  nLineCount          pic 99              value 0.
       77  nHeldCount          pic 99              value 0.
       77  nHeldTotal          pic 9(7)v99         value 0.
       77  neHeldTotal         pic $$$,$$$,$$9.99.
       77  xOrderCustWk        pic x(20)           value spaces.
       77  xPendingFlag        pic x               value 'n'.
       77  xTodayDate          pic 9(8)            value 0.
       77  xTimeRaw            pic 9(8)            value 0.

           copy "websession-workingstorage.cbl".

           copy "postData-workingstorage.cbl".

           copy "weblog-workingstorage.cbl".

       procedure division.
       000-main.
           perform 100-initialization.
           perform 200-processing.
           perform 300-termination.
           stop run.

       100-initialization.
           copy "html-head.cbl"
               replacing ==PAGE-TITLE== by =="Order Release"==.
           call "getPostData".
           move function getPostValue("order") to xOrderRaw.

       200-processing.
           perform 9800-check-post-data.
           move "order" to xRequiredFieldName.
           perform 9810-require-field.
           if xPostDataMissing = 'y' or xRequiredFieldMissing = 'y'
               exit paragraph
           end-if.
           perform 9700-check-session.
           if xWebSessionOk not = 'y'
               exit paragraph
           end-if.
           move xWebSessionUser to xWebLogUser.
           if xOrderRaw not numeric
               display "<p><strong>Order number must be numeric (six "
               "digits, e.g. 100042).</strong></p>"
               exit paragraph
           end-if.
           move xOrderRaw to nOrderWork.
           if xWebSessionRole not = "A"
               display "<p><strong>Only an admin can release an "
               "order from credit hold.</strong> The attempt has "
               "been logged.</p>"
               move "N" to xRlResult
               perform 230-log-release
               exit paragraph
           end-if.
           perform 210-find-order.
           if nLineCount = 0
               display "<p><strong>No order ", xOrderRaw,
               " on file.</strong></p>"
               exit paragraph
           end-if.
           if nHeldCount = 0
               display "<p>Order ", xOrderRaw, " is not on credit "
               "hold.</p>"
               exit paragraph
           end-if.
           perform 220-find-pending.
           if xPendingFlag = 'y'
               display "<p>A release of order ", xOrderRaw, " is "
               "already waiting for the next Fruit-08 run.</p>"
               exit paragraph
           end-if.
           move "R" to xRlResult.
           perform 230-log-release.
           move nHeldTotal to neHeldTotal.
           display "<p>Release of order ", xOrderRaw, " (",
           function trim(xOrderCustWk), ", ",
           function trim(neHeldTotal), ") recorded. It is reopened "
           "for picking after the next Fruit-08 run.</p>".

       210-find-order.
           move 0 to nLineCount.
           move 0 to nHeldCount.
           move 0 to nHeldTotal.
           move "n" to xEofFlag.
           open input orderFile.
           perform 215-next-order until xEofFlag = "y".
           close orderFile.

       215-next-order.
           read orderFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nOrderNumIn = nOrderWork
                       add 1 to nLineCount,
                       move xOrderCustIn to xOrderCustWk,
                       if xOrderStatusIn = "H"
                           add 1 to nHeldCount,
                           add nOrderTotalIn to nHeldTotal,
                           if nOrderTaxIn numeric
                               add nOrderTaxIn to nHeldTotal
                           end-if
                       end-if
                   end-if,
           end-read.

      * Fruit-08 reopens every line a logged 'R' names, so an 'R' for
      * an order still on hold has not been applied yet.
       220-find-pending.
           move "n" to xPendingFlag.
           move "n" to xEofFlag.
           open input releaseFile.
           perform 225-next-release until xEofFlag = "y".
           close releaseFile.

       225-next-release.
           read releaseFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nRlOrderNum = nOrderWork and xRlResult = "R"
                       move "y" to xPendingFlag,
                       move "y" to xEofFlag
                   end-if,
           end-read.

      * The caller has set xRlResult.
       230-log-release.
           accept xTodayDate from date yyyymmdd.
           accept xTimeRaw from time.
           move xWebSessionUser to xRlApprover.
           move nOrderWork to nRlOrderNum.
           move xTodayDate to nRlDate.
           move xTimeRaw(1:6) to nRlTime.
           open extend releaseFile.
           write xReleaseRecord.
           close releaseFile.

       300-termination.
           display "</body>".
           display "</html>".
           move "FruitRelease" to xWebLogProgram.
           move function concatenate("order=",
               function trim(xOrderRaw)) to xWebLogParams.
           perform 9100-write-weblog.

           copy "postData-procedure.cbl".

           copy "websession-procedure.cbl".

           copy "weblog-procedure.cbl".

      * Add a blank line at the end
