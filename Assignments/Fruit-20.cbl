      * Program: Fruit Customer Credit Limits and Terms
      *
      * Lines on Fruit-custcredit.txt set a named customer's credit
      * limit and payment terms on Fruit-customers.txt. Checkout
      * (Fruit-02) holds an order when the customer's open balance
      * plus the new order would pass the limit, or when any of
      * their orders is unpaid past the terms; a zero limit takes
      * the customer off account and out of the check. The customer
      * file is rewritten only from validated data, backed up first,
      * with an accepted/rejected report -- the same discipline as
      * the Fruit-16 rep assignments.

       identification division.
       program-id. Fruit-20.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select maintFile assign to "Fruit-custcredit.txt"
           organization is line sequential.

           select optional customerFile assign to
           "Fruit-customers.txt"
           organization is line sequential.

           select reportFile assign to "Fruit-20-report.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

       data division.
       file section.
      * The limit is keyed in cents without a decimal point (0050000
      * is $500.00); terms are days, blank for the usual 30.
       fd  maintFile.
       01  xMaintTransaction.
           05 xMaintCust           pic x(20).
           05 xMaintLimitRaw       pic x(7).
           05 xMaintTermsRaw       pic x(3).

       fd  customerFile.
       01  xCustomerRecord.
           05 xCustNameIn          pic x(20).
           05 nCustFirstDateIn     pic 9(8).
           05 nCustOrderCountIn    pic 9(5).
      * Sales employee number the account is assigned to for
      * commission (see Fruit-16); blank is a house account.
           05 xCustRepIn           pic x(4).
      * Credit limit, zero for a customer not on account, and the
      * days an order may stay unpaid.
           05 nCustLimitIn         pic 9(5)v99.
           05 nCustTermsIn         pic 999.
      * Sales tax exemption certificate, kept by Fruit-23.
           05 xCustTaxCertIn       pic x(15).
      * Delivery address, route and stop, kept by Fruit-25.
           05 xCustDeliveryIn      pic x(67).

       fd  reportFile.
       01  xReportLine         pic x(80).

           copy "runlog-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  nAcceptedCount      pic 999             value 0.
       77  nRejectedCount      pic 999             value 0.
       77  xRejectReason       pic x(40)           value spaces.
       77  xBackupName         pic x(40)           value spaces.

      * Terms used when none are keyed.
       77  nDefaultTerms       pic 999             value 30.

       77  nCustCount          pic 999             value 0.
       77  nCustSub            pic 999             value 0.
       77  nCustFoundSub       pic 999             value 0.

       01  xCustomerTable.
           05 xCustomerElement occurs 200 times.
               10 xCustNameT       pic x(20).
               10 nCustFirstDateT  pic 9(8).
               10 nCustOrderCountT pic 9(5).
               10 xCustRepT        pic x(4).
               10 nCustLimitT      pic 9(5)v99.
               10 nCustTermsT      pic 999.
               10 xCustTaxCertT    pic x(15).
               10 xCustDeliveryT   pic x(67).

       01  xReportHeading.
           05 filler           pic x(22)           value 'CUSTOMER'.
           05 filler           pic x(12)           value '   LIMIT'.
           05 filler           pic x(7)            value 'TERMS'.
           05 filler           pic x(40)           value 'RESULT'.

       01  xReportDetail.
           05 xRptCust         pic x(20).
           05 filler           pic x(2)            value spaces.
           05 neRptLimit       pic $$$,$$9.99.
           05 filler           pic x(2)            value spaces.
           05 neRptTerms       pic zz9.
           05 filler           pic x(4)            value spaces.
           05 xRptResult       pic x(40)           value spaces.

       01  xReportFooter.
           05 neRptAccepted    pic zz9.
           05 filler           pic x(18)
                                value ' changes accepted'.
           05 neRptRejected    pic zz9.
           05 filler           pic x(18)
                                value ' changes rejected'.

           copy "runlog-workingstorage.cbl".

       procedure division.
       000-main.
           move "Fruit-20" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-loop until xEofFlag = 'y'.
           perform 300-termination.
           stop run.

       100-initialization.
           open output reportFile.
           write xReportLine from xReportHeading.
           open input customerFile.
           perform 120-next-customer until xEofFlag = "y".
           close customerFile.
           move "n" to xEofFlag.
           open input maintFile.

      * A row written before limits existed has spaces there: it is
      * simply not on account.
       120-next-customer.
           read customerFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nCustCount < 200
                       add 1 to nCustCount,
                       move xCustNameIn to xCustNameT(nCustCount),
                       move nCustFirstDateIn to
                       nCustFirstDateT(nCustCount),
                       move nCustOrderCountIn to
                       nCustOrderCountT(nCustCount),
                       move xCustRepIn to xCustRepT(nCustCount),
                       move xCustTaxCertIn to
                       xCustTaxCertT(nCustCount),
                       move xCustDeliveryIn to
                       xCustDeliveryT(nCustCount),
                       move 0 to nCustLimitT(nCustCount),
                       move 0 to nCustTermsT(nCustCount),
                       if nCustLimitIn numeric
                           move nCustLimitIn to
                           nCustLimitT(nCustCount)
                       end-if,
                       if nCustTermsIn numeric
                           move nCustTermsIn to
                           nCustTermsT(nCustCount)
                       end-if
                   end-if,
           end-read.

       200-loop.
           read maintFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform 210-process-credit,
           end-read.

       210-process-credit.
           move spaces to xRejectReason.
           move xMaintCust to xRptCust.
           move 0 to neRptLimit.
           move 0 to neRptTerms.
           perform 220-edit-credit.
           if xRejectReason = spaces
               compute nCustLimitT(nCustFoundSub) =
                   function numval(xMaintLimitRaw) / 100
               if xMaintTermsRaw = spaces
                   move nDefaultTerms to nCustTermsT(nCustFoundSub)
               else
                   move xMaintTermsRaw to nCustTermsT(nCustFoundSub)
               end-if
               move nCustLimitT(nCustFoundSub) to neRptLimit
               move nCustTermsT(nCustFoundSub) to neRptTerms
               move "ACCEPTED" to xRptResult
               if nCustLimitT(nCustFoundSub) = 0
                   move "ACCEPTED - NOT ON ACCOUNT" to xRptResult
               end-if
               add 1 to nAcceptedCount
           else
               move xRejectReason to xRptResult
               add 1 to nRejectedCount
           end-if.
           write xReportLine from xReportDetail.

       220-edit-credit.
           move 0 to nCustFoundSub.
           perform varying nCustSub from 1 by 1
               until nCustSub > nCustCount
               if xCustNameT(nCustSub) = xMaintCust
                   move nCustSub to nCustFoundSub
                   move nCustCount to nCustSub
               end-if
           end-perform.
           if nCustFoundSub = 0
               move "REJECTED - CUSTOMER NOT ON FILE" to
               xRejectReason
               exit paragraph
           end-if.
           if xMaintLimitRaw not numeric
               move "REJECTED - LIMIT NOT NUMERIC" to xRejectReason
               exit paragraph
           end-if.
           if xMaintTermsRaw not = spaces
               and (xMaintTermsRaw not numeric
                    or xMaintTermsRaw = "000")
               move "REJECTED - TERMS MUST BE 1-999 DAYS" to
               xRejectReason
           end-if.

       300-termination.
           close maintFile.
           move nAcceptedCount to neRptAccepted.
           move nRejectedCount to neRptRejected.
           write xReportLine from xReportFooter.
           close reportFile.
           if nAcceptedCount > 0
               perform 310-rewrite-customers
           end-if.
           display " ".
           display nAcceptedCount, " credit changes accepted, "
           nRejectedCount, " rejected.".
           display " ".
           move "Fruit-20" to xRunLogProgram.
           compute nRunLogRecCount = nAcceptedCount + nRejectedCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

       310-rewrite-customers.
           move "Fruit-customers.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output customerFile.
           perform varying nCustSub from 1 by 1
               until nCustSub > nCustCount
               move xCustNameT(nCustSub) to xCustNameIn
               move nCustFirstDateT(nCustSub) to nCustFirstDateIn
               move nCustOrderCountT(nCustSub) to nCustOrderCountIn
               move xCustRepT(nCustSub) to xCustRepIn
               move nCustLimitT(nCustSub) to nCustLimitIn
               move nCustTermsT(nCustSub) to nCustTermsIn
               move xCustTaxCertT(nCustSub) to xCustTaxCertIn
               move xCustDeliveryT(nCustSub) to xCustDeliveryIn
               write xCustomerRecord
           end-perform.
           close customerFile.

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
