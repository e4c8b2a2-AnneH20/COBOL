      * Program: Fruit Sales Tax Maintenance
      *
      * The stand now collects sales tax on prepared-fruit items and
      * on sales to customers who are not exempt. Lines on
      * Fruit-taxmaint.txt keep the three things checkout needs to
      * charge it: a rate with the date it takes effect (R) on
      * Fruit-taxrate.txt, a fruit marked taxable or not (T) on
      * Fruit-taxable.txt, and a customer's exemption certificate
      * number (E) on Fruit-customers.txt -- a blank certificate
      * makes the customer taxable again. A new rate never replaces
      * an old one, so an order is always taxed at the rate in
      * effect on its date. Each file is rewritten only from
      * validated data, backed up first, with an accepted/rejected
      * report -- the same discipline as the Fruit-20 credit limits.

       identification division.
       program-id. Fruit-23.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select maintFile assign to "Fruit-taxmaint.txt"
           organization is line sequential.

           select fruitFile assign to "FixedFruits.txt"
           organization is line sequential.

           select optional customerFile assign to
           "Fruit-customers.txt"
           organization is line sequential.

           select reportFile assign to "Fruit-23-report.txt"
           organization is line sequential.

           copy "salestax-filecontrol.cbl".

           copy "runlog-filecontrol.cbl".

       data division.
       file section.
      * R: key is the effective date (yyyymmdd), value the rate as
      * a percentage, five digits with three decimals (07250 is
      * 7.25%).
      * T: key is the fruit, value Y or N.
      * E: key is the customer, value the certificate number.
       fd  maintFile.
       01  xMaintTransaction.
           05 xMaintAction         pic x.
           05 xMaintKey            pic x(20).
           05 xMaintValue          pic x(15).

       fd  fruitFile.
       01  xInput.
           05 xfruitNameInput      pic x(14).
           05 nfruitQuantityInput  pic 999.
           05 nfruitPriceInput     pic 99v99.
      * Temperature hold flag (Fruit-28), not needed here.
           05 filler               pic x.

       fd  customerFile.
       01  xCustomerRecord.
           05 xCustNameIn          pic x(20).
      * First order, order count, rep, credit limit and terms.
           05 xCustOtherIn         pic x(27).
           05 xCustTaxCertIn       pic x(15).
      * Delivery address, route and stop, kept by Fruit-25.
           05 xCustDeliveryIn      pic x(67).

       fd  reportFile.
       01  xReportLine         pic x(80).

           copy "salestax-filesection.cbl".

           copy "runlog-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  nAcceptedCount      pic 999             value 0.
       77  nRejectedCount      pic 999             value 0.
       77  xRejectReason       pic x(40)           value spaces.
       77  xBackupName         pic x(40)           value spaces.
       77  xRateChanged        pic x               value 'n'.
       77  xTaxableChanged     pic x               value 'n'.
       77  xCustChanged        pic x               value 'n'.
       77  nDateWork           pic 9(8)            value 0.
       77  nDateIntWork        pic 9(7)            value 0.
       77  nRateWork           pic 99v999          value 0.
       77  neRateWork          pic z9.999.
       77  nFoundSub           pic 999             value 0.
       77  nWorkSub            pic 999             value 0.

       77  nFruitCount         pic 99              value 0.
       01  xFruitTable.
           05 xFruitNameT          pic x(14)   occurs 50 times.

       77  nCustCount          pic 999             value 0.
       01  xCustomerTable.
           05 xCustomerElement occurs 200 times.
               10 xCustNameT       pic x(20).
               10 xCustOtherT      pic x(27).
               10 xCustTaxCertT    pic x(15).
               10 xCustDeliveryT   pic x(67).

       01  xReportHeading.
           05 filler           pic x(4)            value 'ACT'.
           05 filler           pic x(22)           value 'KEY'.
           05 filler           pic x(17)           value 'VALUE'.
           05 filler           pic x(37)           value 'RESULT'.

       01  xReportDetail.
           05 xRptAction       pic x.
           05 filler           pic x(3)            value spaces.
           05 xRptKey          pic x(20).
           05 filler           pic x(2)            value spaces.
           05 xRptValue        pic x(15).
           05 filler           pic x(2)            value spaces.
           05 xRptResult       pic x(37)           value spaces.

       01  xReportFooter.
           05 neRptAccepted    pic zz9.
           05 filler           pic x(18)
                                value ' changes accepted'.
           05 neRptRejected    pic zz9.
           05 filler           pic x(18)
                                value ' changes rejected'.

           copy "salestax-workingstorage.cbl".

           copy "runlog-workingstorage.cbl".

       procedure division.
       000-main.
           move "Fruit-23" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-loop until xEofFlag = 'y'.
           perform 300-termination.
           stop run.

       100-initialization.
           open output reportFile.
           write xReportLine from xReportHeading.
           perform 9300-load-sales-tax.
           open input fruitFile.
           perform 110-next-fruit until xEofFlag = "y".
           close fruitFile.
           move "n" to xEofFlag.
           open input customerFile.
           perform 120-next-customer until xEofFlag = "y".
           close customerFile.
           move "n" to xEofFlag.
           open input maintFile.

       110-next-fruit.
           read fruitFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nFruitCount < 50
                       add 1 to nFruitCount,
                       move xfruitNameInput to xFruitNameT(nFruitCount)
                   end-if,
           end-read.

      * A row written before certificates existed has spaces there:
      * the customer is simply taxable.
       120-next-customer.
           read customerFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nCustCount < 200
                       add 1 to nCustCount,
                       move xCustNameIn to xCustNameT(nCustCount),
                       move xCustOtherIn to xCustOtherT(nCustCount),
                       move xCustTaxCertIn to
                       xCustTaxCertT(nCustCount),
                       move xCustDeliveryIn to
                       xCustDeliveryT(nCustCount)
                   end-if,
           end-read.

       200-loop.
           read maintFile
               at end
                   move "y" to xEofFlag,
               not at end
                   perform 210-process-change,
           end-read.

       210-process-change.
           move spaces to xRejectReason.
           move spaces to xRptResult.
           move xMaintAction to xRptAction.
           move xMaintKey to xRptKey.
           move xMaintValue to xRptValue.
           evaluate xMaintAction
               when "R"
                   perform 220-change-rate
               when "T"
                   perform 230-change-taxable
               when "E"
                   perform 240-change-exemption
               when other
                   move "REJECTED - ACTION MUST BE R, T OR E" to
                   xRejectReason
           end-evaluate.
           if xRejectReason = spaces
               add 1 to nAcceptedCount
           else
               move xRejectReason to xRptResult
               add 1 to nRejectedCount
           end-if.
           write xReportLine from xReportDetail.

      * A rate for a date already on file corrects it; any other
      * date is added to the history.
       220-change-rate.
           move 0 to nDateIntWork.
           if xMaintKey(1:8) numeric and xMaintKey(9:12) = spaces
               move xMaintKey(1:8) to nDateWork
               compute nDateIntWork =
                   function integer-of-date(nDateWork)
           end-if.
           if nDateIntWork = 0
               move "REJECTED - INVALID EFFECTIVE DATE" to
               xRejectReason
               exit paragraph
           end-if.
           if xMaintValue(1:5) not numeric
               or xMaintValue(6:10) not = spaces
               move "REJECTED - RATE MUST BE 5 DIGITS" to
               xRejectReason
               exit paragraph
           end-if.
           compute nRateWork =
               function numval(xMaintValue(1:5)) / 1000.
           move 0 to nFoundSub.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nTaxRateCount
               if nTaxRateDateT(nWorkSub) = nDateWork
                   move nWorkSub to nFoundSub
               end-if
           end-perform.
           if nFoundSub = 0
               if nTaxRateCount >= 50
                   move "REJECTED - RATE TABLE FULL" to xRejectReason
                   exit paragraph
               end-if
               add 1 to nTaxRateCount
               move nTaxRateCount to nFoundSub
               move nDateWork to nTaxRateDateT(nFoundSub)
           end-if.
           move nRateWork to nTaxRateT(nFoundSub).
           move nRateWork to neRateWork.
           move function concatenate("ACCEPTED - RATE ",
               function trim(neRateWork), "%") to xRptResult.
           move "y" to xRateChanged.

       230-change-taxable.
           move 0 to nFoundSub.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nFruitCount
               if xFruitNameT(nWorkSub) = xMaintKey(1:14)
                   move nWorkSub to nFoundSub
               end-if
           end-perform.
           if nFoundSub = 0 or xMaintKey(15:6) not = spaces
               move "REJECTED - NOT IN CATALOG" to xRejectReason
               exit paragraph
           end-if.
           if xMaintValue not = "Y" and xMaintValue not = "N"
               move "REJECTED - TAXABLE MUST BE Y OR N" to
               xRejectReason
               exit paragraph
           end-if.
           move 0 to nFoundSub.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nTaxableCount
               if xTaxableFruitT(nWorkSub) = xMaintKey(1:14)
                   move nWorkSub to nFoundSub
               end-if
           end-perform.
           if nFoundSub = 0
               if nTaxableCount >= 50
                   move "REJECTED - TAXABLE TABLE FULL" to
                   xRejectReason
                   exit paragraph
               end-if
               add 1 to nTaxableCount
               move nTaxableCount to nFoundSub
               move xMaintKey(1:14) to xTaxableFruitT(nFoundSub)
           end-if.
           move xMaintValue(1:1) to xTaxableFlagT(nFoundSub).
           if xMaintValue = "Y"
               move "ACCEPTED - TAXABLE" to xRptResult
           else
               move "ACCEPTED - NOT TAXABLE" to xRptResult
           end-if.
           move "y" to xTaxableChanged.

       240-change-exemption.
           move 0 to nFoundSub.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nCustCount
               if xCustNameT(nWorkSub) = xMaintKey
                   move nWorkSub to nFoundSub
               end-if
           end-perform.
           if nFoundSub = 0 or xMaintKey = spaces
               move "REJECTED - CUSTOMER NOT ON FILE" to
               xRejectReason
               exit paragraph
           end-if.
           move xMaintValue to xCustTaxCertT(nFoundSub).
           if xMaintValue = spaces
               move "ACCEPTED - EXEMPTION REMOVED" to xRptResult
           else
               move "ACCEPTED - EXEMPT" to xRptResult
           end-if.
           move "y" to xCustChanged.

       300-termination.
           close maintFile.
           move nAcceptedCount to neRptAccepted.
           move nRejectedCount to neRptRejected.
           write xReportLine from xReportFooter.
           close reportFile.
           if xRateChanged = "y"
               perform 310-rewrite-rates
           end-if.
           if xTaxableChanged = "y"
               perform 320-rewrite-taxable
           end-if.
           if xCustChanged = "y"
               perform 330-rewrite-customers
           end-if.
           display " ".
           display nAcceptedCount, " sales tax changes accepted, "
           nRejectedCount, " rejected.".
           display " ".
           move "Fruit-23" to xRunLogProgram.
           compute nRunLogRecCount = nAcceptedCount + nRejectedCount.
           move "COMPLETE" to xRunLogStatus.
           perform 9000-write-runlog.

       310-rewrite-rates.
           move "Fruit-taxrate.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output taxRateFile.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nTaxRateCount
               move spaces to xTaxRateRecord
               move nTaxRateDateT(nWorkSub) to nTaxRateDateIn
               move nTaxRateT(nWorkSub) to nTaxRateIn
               write xTaxRateRecord
           end-perform.
           close taxRateFile.

       320-rewrite-taxable.
           move "Fruit-taxable.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output taxableFile.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nTaxableCount
               move xTaxableFruitT(nWorkSub) to xTaxableFruitIn
               move xTaxableFlagT(nWorkSub) to xTaxableFlagIn
               write xTaxableRecord
           end-perform.
           close taxableFile.

       330-rewrite-customers.
           move "Fruit-customers.txt" to xBackupName.
           call "FileBackup" using xBackupName.
           open output customerFile.
           perform varying nWorkSub from 1 by 1
               until nWorkSub > nCustCount
               move xCustNameT(nWorkSub) to xCustNameIn
               move xCustOtherT(nWorkSub) to xCustOtherIn
               move xCustTaxCertT(nWorkSub) to xCustTaxCertIn
               move xCustDeliveryT(nWorkSub) to xCustDeliveryIn
               write xCustomerRecord
           end-perform.
           close customerFile.

           copy "salestax-procedure.cbl".

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
