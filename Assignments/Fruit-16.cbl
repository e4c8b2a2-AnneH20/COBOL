      * Program: Fruit Customer Sales Rep Assignment
      *
      * Which salesperson manages which restaurant account used to
      * be known only to the Sales department. Lines on
      * Fruit-custrep.txt assign a named customer on
      * Fruit-customers.txt to a Sales employee number (a blank
      * employee number makes it a house account again), checked
      * against the payroll master: the employee must be active and
      * in the Sales department. Payroll-30 pays commission on each
      * assigned account's paid, fulfilled orders to its rep. The
      * customer file is rewritten only from validated data, backed
      * up first, with an accepted/rejected report.

       identification division.
       program-id. Fruit-16.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select maintFile assign to "Fruit-custrep.txt"
           organization is line sequential.

           select optional customerFile assign to
           "Fruit-customers.txt"
           organization is line sequential.

      * Indexed employee master (see Payroll-07); sequential read
      * hands the rows over in employee-number order.
           select masterFile assign to "Payroll.master.dat"
           organization is indexed
           access is sequential
           record key is nEmpNumMstr.

           select reportFile assign to "Fruit-16-report.txt"
           organization is line sequential.

           copy "runlog-filecontrol.cbl".

       data division.
       file section.
       fd  maintFile.
       01  xMaintTransaction.
           05 xMaintCust           pic x(20).
           05 xMaintRepRaw         pic x(4).

       fd  customerFile.
       01  xCustomerRecord.
           05 xCustNameIn          pic x(20).
           05 nCustFirstDateIn     pic 9(8).
           05 nCustOrderCountIn    pic 9(5).
      * Sales employee number the account is assigned to for
      * commission; blank is a house account.
           05 xCustRepIn           pic x(4).
      * Credit limit and payment terms, kept by Fruit-20.
           05 xCustCreditIn        pic x(10).
      * Sales tax exemption certificate, blank for a taxable
      * customer; kept by Fruit-23.
           05 xCustTaxCertIn       pic x(15).
      * Delivery address, route and stop, kept by Fruit-25.
           05 xCustDeliveryIn      pic x(67).

       fd  masterFile.
       01  xInput.
           05 nDeptNum         pic 99.
           05 nEmpNumMstr      pic 9999.
           05 xLastName        pic x(20).
           05 xFirstName       pic x(20).
           05 nPayRate         pic 999v99.
           05 xStatus          pic x.
           05 xTermDate        pic 9(8).
           05 xPayType         pic x.
           05 nSalaryAmt       pic 9(5)v99.
           05 xWorkState       pic xx.
      * Mailing address for employee notices; maintained by
      * Payroll-02.
           05 xMailStreet      pic x(30).
           05 xMailCity        pic x(20).
           05 xMailState       pic xx.
           05 xMailZip         pic x(10).

       fd  reportFile.
       01  xReportLine         pic x(80).

           copy "runlog-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  nAcceptedCount      pic 999             value 0.
       77  nRejectedCount      pic 999             value 0.
       77  xRejectReason       pic x(40)           value spaces.
       77  nEmpNumWork         pic 9(4)            value 0.
       77  xBackupName         pic x(40)           value spaces.

      * The Sales department's number on Departments.txt.
       77  nSalesDeptNum       pic 99              value 3.

       77  nCustCount          pic 999             value 0.
       77  nCustSub            pic 999             value 0.
       77  nCustFoundSub       pic 999             value 0.

       77  nMasterCount        pic 9(4)            value 0.
       77  nMasterTableMax     pic 9(4)            value 2000.
       77  xMasterTableFull    pic x               value 'n'.
       77  nMatchedSub         pic 9(4)            value 0.
       77  xMatchFound         pic x               value 'n'.

       01  xCustomerTable.
           05 xCustomerElement occurs 200 times.
               10 xCustNameT       pic x(20).
               10 nCustFirstDateT  pic 9(8).
               10 nCustOrderCountT pic 9(5).
               10 xCustRepT        pic x(4).
               10 xCustCreditT     pic x(10).
               10 xCustTaxCertT    pic x(15).
               10 xCustDeliveryT   pic x(67).

       01  xMasterTable.
           05 xMasterElement occurs 1 to 2000 times
               depending on nMasterCount
               ascending key is nEmpNumM
               indexed by masterIdx.
               10 nEmpNumM         pic 9999.
               10 nDeptNumM        pic 99.
               10 xStatusM         pic x.

       01  xReportDetail.
           05 xRptCust         pic x(20).
           05 filler           pic x(2)            value spaces.
           05 xRptOldRep       pic x(4)            value spaces.
           05 filler           pic x(4)            value ' -> '.
           05 xRptNewRep       pic x(4)            value spaces.
           05 filler           pic x(2)            value spaces.
           05 xRptResult       pic x(40)           value spaces.

       01  xReportFooter.
           05 neRptAccepted    pic zz9.
           05 filler           pic x(23)
                                value ' assignments accepted'.
           05 neRptRejected    pic zz9.
           05 filler           pic x(23)
                                value ' assignments rejected'.

           copy "runlog-workingstorage.cbl".

       procedure division.
       000-main.
           move "Fruit-16" to xRunLogProgram.
           perform 9010-write-runlog-start.
           perform 100-initialization.
           perform 200-loop until xEofFlag = 'y'.
           perform 300-termination.
           stop run.

       100-initialization.
           open output reportFile.
           open input masterFile.
           perform 110-load-master until xEofFlag = "y".
           close masterFile.
           move "n" to xEofFlag.
           open input customerFile.
           perform 120-next-customer until xEofFlag = "y".
           close customerFile.
           move "n" to xEofFlag.
           open input maintFile.

       110-load-master.
           read masterFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nMasterCount >= nMasterTableMax
                       if xMasterTableFull = "n"
                           display "WARNING: master table full at "
                           nMasterTableMax
                           " records -- remaining rows in "
                           "Payroll.master.dat were not loaded."
                           move "y" to xMasterTableFull
                       end-if
                   else
                       add 1 to nMasterCount,
                       move nEmpNumMstr to nEmpNumM(nMasterCount),
                       move nDeptNum to nDeptNumM(nMasterCount),
                       move xStatus to xStatusM(nMasterCount)
                   end-if,
           end-read.

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
                       move xCustCreditIn to xCustCreditT(nCustCount),
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
                   perform 210-process-assignment,
           end-read.

       210-process-assignment.
           move spaces to xRejectReason.
           move xMaintCust to xRptCust.
           move spaces to xRptOldRep.
           move xMaintRepRaw to xRptNewRep.
           perform 220-edit-assignment.
           if xRejectReason = spaces
               move xCustRepT(nCustFoundSub) to xRptOldRep
               move xMaintRepRaw to xCustRepT(nCustFoundSub)
               move "ACCEPTED" to xRptResult
               add 1 to nAcceptedCount
           else
               move xRejectReason to xRptResult
               add 1 to nRejectedCount
           end-if.
           write xReportLine from xReportDetail.

      * A known customer, and -- unless the account is going back to
      * the house -- an active Sales employee.
       220-edit-assignment.
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
           if xMaintRepRaw = spaces
               exit paragraph
           end-if.
           if xMaintRepRaw not numeric
               move "REJECTED - EMPLOYEE NUMBER NOT NUMERIC" to
               xRejectReason
               exit paragraph
           end-if.
           move xMaintRepRaw to nEmpNumWork.
           move "n" to xMatchFound.
           if nMasterCount > 0
               search all xMasterElement
                   at end
                       continue
                   when nEmpNumM(masterIdx) = nEmpNumWork
                       set nMatchedSub to masterIdx
                       move "y" to xMatchFound
               end-search
           end-if.
           if xMatchFound = "n"
               move "REJECTED - EMPLOYEE NOT ON MASTER" to
               xRejectReason
               exit paragraph
           end-if.
           if xStatusM(nMatchedSub) = "T"
               move "REJECTED - TERMINATED EMPLOYEE" to
               xRejectReason
               exit paragraph
           end-if.
           if nDeptNumM(nMatchedSub) not = nSalesDeptNum
               move "REJECTED - NOT A SALES EMPLOYEE" to
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
           display nAcceptedCount, " sales rep assignments accepted, "
           nRejectedCount, " rejected.".
           display " ".
           move "Fruit-16" to xRunLogProgram.
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
               move xCustCreditT(nCustSub) to xCustCreditIn
               move xCustTaxCertT(nCustSub) to xCustTaxCertIn
               move xCustDeliveryT(nCustSub) to xCustDeliveryIn
               write xCustomerRecord
           end-perform.
           close customerFile.

           copy "runlog-procedure.cbl".

      * Add a blank line at the end
