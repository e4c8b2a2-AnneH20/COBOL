      * it went, and promotes accounts whose waiting period has
      * passed with no bank rejection on file -- with a report of
      * every account's stage so nobody gets stuck in limbo.
      * Accounts Payroll-28 held for callback ('H') are reported
      * but not prenoted.

       identification division.
       program-id. Payroll-13.
       77  nPromotedCount      pic 999             value 0.
       77  nWaitingCount       pic 999             value 0.
       77  nRejectedCount      pic 999             value 0.
      * Routing numbers of the prenotes sent, for the trailer's hash.
       77  nPrenoteHashSum     pic 9(15)           value 0.
       77  xChangedFlag        pic x               value 'n'.
       77  xBackupName         pic x(40)           value spaces.


           copy "busdate-workingstorage.cbl".

           copy "outbound-workingstorage.cbl".

       procedure division.
       000-main.
           move "Payroll-13" to xRunLogProgram.
           write xReportLine from xReportFooter.
           close reportFile.
           close prenoteFile.
           perform 245-stamp-prenotes.
           if xChangedFlag = "y"
               perform 250-rewrite-accounts
           end-if.
                   perform 230-check-promotion
               when "Y"
                   move "VALIDATED" to xRptStage
      * Changed inside the callback window (see Payroll-28): no
      * prenote goes out until Payroll verifies it by phone.
               when "H"
                   move "HELD FOR CALLBACK" to xRptStage
               when other
                   move "UNKNOWN PRENOTE STATUS" to xRptStage
           end-evaluate.
           move 0 to xBankAmount.
           move xTodayDate to xBankPeriod.
           write xBankRecord.
           add nAtRouting(nWorkSub) to nPrenoteHashSum.
           move "P" to xAtPrenote(nWorkSub).
           move xTodayDate to nAtPrenoteDate(nWorkSub).
           move xTodayDate to neRptSentDate.
               end-if
           end-perform.

      * The prenotes go to the bank like any deposit file, so they
      * carry the bank file's header and trailer: count, a zero
      * amount, and the routing hash. A cycle that sent none leaves
      * the file empty -- nothing to send.
       245-stamp-prenotes.
           if nSentCount = 0
               exit paragraph
           end-if.
           move "N" to xOsMode.
           move "Payroll-13-prenotes.txt" to xOsFileName.
           move "BANKDEP" to xOsFileType.
           move nSentCount to nOsRecCount.
           move 0 to nOsAmountTotal.
           move nPrenoteHashSum to nOsHashTotal.
           call "OutboundStamp" using xOsFileName xOutboundStamp.

       250-rewrite-accounts.
           move "Payroll.bankacct.txt" to xBackupName.
           call "FileBackup" using xBackupName.
