      * The user master, once per run.
       9600-load-release-users.
           move 0 to nReleaseUserCount.
           move "n" to xReleaseEof.
           open input releaseUserFile.
           perform 9605-next-release-user until xReleaseEof = "y".
           close releaseUserFile.

       9605-next-release-user.
           read releaseUserFile
               at end
                   move "y" to xReleaseEof
               not at end
                   if nReleaseUserCount >= nReleaseUserMax
                       if xReleaseUserTableFull = "n"
                           display "WARNING: user table full at "
                           nReleaseUserMax " ids -- later ids on "
                           "WebUsers.txt cannot key or release."
                           move "y" to xReleaseUserTableFull
                       end-if
                   else
                       add 1 to nReleaseUserCount
                       move xRuId to
                       xReleaseUserIdT(nReleaseUserCount)
                       move xRuRole to
                       xReleaseUserRoleT(nReleaseUserCount)
                   end-if
           end-read.

      * A transaction is released only by a Payroll-31 'R' line for
      * its file and stage number that carries this very
      * transaction, from an id that is an approver on WebUsers.txt
      * now and is not the keyer; an 'A' line for it means it was
      * applied once already and must not be applied again.
       9610-check-release.
           move "n" to xReleaseResult.
           move spaces to xReleaseApprover.
           move "HELD - AWAITING RELEASE" to xReleaseNote.
           move xReleaseKeyedBy to xReleaseLookupId.
           perform 9620-find-release-user.
           if xReleaseKeyedBy = spaces or xReleaseUserFound = "n"
               move "HELD - KEYER NOT ON WebUsers.txt" to
               xReleaseNote
               exit paragraph
           end-if.
           if nReleaseStage = 0
               move "HELD - NO STAGE NUMBER, RUN Payroll-31" to
               xReleaseNote
               exit paragraph
           end-if.
           move "n" to xReleaseEof.
           open input releaseHistFile.
           perform 9615-next-release-line until xReleaseEof = "y".
           close releaseHistFile.
           if xReleaseResult = "d"
               move "REJECTED - RELEASE ALREADY APPLIED" to
               xReleaseNote
           end-if.

       9615-next-release-line.
           read releaseHistFile
               at end
                   move "y" to xReleaseEof
               not at end
                   if xRhFile = xReleaseFile
                       and xRhImage = xReleaseImage
                       and nRhStageNum = nReleaseStage
                       perform 9617-weigh-release-line
                   end-if
           end-read.

       9617-weigh-release-line.
           if xRhResult = "A"
               move "d" to xReleaseResult
               move xRhApprover to xReleaseApprover
               move "y" to xReleaseEof
               exit paragraph
           end-if.
           if xRhResult not = "R" or xRhApprover = xReleaseKeyedBy
               exit paragraph
           end-if.
           move xRhApprover to xReleaseLookupId.
           perform 9620-find-release-user.
           if xReleaseUserFound = "y"
               and (xReleaseRole = "A" or xReleaseRole = "P")
               move "y" to xReleaseResult
               move xRhApprover to xReleaseApprover
           end-if.

       9620-find-release-user.
           move "n" to xReleaseUserFound.
           move space to xReleaseRole.
           perform varying nReleaseUserSub from 1 by 1
               until nReleaseUserSub > nReleaseUserCount
               if xReleaseUserIdT(nReleaseUserSub) = xReleaseLookupId
                   move "y" to xReleaseUserFound
                   move xReleaseUserRoleT(nReleaseUserSub) to
                   xReleaseRole
                   move nReleaseUserCount to nReleaseUserSub
               end-if
           end-perform.

      * Marks the release just checked as applied, under the
      * business date (busdate-procedure.cbl), so the same release
      * can never apply a second copy of the transaction.
       9630-mark-release-applied.
           move xReleaseApprover to xRhApprover.
           move xReleaseFile to xRhFile.
           move nReleaseStage to nRhStageNum.
           move xBusinessDate to nRhDate.
           accept xReleaseTime from time.
           move xReleaseTime(1:6) to nRhTime.
           move "A" to xRhResult.
           move xReleaseImage to xRhImage.
           open extend releaseHistFile.
           write xRelHistRecord.
           close releaseHistFile.
