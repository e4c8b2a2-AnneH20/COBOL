           05 nPendDate        pic 9(8).
           05 xPendCostCenter  pic xx.
           05 xPendStatus      pic x.
           05 xPendShift       pic x.

       fd  transFile.
       01  xTransRecord        pic x(19).

           copy "runlog-filesection.cbl".

               10 nPtDate          pic 9(8).
               10 xPtCostCenter    pic xx.
               10 xPtStatus        pic x.
               10 xPtShift         pic x.

           copy "runlog-workingstorage.cbl".

           05 xTrType          pic x.
           05 nTrDate          pic 9(8).
           05 xTrCostCenter    pic xx.
           05 xTrShift         pic x.

       procedure division.
       000-main.
                       move nPendDate to nPtDate(nPendCount),
                       move xPendCostCenter to
                       xPtCostCenter(nPendCount),
                       move xPendStatus to xPtStatus(nPendCount),
                       move xPendShift to xPtShift(nPendCount)
                   end-if,
           end-read.

           move xPtType(nWorkSub) to xTrType.
           move nPtDate(nWorkSub) to nTrDate.
           move xPtCostCenter(nWorkSub) to xTrCostCenter.
           move xPtShift(nWorkSub) to xTrShift.
           write xTransRecord from xTransDetail.
           move "X" to xPtStatus(nWorkSub).
           add 1 to nAppliedCount.
               move nPtDate(nWorkSub) to nPendDate
               move xPtCostCenter(nWorkSub) to xPendCostCenter
               move xPtStatus(nWorkSub) to xPendStatus
               move xPtShift(nWorkSub) to xPendShift
               write xPendingRecord
           end-perform.
           close pendingFile.
