      * Program: Shared Outbound File Header and Trailer Stamp
      *
      * Called as 'call "OutboundStamp" using xOsFileName
      * xOutboundStamp' (outbound-workingstorage.cbl) right after a
      * program closes an outbound interface file -- the bank file,
      * positive pay, the 401k and garnishment remittances, the GL
      * feed. The file's detail is copied aside, then written back
      * between a header and a trailer (outbound-records.cbl), so a
      * receiver handed a truncated transfer can tell, and so can
      * OutboundVerify before release. A new file's header takes
      * the next sequence number for its type from
      * Outbound-sequence.txt; a file that had details appended
      * keeps its header, and its trailer grows by the appended
      * totals. Any header or trailer already in the file is
      * dropped from the detail, wherever it sits.

       identification division.
       program-id. OutboundStamp.
       author. Anne.

       environment division.
       input-output section.
       file-control.
           select optional stampFile assign to dynamic xStampName
           organization is line sequential.

           select workFile assign to dynamic xWorkName
           organization is line sequential.

      * Last sequence number issued per file type.
           select optional sequenceFile assign to
           "Outbound-sequence.txt"
           organization is line sequential.

           copy "busdate-filecontrol.cbl".

       data division.
       file section.
       fd  stampFile.
       01  xStampRecord                pic x(256).

       fd  workFile.
       01  xWorkRecord                 pic x(256).

       fd  sequenceFile.
       01  xSequenceRecord.
           05 xSeqFileTypeIn           pic x(8).
           05 nSeqNumberIn             pic 9(6).

           copy "busdate-filesection.cbl".

       working-storage section.
       77  xEofFlag            pic x               value 'n'.
       77  xStampName          pic x(50)           value spaces.
       77  xWorkName           pic x(50)           value spaces.
       77  xHeaderFound        pic x               value 'n'.
       77  xTimeRaw            pic 9(8)            value 0.
       77  nSeqCount           pic 99              value 0.
       77  nSeqSub             pic 99              value 0.
       77  nSeqFoundSub        pic 99              value 0.
       77  nOldRecCount        pic 9(6)            value 0.
       77  nOldAmountTotal     pic 9(9)v99         value 0.
       77  nOldHashTotal       pic 9(10)           value 0.
       77  nHashSum            pic 9(15)           value 0.

       01  xSequenceTable.
           05 xSequenceElement occurs 20 times.
               10 xStFileType      pic x(8).
               10 nStNumber        pic 9(6).

           copy "outbound-records.cbl".

           copy "busdate-workingstorage.cbl".

       linkage section.
       01  xLkFileName         pic x(40).

       01  xLkStamp.
           05 xLkMode          pic x.
           05 xLkFileType      pic x(8).
           05 nLkRecCount      pic 9(6).
           05 nLkAmountTotal   pic 9(9)v99.
           05 nLkHashTotal     pic 9(15).

       procedure division using xLkFileName xLkStamp.
       000-main.
           move "y" to xBusinessDateQuiet.
           move "n" to xHeaderFound.
           move 0 to nOldRecCount.
           move 0 to nOldAmountTotal.
           move 0 to nOldHashTotal.
           move function trim(xLkFileName) to xStampName.
           move function concatenate(
               function trim(xLkFileName), ".stamp") to xWorkName.
           perform 100-copy-detail-aside.
           if xLkMode not = "A" or xHeaderFound = "n"
               perform 200-next-sequence
           end-if.
           perform 300-write-stamped.
           goback.

      * The detail goes to the work file; an existing header is
      * kept (for an append) and an existing trailer's totals are
      * remembered.
       100-copy-detail-aside.
           move "n" to xEofFlag.
           open input stampFile.
           open output workFile.
           perform 110-next-record until xEofFlag = "y".
           close stampFile.
           close workFile.

       110-next-record.
           read stampFile
               at end
                   move "y" to xEofFlag,
               not at end
                   evaluate xStampRecord(1:3)
                       when "HDR"
                           move xStampRecord to xOutboundHeader
                           move "y" to xHeaderFound
                       when "TRL"
                           move xStampRecord to xOutboundTrailer
                           move nOtRecCount to nOldRecCount
                           move nOtAmountTotal to nOldAmountTotal
                           move nOtHashTotal to nOldHashTotal
                       when other
                           write xWorkRecord from xStampRecord
                   end-evaluate,
           end-read.

      * Next number for this type, carried forward in the sequence
      * file like the check and batch number controls.
       200-next-sequence.
           move "n" to xEofFlag.
           move 0 to nSeqCount.
           open input sequenceFile.
           perform 210-next-sequence-row until xEofFlag = "y".
           close sequenceFile.
           move 0 to nSeqFoundSub.
           perform varying nSeqSub from 1 by 1
               until nSeqSub > nSeqCount
               if xStFileType(nSeqSub) = xLkFileType
                   move nSeqSub to nSeqFoundSub
                   move nSeqCount to nSeqSub
               end-if
           end-perform.
           if nSeqFoundSub = 0
               add 1 to nSeqCount
               move nSeqCount to nSeqFoundSub
               move xLkFileType to xStFileType(nSeqFoundSub)
               move 0 to nStNumber(nSeqFoundSub)
           end-if.
           add 1 to nStNumber(nSeqFoundSub).
           open output sequenceFile.
           perform varying nSeqSub from 1 by 1
               until nSeqSub > nSeqCount
               move xStFileType(nSeqSub) to xSeqFileTypeIn
               move nStNumber(nSeqSub) to nSeqNumberIn
               write xSequenceRecord
           end-perform.
           close sequenceFile.
           perform 9200-get-business-date.
           accept xTimeRaw from time.
           move xLkFileType to xOhFileType.
           move xBusinessDate to nOhBusinessDate.
           move xTimeRaw(1:6) to nOhCreateTime.
           move nStNumber(nSeqFoundSub) to nOhSequence.

       210-next-sequence-row.
           read sequenceFile
               at end
                   move "y" to xEofFlag,
               not at end
                   if nSeqCount < 20
                       add 1 to nSeqCount,
                       move xSeqFileTypeIn to xStFileType(nSeqCount),
                       move nSeqNumberIn to nStNumber(nSeqCount)
                   end-if,
           end-read.

       300-write-stamped.
           move "HDR" to xOhRecType.
           move "TRL" to xOtRecType.
           move xLkFileType to xOtFileType.
           if xLkMode = "A"
               add nOldRecCount to nLkRecCount giving nOtRecCount
               add nOldAmountTotal to nLkAmountTotal
                   giving nOtAmountTotal
               add nOldHashTotal to nLkHashTotal giving nHashSum
               move nHashSum to nOtHashTotal
           else
               move nLkRecCount to nOtRecCount
               move nLkAmountTotal to nOtAmountTotal
               move nLkHashTotal to nOtHashTotal
           end-if.
           move "n" to xEofFlag.
           open input workFile.
           open output stampFile.
           write xStampRecord from xOutboundHeader.
           perform 310-copy-back until xEofFlag = "y".
           write xStampRecord from xOutboundTrailer.
           close workFile.
           close stampFile.
           open output workFile.
           close workFile.

       310-copy-back.
           read workFile
               at end
                   move "y" to xEofFlag,
               not at end
                   write xStampRecord from xWorkRecord,
           end-read.

           copy "busdate-procedure.cbl".

      * Add a blank line at the end
