      * Control records framing every outbound interface file: a
      * header first (file type, business date, creation time, and
      * the type's sequence number) and a trailer last (count of the
      * records between them, amount total, and hash total -- the
      * low ten digits of the sum of the account or employee numbers
      * the file type names). Written by OutboundStamp, checked by
      * OutboundVerify.
       01  xOutboundHeader.
           05 xOhRecType               pic xxx         value 'HDR'.
           05 xOhFileType              pic x(8).
           05 nOhBusinessDate          pic 9(8).
           05 nOhCreateTime            pic 9(6).
           05 nOhSequence              pic 9(6).

       01  xOutboundTrailer.
           05 xOtRecType               pic xxx         value 'TRL'.
           05 xOtFileType              pic x(8).
           05 nOtRecCount              pic 9(6).
           05 nOtAmountTotal           pic 9(9)v99.
           05 nOtHashTotal             pic 9(10).
