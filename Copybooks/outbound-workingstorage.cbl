      * Interface area for the shared OutboundStamp subprogram.
      * After closing an outbound interface file the caller moves
      * the file's name to xOsFileName, its type to xOsFileType, and
      * its own count, amount total, and hash total of the detail
      * records it wrote to nOsRecCount / nOsAmountTotal /
      * nOsHashTotal, then calls
      *     call "OutboundStamp" using xOsFileName xOutboundStamp
      * Mode 'N' (new file) stamps a header under the type's next
      * sequence number and a trailer of the caller's totals; mode
      * 'A' (details appended to a file already stamped) keeps the
      * header and adds the caller's totals to the old trailer's.
       01  xOsFileName                 pic x(40)       value spaces.

       01  xOutboundStamp.
           05 xOsMode                  pic x           value 'N'.
           05 xOsFileType              pic x(8)        value spaces.
           05 nOsRecCount              pic 9(6)        value 0.
           05 nOsAmountTotal           pic 9(9)v99     value 0.
           05 nOsHashTotal             pic 9(15)       value 0.
