       77  xNothingToRoll      pic x               value 'n'.
       77  nStepLineCount      pic 9(5)            value 0.

      * The final step the chain records (ReportDistribute, under
      * its run-log name); the prior date's roll waits on it.
       77  xFinalStepMark      pic x(19)
                                value "ReportDist COMPLETE".

       01  xHolidayTable.
           05 nHolDateT occurs 30 times pic 9(8) value 0.
