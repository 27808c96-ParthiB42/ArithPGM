      * THROUGH THE RESUBMIT PATH.  TO REPLACE THE REVERSED
      * CALCULATION, SUBMIT AN ORDINARY CORRECTED TRANSACTION IN THE
      * SAME BATCH AS THE REVERSAL.
      * A TARGET IN A CLOSED ACCOUNTING MONTH (SEE ARITHPER) IS NOT
      * STAMPED - THE OFFSET POSTS THE SAME WAY BUT AS A PRIOR-PERIOD
      * ADJUSTMENT (STATUS MESSAGE ENDING "PRIOR"), AND THE PRIOR-
      * PERIOD ADJUSTMENT REGISTER (SEE ARITHPPA) POINTS FROM THE
      * ORIGINAL TO IT AND REFUSES A SECOND ADJUSTMENT.
      *
      * APPROVAL HOLDS: A RESULT RECORD WITH STATUS 'H' WAS COMPUTED
      * BUT HELD FOR A SUPERVISOR (SEE ARITHPND) INSTEAD OF POSTING
      * - IT IS NEITHER IN THE GRAND TOTAL NOR A REJECT.  IT CANNOT
      * BE USED AS A CHAINED OPERAND OR REVERSED UNTIL APPROVED.
      *****************************************************************
       01  PREFIX-CALC-RECORD.
           05  PREFIX-REC-NO         PIC 9(6).
