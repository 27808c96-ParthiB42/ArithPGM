      *****************************************************************
      * ARITHPER
      * ACCOUNTING PERIOD CONTROL RECORD, ONE PER CALENDAR MONTH
      * (DDNAME PERDCTL, VSAM KSDS, KEY = YYYYMM).  ARITHBIL CREATES
      * THE RECORD (OR RESTAMPS BILLED-STAMP) EACH TIME IT PRODUCES
      * THE MONTH'S INVOICES; ARITHPCL CLOSES THE MONTH ONCE IT HAS
      * BEEN BILLED AND REOPENS IT ONLY ON AN AUTHORIZED, LOGGED
      * REQUEST.
      * WHILE A MONTH IS CLOSED ITS HISTORY RECORDS ARE FROZEN AT
      * WHAT WAS INVOICED:
      *   - ARITHPGM REFUSES A BATCH DATED IN THE MONTH.
      *   - A REVERSAL (OPE 'V') OF ONE OF ITS CALCULATIONS DOES NOT
      *     TOUCH THE ORIGINAL - IT POSTS AS A PRIOR-PERIOD
      *     ADJUSTMENT IN THE CURRENT PERIOD (SEE ARITHPPA), WHICH
      *     ARITHBIL CREDITS ON THE CURRENT MONTH'S INVOICE.
      *   - A RESUBMIT OF ONE OF ITS REJECTS IS REFUSED (R11).
      * A MONTH WITH NO RECORD HAS NEVER BEEN BILLED AND IS OPEN.
      * PER-STATUS VALUES:
      *     O    OPEN - BILLED, OR REOPENED, BUT NOT CLOSED
      *     C    CLOSED
      * CLOSED-BY/-STAMP NAME THE LAST CLOSE; THE REOPEN FIELDS NAME
      * THE LAST REOPEN - WHO ASKED, WHO AUTHORIZED IT, WHEN AND
      * WHY - AND REOPEN-COUNT HOW MANY THERE HAVE BEEN.  A REOPENED
      * MONTH MUST BE BILLED AGAIN BEFORE IT CAN BE CLOSED AGAIN.
      * COPY WITH REPLACING TO GIVE THE FIELDS A UNIQUE PREFIX, AS
      * FOR ARITHREC, E.G.
      *     COPY ARITHPER REPLACING
      *         PREFIX-PERIOD-RECORD BY PR-PERIOD-RECORD
      *         PREFIX-PERIOD        BY PR-PERIOD ...
      *****************************************************************
       01  PREFIX-PERIOD-RECORD.
           05  PREFIX-PERIOD         PIC X(06).
           05  PREFIX-PER-STATUS     PIC X(01).
           05  PREFIX-BILLED-STAMP   PIC X(14).
           05  PREFIX-CLOSED-BY      PIC X(08).
           05  PREFIX-CLOSED-STAMP   PIC X(14).
           05  PREFIX-REOPEN-COUNT   PIC 9(03).
           05  PREFIX-REOPENED-BY    PIC X(08).
           05  PREFIX-REOPEN-AUTH    PIC X(08).
           05  PREFIX-REOPEN-STAMP   PIC X(14).
           05  PREFIX-REOPEN-REASON  PIC X(30).
