      * EACH DEPARTMENT'S POSTED OPERATIONS AND REJECTS HANDLED,
      * EXTENDS THE COUNTS BY THE RATE MASTER PRICES, AND PRODUCES:
      *   INVFILE - ONE FIXED-FORMAT INVOICE RECORD PER DEPARTMENT
      *             (MONTH, DEPT, COST CENTER, COUNTS, AMOUNT DUE
      *             NET OF CREDITS, THEN THE PRIOR-PERIOD CREDIT
      *             COUNT AND AMOUNT)
      *             FOR THE FINANCE SYSTEM TO CONSUME DIRECTLY.
      *   INVPRT  - A PRINTED INVOICE PER DEPARTMENT SHOWING THE
      *             MONTH'S COUNTS, THE RATES APPLIED, THE EXTENDED
      * 12.50 PER ADDITION.  ALL EIGHT RATES MUST BE PRESENT -
      * BILLING WITH A MISSING PRICE WOULD SILENTLY UNDERCHARGE.
      * REVERSALS (OPE 'V') BACK WORK OUT AND ARE NOT BILLED.
      * A CALCULATION STILL HELD FOR APPROVAL (STATUS 'H') IS NOT
      * BILLED UNTIL A SUPERVISOR DECIDES IT - APPROVED IT BILLS AS
      * AN OPERATION, DECLINED AS A REJECT HANDLED.
      * A RESUBMITTED REJECT REWRITES ITS HISTORY RECORD WITH THE
      * FINAL OUTCOME, SO EACH TRANSACTION IS BILLED ONCE, ON WHAT
      * FINALLY HAPPENED TO IT.
      * A REVERSAL OF A CALCULATION IN A MONTH ALREADY CLOSED (SEE
      * ARITHPER) LEAVES THAT MONTH AS INVOICED AND POSTS AS A
      * PRIOR-PERIOD ADJUSTMENT INSTEAD (SEE ARITHPPA).  THE
      * ADJUSTMENTS POSTED IN THE MONTH BEING BILLED ARE CREDITED IN
      * A SEPARATE SECTION OF EACH DEPARTMENT'S INVOICE - ONE LINE
      * PER ADJUSTMENT, NAMING THE ORIGINAL BATCH DATE AND REC-NO,
      * CREDITED AT THE CURRENT RATE FOR THE ORIGINAL OPERATION -
      * AND TAKEN OFF THE AMOUNT DUE; A DEPARTMENT WITH CREDITS BUT
      * NO ACTIVITY STILL GETS A (CREDIT) INVOICE.  AN ADJUSTMENT
      * THAT WAS ITSELF REVERSED (STATUS 'V' ON HISTORY) IS NOT
      * CREDITED.
      * A SUCCESSFUL RUN STAMPS THE MONTH BILLED ON THE PERIOD
      * CONTROL FILE (PERDCTL), CREATING ITS RECORD THE FIRST TIME,
      * WHICH IS WHAT LETS ARITHPCL CLOSE THE MONTH.  RE-BILLING A
      * CLOSED MONTH REPRODUCES THE SAME INVOICES.
      * THE MONTH (YYYYMM) IS READ FROM SYSIN; A BLANK OR MISSING
      * CARD DEFAULTS TO THE CURRENT MONTH.
      * RETURN CODES: 0 INVOICES PRODUCED, 4 INVOICES PRODUCED BUT
      * THE BILLED STAMP COULD NOT BE RECORDED (THE MONTH CANNOT BE
      * CLOSED UNTIL A RERUN RECORDS IT), 8 NO HISTORY DATA FOR THE
      * MONTH OR RATE MASTER INCOMPLETE, 16 FILE ERROR.
      *****************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT ADJ-FILE ASSIGN TO "PRIORADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-ADJ-KEY
               FILE STATUS IS WS-ADJ-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           PREFIX-DEPT-CODE     BY DP-DEPT-CODE
           PREFIX-DEPT-NAME     BY DP-DEPT-NAME
           PREFIX-DEPT-STATUS   BY DP-DEPT-STATUS
           PREFIX-COST-CENTER   BY DP-COST-CENTER
           PREFIX-CEILING       BY DP-CEILING
           PREFIX-DEVIATION     BY DP-DEVIATION.

       FD  INVOICE-FILE.
       01  INVOICE-REC.
           05  IV-REJ-COUNT              PIC 9(06).
           05  IV-AMOUNT-DUE             PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  IV-CREDIT-COUNT           PIC 9(06).
           05  IV-CREDIT-AMOUNT          PIC 9(11)V99.

       FD  INVOICE-PRINT-FILE.
       01  INVOICE-PRINT-REC             PIC X(80).
       FD  PARAM-FILE.
       01  PARAM-REC                     PIC X(80).

       FD  ADJ-FILE.
       COPY ARITHPPA REPLACING
           PREFIX-ADJ-RECORD    BY PA-ADJ-RECORD
           PREFIX-ADJ-KEY       BY PA-ADJ-KEY
           PREFIX-ORIG-DATE     BY PA-ORIG-DATE
           PREFIX-ORIG-RECNO    BY PA-ORIG-RECNO
           PREFIX-ORIG-OPE      BY PA-ORIG-OPE
           PREFIX-ORIG-C        BY PA-ORIG-C
           PREFIX-DEPT          BY PA-DEPT
           PREFIX-ADJ-DATE      BY PA-ADJ-DATE
           PREFIX-ADJ-RECNO     BY PA-ADJ-RECNO
           PREFIX-ADJ-STAMP     BY PA-ADJ-STAMP.

       FD  PERIOD-FILE.
       COPY ARITHPER REPLACING
           PREFIX-PERIOD-RECORD BY PR-PERIOD-RECORD
           PREFIX-PERIOD        BY PR-PERIOD
           PREFIX-PER-STATUS    BY PR-PER-STATUS
           PREFIX-BILLED-STAMP  BY PR-BILLED-STAMP
           PREFIX-CLOSED-BY     BY PR-CLOSED-BY
           PREFIX-CLOSED-STAMP  BY PR-CLOSED-STAMP
           PREFIX-REOPEN-COUNT  BY PR-REOPEN-COUNT
           PREFIX-REOPENED-BY   BY PR-REOPENED-BY
           PREFIX-REOPEN-AUTH   BY PR-REOPEN-AUTH
           PREFIX-REOPEN-STAMP  BY PR-REOPEN-STAMP
           PREFIX-REOPEN-REASON BY PR-REOPEN-REASON.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-HIST-STATUS            PIC X(02) VALUE SPACES.
           05  WS-INV-STATUS             PIC X(02) VALUE SPACES.
           05  WS-INVPRT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-PARAM-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ADJ-STATUS             PIC X(02) VALUE SPACES.
           05  WS-PERIOD-STATUS          PIC X(02) VALUE SPACES.

       01  WS-RATE-EOF                   PIC X(01) VALUE 'N'.
           88  END-OF-RATE-FILE                    VALUE 'Y'.
       01  WS-HIST-DONE                  PIC X(01) VALUE 'N'.
           88  HISTORY-FINISHED                    VALUE 'Y'.

       01  WS-ADJ-EOF                    PIC X(01) VALUE 'N'.
           88  END-OF-ADJ-FILE                     VALUE 'Y'.

       01  WS-ADJ-REVERSED               PIC X(01) VALUE 'N'.
           88  ADJUSTMENT-REVERSED                 VALUE 'Y'.

       01  WS-PERIOD-REC-FOUND           PIC X(01) VALUE 'N'.
           88  PERIOD-RECORD-FOUND                 VALUE 'Y'.

       01  WS-ASK-MONTH                  PIC X(06) VALUE SPACES.

       01  WS-RATES.
               10  WS-BILL-PWR-COUNT     PIC 9(6).
               10  WS-BILL-AVG-COUNT     PIC 9(6).
               10  WS-BILL-REJ-COUNT     PIC 9(6).
               10  WS-BILL-CREDIT-COUNT  PIC 9(6).
               10  WS-BILL-CREDIT-AMOUNT PIC 9(11)V99.

       01  WS-BILL-SEARCH-DEPT           PIC X(03) VALUE SPACES.
       01  WS-BILL-IX                    PIC 9(2) VALUE ZERO.
       01  WS-BILL-HIT-IX                PIC 9(2) VALUE ZERO.
       01  WS-BILL-FOUND                 PIC X(01) VALUE 'N'.
       01  WS-HIST-READ-COUNT            PIC 9(8) VALUE ZERO.
       01  WS-HIST-SKIP-COUNT            PIC 9(8) VALUE ZERO.

       01  WS-CREDIT-TABLE.
           05  WS-CREDIT-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-CREDIT-ENTRY OCCURS 500 TIMES.
               10  WS-CREDIT-DEPT        PIC X(03).
               10  WS-CREDIT-ORIG-DATE   PIC X(08).
               10  WS-CREDIT-ORIG-RECNO  PIC 9(6).
               10  WS-CREDIT-OPE         PIC X(01).
               10  WS-CREDIT-ADJ-DATE    PIC X(08).
               10  WS-CREDIT-RATE        PIC 9(5)V99.

       01  WS-CREDIT-IX                  PIC 9(4) VALUE ZERO.
       01  WS-CREDIT-RATE-WORK           PIC 9(5)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01  WS-STAMP-RC                   PIC 9(2) VALUE ZERO.

       01  WS-DEPT-NAME-OUT              PIC X(25) VALUE SPACES.
       01  WS-COST-CENTER-OUT            PIC X(05) VALUE SPACES.

       01  WS-REPORT-LINE                PIC X(80) VALUE SPACES.
       01  WS-DISPLAY-COUNT              PIC ZZZZZ9.
       01  WS-DISPLAY-RATE               PIC ZZ,ZZ9.99.
       01  WS-DISPLAY-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-DISPLAY-CREDIT             PIC ZZ,ZZ9.99.

       01  WS-BILL-LINE.
           05  BLL-LABEL                 PIC X(17).
           PERFORM LOAD-RATE-TABLE-PARA
           PERFORM OPEN-FILES-PARA
           PERFORM SCAN-HISTORY-PARA
           PERFORM SCAN-ADJUSTMENTS-PARA
           IF WS-BILL-COUNT = ZERO
               DISPLAY "ARITHBIL: NO HISTORY DATA FOR MONTH "
                   WS-ASK-MONTH " - NOTHING TO BILL"
               WS-ASK-MONTH " FROM " WS-HIST-READ-COUNT
               " HISTORY RECORDS (" WS-HIST-SKIP-COUNT
               " REVERSED, NOT BILLED)"
           DISPLAY "ARITHBIL: " WS-CREDIT-COUNT
               " PRIOR-PERIOD ADJUSTMENTS CREDITED"
           PERFORM STAMP-BILLED-PARA
           MOVE WS-STAMP-RC TO RETURN-CODE
           STOP RUN.

       READ-MONTH-PARAM-PARA.
      *****************************************************************
      * A RECORD STAMPED STATUS 'V' POSTED AND WAS LATER REVERSED -
      * IT IS NEITHER A BILLABLE OPERATION NOR A REJECT HANDLED, SO
      * IT IS SKIPPED BEFORE A BILLING ENTRY IS EVEN OPENED, AS IS
      * A RECORD STILL HELD FOR APPROVAL (STATUS 'H').  THE
      * OPE-'V' REVERSAL ROW ITSELF POSTS STATUS 'S' WITH NO
      * BILLABLE OPERATION CODE AND FALLS THROUGH THE EVALUATE.
      *****************************************************************
       TALLY-HISTORY-RECORD-PARA.
           IF HS-STATUS = 'V' OR HS-STATUS = 'H'
               ADD 1 TO WS-HIST-SKIP-COUNT
           ELSE
               PERFORM TALLY-BILLABLE-RECORD-PARA
           END-IF.

       TALLY-BILLABLE-RECORD-PARA.
           MOVE HS-DEPT TO WS-BILL-SEARCH-DEPT
           PERFORM FIND-BILL-ENTRY-PARA
           IF HS-STATUS = 'S'
               EVALUATE HS-OPE
           PERFORM VARYING WS-BILL-IX FROM 1 BY 1
               UNTIL WS-BILL-IX > WS-BILL-COUNT
                   OR BILL-ENTRY-FOUND
               IF WS-BILL-DEPT (WS-BILL-IX) = WS-BILL-SEARCH-DEPT
                   SET BILL-ENTRY-FOUND TO TRUE
                   MOVE WS-BILL-IX TO WS-BILL-HIT-IX
               END-IF
           IF NOT BILL-ENTRY-FOUND
               IF WS-BILL-COUNT < 20
                   ADD 1 TO WS-BILL-COUNT
                   MOVE WS-BILL-SEARCH-DEPT
                       TO WS-BILL-DEPT (WS-BILL-COUNT)
                   MOVE ZERO TO WS-BILL-ADD-COUNT (WS-BILL-COUNT)
                   MOVE ZERO TO WS-BILL-SUB-COUNT (WS-BILL-COUNT)
                   MOVE ZERO TO WS-BILL-MUL-COUNT (WS-BILL-COUNT)
                   MOVE ZERO TO WS-BILL-PWR-COUNT (WS-BILL-COUNT)
                   MOVE ZERO TO WS-BILL-AVG-COUNT (WS-BILL-COUNT)
                   MOVE ZERO TO WS-BILL-REJ-COUNT (WS-BILL-COUNT)
                   MOVE ZERO TO WS-BILL-CREDIT-COUNT (WS-BILL-COUNT)
                   MOVE ZERO TO WS-BILL-CREDIT-AMOUNT (WS-BILL-COUNT)
                   MOVE WS-BILL-COUNT TO WS-BILL-HIT-IX
               ELSE
                   DISPLAY "ERROR: BILLING TABLE FULL - MORE THAN "
               END-IF
           END-IF.

      *****************************************************************
      * THE ADJUSTMENT REGISTER IS KEYED ON THE ORIGINAL CALCULATION,
      * NOT THE ADJUSTMENT, SO THE WHOLE (SMALL) FILE IS READ AND
      * THE ENTRIES WHOSE ADJUSTMENT POSTED IN THE MONTH ARE KEPT.
      * NO REGISTER YET (STATUS 35) MEANS NOTHING HAS EVER BEEN
      * ADJUSTED.  A REVERSAL OF A REVERSAL HAD NO CHARGE AND EARNS
      * NO CREDIT, AND NEITHER DOES AN ADJUSTMENT WHOSE OWN HISTORY
      * RECORD HAS SINCE BEEN STAMPED 'V' - IT WAS ITSELF REVERSED,
      * SO THE ORIGINAL CHARGE STANDS.
      *****************************************************************
       SCAN-ADJUSTMENTS-PARA.
           OPEN INPUT ADJ-FILE
           IF WS-ADJ-STATUS = '35'
               SET END-OF-ADJ-FILE TO TRUE
           ELSE
               IF WS-ADJ-STATUS NOT = '00'
                   DISPLAY "ERROR: UNABLE TO OPEN ADJ-FILE - "
                       "STATUS = " WS-ADJ-STATUS
                   PERFORM CLOSE-FILES-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL END-OF-ADJ-FILE
               READ ADJ-FILE NEXT RECORD
                   AT END
                       SET END-OF-ADJ-FILE TO TRUE
                   NOT AT END
                       IF PA-ADJ-DATE (1:6) = WS-ASK-MONTH
                           PERFORM CHECK-ADJUSTMENT-REVERSED-PARA
                           IF NOT ADJUSTMENT-REVERSED
                               PERFORM TALLY-ADJUSTMENT-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ADJUSTMENT-REVERSED-PARA.
           MOVE 'N' TO WS-ADJ-REVERSED
           MOVE PA-ADJ-DATE TO HS-BATCH-DATE
           MOVE PA-ADJ-RECNO TO HS-REC-NO
           READ HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HS-STATUS = 'V'
                       SET ADJUSTMENT-REVERSED TO TRUE
                   END-IF
           END-READ.

       TALLY-ADJUSTMENT-PARA.
           EVALUATE PA-ORIG-OPE
               WHEN '+'
                   MOVE WS-RATE-ADD TO WS-CREDIT-RATE-WORK
               WHEN '-'
                   MOVE WS-RATE-SUB TO WS-CREDIT-RATE-WORK
               WHEN '*'
                   MOVE WS-RATE-MUL TO WS-CREDIT-RATE-WORK
               WHEN '/'
                   MOVE WS-RATE-DIV TO WS-CREDIT-RATE-WORK
               WHEN '%'
                   MOVE WS-RATE-PCT TO WS-CREDIT-RATE-WORK
               WHEN '^'
                   MOVE WS-RATE-PWR TO WS-CREDIT-RATE-WORK
               WHEN 'A'
                   MOVE WS-RATE-AVG TO WS-CREDIT-RATE-WORK
               WHEN OTHER
                   MOVE ZERO TO WS-CREDIT-RATE-WORK
           END-EVALUATE
           IF PA-ORIG-OPE NOT = 'V'
               IF WS-CREDIT-COUNT >= 500
                   DISPLAY "ERROR: CREDIT TABLE FULL - MORE THAN "
                       "500 PRIOR-PERIOD ADJUSTMENTS ON THE MONTH"
                   PERFORM CLOSE-FILES-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PA-DEPT TO WS-BILL-SEARCH-DEPT
               PERFORM FIND-BILL-ENTRY-PARA
               ADD 1 TO WS-CREDIT-COUNT
               MOVE PA-DEPT TO WS-CREDIT-DEPT (WS-CREDIT-COUNT)
               MOVE PA-ORIG-DATE
                   TO WS-CREDIT-ORIG-DATE (WS-CREDIT-COUNT)
               MOVE PA-ORIG-RECNO
                   TO WS-CREDIT-ORIG-RECNO (WS-CREDIT-COUNT)
               MOVE PA-ORIG-OPE TO WS-CREDIT-OPE (WS-CREDIT-COUNT)
               MOVE PA-ADJ-DATE
                   TO WS-CREDIT-ADJ-DATE (WS-CREDIT-COUNT)
               MOVE WS-CREDIT-RATE-WORK
                   TO WS-CREDIT-RATE (WS-CREDIT-COUNT)
               ADD 1 TO WS-BILL-CREDIT-COUNT (WS-BILL-HIT-IX)
               ADD WS-CREDIT-RATE-WORK
                   TO WS-BILL-CREDIT-AMOUNT (WS-BILL-HIT-IX)
           END-IF.

       WRITE-INVOICE-PARA.
           PERFORM GET-DEPT-DETAILS-PARA
           MOVE ZERO TO WS-AMOUNT-DUE
           COMPUTE WS-LINE-AMOUNT
               = WS-BILL-REJ-COUNT (WS-BILL-IX) * WS-RATE-REJ
           PERFORM WRITE-BILL-LINE-PARA
           IF WS-BILL-CREDIT-COUNT (WS-BILL-IX) > 0
               PERFORM WRITE-CREDIT-SECTION-PARA
           END-IF
           MOVE WS-AMOUNT-DUE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AMOUNT DUE                               : "
           PERFORM WRITE-PRINT-LINE-PARA
           PERFORM WRITE-INVOICE-RECORD-PARA.

      *****************************************************************
      * PRIOR-PERIOD CREDITS: ONE LINE PER ADJUSTMENT POSTED THIS
      * MONTH AGAINST A CALCULATION IN A CLOSED MONTH, SHOWING THE
      * ORIGINAL BATCH DATE, REC-NO AND OPERATION IT CREDITS.
      *****************************************************************
       WRITE-CREDIT-SECTION-PARA.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-PRINT-LINE-PARA
           MOVE "PRIOR-PERIOD ADJUSTMENTS - CREDITS" TO WS-REPORT-LINE
           PERFORM WRITE-PRINT-LINE-PARA
           PERFORM VARYING WS-CREDIT-IX FROM 1 BY 1
               UNTIL WS-CREDIT-IX > WS-CREDIT-COUNT
               IF WS-CREDIT-DEPT (WS-CREDIT-IX)
                   = WS-BILL-DEPT (WS-BILL-IX)
                   MOVE WS-CREDIT-RATE (WS-CREDIT-IX)
                       TO WS-DISPLAY-CREDIT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  BATCH " WS-CREDIT-ORIG-DATE (WS-CREDIT-IX)
                       " REC " WS-CREDIT-ORIG-RECNO (WS-CREDIT-IX)
                       " OP " WS-CREDIT-OPE (WS-CREDIT-IX)
                       " ADJUSTED " WS-CREDIT-ADJ-DATE (WS-CREDIT-IX)
                       "   CREDIT " WS-DISPLAY-CREDIT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-PRINT-LINE-PARA
               END-IF
           END-PERFORM
           MOVE WS-BILL-CREDIT-COUNT (WS-BILL-IX) TO WS-DISPLAY-COUNT
           COMPUTE WS-LINE-AMOUNT
               = ZERO - WS-BILL-CREDIT-AMOUNT (WS-BILL-IX)
           ADD WS-LINE-AMOUNT TO WS-AMOUNT-DUE
           MOVE WS-LINE-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL PRIOR-PERIOD CREDITS (" WS-DISPLAY-COUNT
               ")       : " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-PRINT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-PRINT-LINE-PARA.

       GET-DEPT-DETAILS-PARA.
           MOVE WS-BILL-DEPT (WS-BILL-IX) TO DP-DEPT-CODE
           READ DEPT-FILE
           MOVE WS-BILL-AVG-COUNT (WS-BILL-IX) TO IV-AVG-COUNT
           MOVE WS-BILL-REJ-COUNT (WS-BILL-IX) TO IV-REJ-COUNT
           MOVE WS-AMOUNT-DUE TO IV-AMOUNT-DUE
           MOVE WS-BILL-CREDIT-COUNT (WS-BILL-IX) TO IV-CREDIT-COUNT
           MOVE WS-BILL-CREDIT-AMOUNT (WS-BILL-IX) TO IV-CREDIT-AMOUNT
           WRITE INVOICE-REC
           IF WS-INV-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO WRITE INVOICE-FILE - "
               STOP RUN
           END-IF.

      *****************************************************************
      * THE BILLED STAMP IS WHAT ARITHPCL REQUIRES BEFORE IT WILL
      * CLOSE THE MONTH.  THE PERIOD CONTROL FILE IS CREATED HERE THE
      * FIRST TIME ANY MONTH IS BILLED.  FAILING TO STAMP DOES NOT
      * UNDO THE INVOICES - IT ENDS RC=4 SO THE MONTH IS BILLED
      * AGAIN BEFORE ANYONE TRIES TO CLOSE IT.
      *****************************************************************
       STAMP-BILLED-PARA.
           MOVE ZERO TO WS-STAMP-RC
           OPEN I-O PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = '00'
               OPEN OUTPUT PERIOD-FILE
               IF WS-PERIOD-STATUS = '00'
                   CLOSE PERIOD-FILE
                   OPEN I-O PERIOD-FILE
               END-IF
           END-IF
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY "WARNING: PERIOD-FILE UNAVAILABLE - STATUS = "
                   WS-PERIOD-STATUS " - MONTH " WS-ASK-MONTH
                   " NOT RECORDED AS BILLED"
               MOVE 4 TO WS-STAMP-RC
           ELSE
               MOVE WS-ASK-MONTH TO PR-PERIOD
               READ PERIOD-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-PERIOD-REC-FOUND
                       MOVE WS-ASK-MONTH TO PR-PERIOD
                       MOVE 'O' TO PR-PER-STATUS
                       MOVE SPACES TO PR-CLOSED-BY
                       MOVE SPACES TO PR-CLOSED-STAMP
                       MOVE ZERO TO PR-REOPEN-COUNT
                       MOVE SPACES TO PR-REOPENED-BY
                       MOVE SPACES TO PR-REOPEN-AUTH
                       MOVE SPACES TO PR-REOPEN-STAMP
                       MOVE SPACES TO PR-REOPEN-REASON
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PERIOD-REC-FOUND
               END-READ
               IF PERIOD-RECORD-FOUND AND PR-PER-STATUS = 'C'
                   DISPLAY "ARITHBIL: MONTH " WS-ASK-MONTH
                       " IS CLOSED - INVOICES REPRODUCED AS BILLED"
               END-IF
               MOVE FUNCTION CURRENT-DATE (1:14) TO PR-BILLED-STAMP
               IF PERIOD-RECORD-FOUND
                   REWRITE PR-PERIOD-RECORD
               ELSE
                   WRITE PR-PERIOD-RECORD
               END-IF
               IF WS-PERIOD-STATUS NOT = '00'
                   DISPLAY "WARNING: UNABLE TO STAMP PERIOD-FILE - "
                       "STATUS = " WS-PERIOD-STATUS " - MONTH "
                       WS-ASK-MONTH " NOT RECORDED AS BILLED"
                   MOVE 4 TO WS-STAMP-RC
               END-IF
               CLOSE PERIOD-FILE
           END-IF.

       CLOSE-FILES-PARA.
           CLOSE HISTORY-FILE
           CLOSE DEPT-FILE
           CLOSE INVOICE-FILE
           CLOSE INVOICE-PRINT-FILE
           CLOSE ADJ-FILE.
       END PROGRAM ArithBIL.
