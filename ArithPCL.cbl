       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArithPCL.
      *****************************************************************
      * ACCOUNTING PERIOD CLOSE AND REOPEN.
      * ONCE ARITHBIL HAS INVOICED A MONTH THE FIGURES BEHIND THOSE
      * INVOICES MUST NOT MOVE.  THIS PROGRAM CLOSES A BILLED MONTH
      * ON THE PERIOD CONTROL FILE (PERDCTL - SEE ARITHPER), AFTER
      * WHICH ARITHPGM REFUSES A BATCH DATED IN IT, TURNS A REVERSAL
      * OF ONE OF ITS CALCULATIONS INTO A PRIOR-PERIOD ADJUSTMENT IN
      * THE CURRENT PERIOD, AND REFUSES A RESUBMIT OF ONE OF ITS
      * REJECTS (R11).
      * THE OPERATOR'S ID IS ASKED FOR FIRST, THEN REQUESTS ARE
      * PROMPTED FOR UNTIL 'E' IS ENTERED; AS FOR ARITHAPR THEY MAY BE
      * KEYED AT A TERMINAL OR FED AS SYSIN LINES (SEE ARITHPCL JCL):
      *   'L' - LIST EVERY MONTH ON THE PERIOD CONTROL FILE.
      *   'C' - CLOSE A MONTH (YYYYMM).  THE MONTH MUST BE BEFORE THE
      *         CURRENT MONTH, BILLED (AGAIN, IF IT WAS REOPENED
      *         SINCE), NOT ALREADY CLOSED, AND HAVE NO CALCULATION
      *         STILL HELD FOR APPROVAL (SEE ARITHPND) - A DECISION
      *         WOULD CHANGE WHAT THE MONTH BILLS.
      *   'R' - REOPEN A CLOSED MONTH (YYYYMM).  A REOPEN NEEDS A
      *         SECOND PERSON: THE ID OF THE AUTHORIZER, WHO MUST NOT
      *         BE THE OPERATOR AND MUST HOLD PERIOD REOPEN AUTHORITY
      *         (FUNCTION PCL ON AUTHFILE - SEE ARITHAUT), AND THE
      *         REASON ARE BOTH REQUIRED.  EVERY REOPEN ATTEMPT IS
      *         ALSO WRITTEN TO THE SECURITY LOG (SECLOG - SEE
      *         ARITHSEC) UNDER THE AUTHORIZER'S ID.
      * EVERY CLOSE AND REOPEN IS STAMPED ON THE PERIOD RECORD AND
      * WRITTEN TO THE AUDIT LOG; A REFUSED REOPEN IS LOGGED TOO, SO
      * EVERY ATTEMPT TO UNLOCK A MONTH LEAVES A TRAIL.
      * RETURN CODES: 0 ALL REQUESTS APPLIED, 8 ONE OR MORE REQUESTS
      * REFUSED, 16 FILE ERROR OR NO OPERATOR ID.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDAPRV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT ARITHLOG-FILE ASSIGN TO "ARITHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARITHLOG-STATUS.

           SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PEND-FILE.
       COPY ARITHPND REPLACING
           PREFIX-PEND-RECORD   BY PD-PEND-RECORD
           PREFIX-PEND-KEY      BY PD-PEND-KEY
           PREFIX-BATCH-DATE    BY PD-BATCH-DATE
           PREFIX-REC-NO        BY PD-REC-NO
           PREFIX-A             BY PD-A
           PREFIX-B             BY PD-B
           PREFIX-OPE           BY PD-OPE
           PREFIX-C             BY PD-C
           PREFIX-REMAINDER     BY PD-REMAINDER
           PREFIX-DEPT          BY PD-DEPT
           PREFIX-HOLD-REASON   BY PD-HOLD-REASON
           PREFIX-HOLD-LIMIT    BY PD-HOLD-LIMIT
           PREFIX-HELD-STAMP    BY PD-HELD-STAMP
           PREFIX-ACTION        BY PD-ACTION
           PREFIX-APPROVER      BY PD-APPROVER
           PREFIX-ACTION-STAMP  BY PD-ACTION-STAMP.

       FD  ARITHLOG-FILE.
       01  ARITHLOG-REC                  PIC X(80).

       FD  AUTH-FILE.
       COPY ARITHAUT REPLACING
           PREFIX-AUTH-RECORD   BY AU-AUTH-RECORD
           PREFIX-AUTH-KEY      BY AU-AUTH-KEY
           PREFIX-OPERATOR      BY AU-OPERATOR
           PREFIX-FUNCTION      BY AU-FUNCTION
           PREFIX-EXPIRY-DATE   BY AU-EXPIRY-DATE
           PREFIX-GRANTED-BY    BY AU-GRANTED-BY
           PREFIX-GRANTED-STAMP BY AU-GRANTED-STAMP.

       FD  SECLOG-FILE.
       COPY ARITHSEC REPLACING
           PREFIX-SEC-RECORD    BY SL-SEC-RECORD
           PREFIX-SEC-STAMP     BY SL-SEC-STAMP
           PREFIX-OPERATOR      BY SL-OPERATOR
           PREFIX-FUNCTION      BY SL-FUNCTION
           PREFIX-OUTCOME       BY SL-OUTCOME
           PREFIX-PROGRAM       BY SL-PROGRAM
           PREFIX-TARGET        BY SL-TARGET
           PREFIX-REASON        BY SL-REASON.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PERIOD-STATUS          PIC X(02) VALUE SPACES.
           05  WS-PEND-STATUS            PIC X(02) VALUE SPACES.
           05  WS-ARITHLOG-STATUS        PIC X(02) VALUE SPACES.
           05  WS-AUTH-STATUS            PIC X(02) VALUE SPACES.
           05  WS-SECLOG-STATUS          PIC X(02) VALUE SPACES.

       01  WS-REQUEST-TYPE               PIC X(01) VALUE SPACE.
           88  CLOSE-REQUEST                       VALUE 'C' 'c'.
           88  REOPEN-REQUEST                      VALUE 'R' 'r'.
           88  LIST-REQUEST                        VALUE 'L' 'l'.
           88  END-REQUEST                         VALUE 'E' 'e'.

       01  WS-SESSION-DONE               PIC X(01) VALUE 'N'.
           88  SESSION-FINISHED                    VALUE 'Y'.

       01  WS-LIST-DONE                  PIC X(01) VALUE 'N'.
           88  LIST-FINISHED                       VALUE 'Y'.

       01  WS-PEND-AVAILABLE             PIC X(01) VALUE 'N'.
           88  PEND-FILE-AVAILABLE                 VALUE 'Y'.

       01  WS-PERIOD-OK                  PIC X(01) VALUE 'N'.
           88  PERIOD-CAN-BE-CHANGED               VALUE 'Y'.

       01  WS-OPERATOR                   PIC X(08) VALUE SPACES.
       01  WS-AUTHORIZER                 PIC X(08) VALUE SPACES.
       01  WS-REASON                     PIC X(30) VALUE SPACES.
       01  WS-ASK-MONTH                  PIC X(06) VALUE SPACES.
       01  WS-ASK-MONTH-NUM REDEFINES WS-ASK-MONTH.
           05  WS-ASK-YEAR               PIC 9(4).
           05  WS-ASK-MM                 PIC 9(2).
       01  WS-CURRENT-MONTH              PIC X(06) VALUE SPACES.
       01  WS-ACTION-STAMP               PIC X(14) VALUE SPACES.
       01  WS-REFUSAL-TEXT               PIC X(40) VALUE SPACES.
       01  WS-HELD-IN-MONTH              PIC 9(6) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-APPLIED-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-REFUSED-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-LIST-COUNT             PIC 9(6) VALUE ZERO.

       01  WS-LOG-LINE                   PIC X(80) VALUE SPACES.
       01  WS-DISPLAY-STATUS             PIC X(08) VALUE SPACES.

       01  WS-AUTH-AVAILABLE             PIC X(01) VALUE 'N'.
           88  AUTH-FILE-AVAILABLE                 VALUE 'Y'.

       01  WS-AUTH-OK                    PIC X(01) VALUE 'N'.
           88  AUTHORITY-GRANTED                   VALUE 'Y'.

       01  WS-SECURITY-PROGRAM           PIC X(08) VALUE "ARITHPCL".
       01  WS-SEC-OPERATOR               PIC X(08) VALUE SPACES.
       01  WS-SEC-FUNCTION               PIC X(03) VALUE SPACES.
       01  WS-SEC-TARGET                 PIC X(40) VALUE SPACES.
       01  WS-SEC-REASON                 PIC X(26) VALUE SPACES.
       01  WS-SEC-STAMP                  PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ASK-OPERATOR-PARA
           PERFORM OPEN-FILES-PARA
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-CURRENT-MONTH
           PERFORM UNTIL SESSION-FINISHED
               DISPLAY "ENTER REQUEST TYPE - L (LIST), C (CLOSE), "
                   "R (REOPEN) OR E (END)"
               ACCEPT WS-REQUEST-TYPE
               EVALUATE TRUE
                   WHEN END-REQUEST
                   WHEN WS-REQUEST-TYPE = SPACE
                       SET SESSION-FINISHED TO TRUE
                   WHEN LIST-REQUEST
                       PERFORM LIST-PERIODS-PARA
                   WHEN CLOSE-REQUEST
                       PERFORM CLOSE-PERIOD-PARA
                   WHEN REOPEN-REQUEST
                       PERFORM REOPEN-PERIOD-PARA
                   WHEN OTHER
                       DISPLAY "INVALID REQUEST TYPE '"
                           WS-REQUEST-TYPE "' - USE L, C, R OR E"
               END-EVALUATE
           END-PERFORM
           PERFORM CLOSE-FILES-PARA
           DISPLAY "ARITHPCL: " WS-APPLIED-COUNT " REQUESTS APPLIED, "
               WS-REFUSED-COUNT " REFUSED BY " WS-OPERATOR
           IF WS-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * EVERY CLOSE AND REOPEN CARRIES THE OPERATOR'S ID, SO A
      * SESSION WITHOUT ONE IS NOT STARTED.
      *****************************************************************
       ASK-OPERATOR-PARA.
           DISPLAY "ENTER OPERATOR ID (UP TO 8 CHARACTERS)"
           ACCEPT WS-OPERATOR
           IF WS-OPERATOR = SPACES
               DISPLAY "ERROR: OPERATOR ID REQUIRED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * NOTHING CAN BE CLOSED BEFORE ARITHBIL HAS CREATED THE PERIOD
      * CONTROL FILE, SO IT IS NOT BOOTSTRAPPED HERE.  NO PENDING-
      * APPROVAL DATASET YET (STATUS 35) MEANS NOTHING HAS EVER BEEN
      * HELD.  THE AUDIT LOG IS APPENDED TO, AS BY ARITHPGM.  THE
      * AUTHORIZATION FILE AND SECURITY LOG ARE OPENED LAST.
      *****************************************************************
       OPEN-FILES-PARA.
           OPEN I-O PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN PERIOD-FILE - STATUS = "
                   WS-PERIOD-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PEND-FILE
           EVALUATE WS-PEND-STATUS
               WHEN '00'
                   SET PEND-FILE-AVAILABLE TO TRUE
               WHEN '35'
                   MOVE 'N' TO WS-PEND-AVAILABLE
               WHEN OTHER
                   DISPLAY "ERROR: UNABLE TO OPEN PEND-FILE - "
                       "STATUS = " WS-PEND-STATUS
                   PERFORM CLOSE-FILES-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN EXTEND ARITHLOG-FILE
           IF WS-ARITHLOG-STATUS NOT = '00'
               OPEN OUTPUT ARITHLOG-FILE
           END-IF
           IF WS-ARITHLOG-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN ARITHLOG-FILE - "
                   "STATUS = " WS-ARITHLOG-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-SECURITY-FILES-PARA.

       LIST-PERIODS-PARA.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-DONE
           MOVE LOW-VALUES TO PR-PERIOD
           START PERIOD-FILE KEY IS NOT LESS THAN PR-PERIOD
               INVALID KEY
                   SET LIST-FINISHED TO TRUE
           END-START
           PERFORM UNTIL LIST-FINISHED
               READ PERIOD-FILE NEXT RECORD
                   AT END
                       SET LIST-FINISHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM DISPLAY-PERIOD-PARA
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " MONTHS ON THE PERIOD CONTROL FILE".

       DISPLAY-PERIOD-PARA.
           IF PR-PER-STATUS = 'C'
               MOVE "CLOSED" TO WS-DISPLAY-STATUS
           ELSE
               MOVE "OPEN" TO WS-DISPLAY-STATUS
           END-IF
           DISPLAY "MONTH " PR-PERIOD " " WS-DISPLAY-STATUS
               " BILLED " PR-BILLED-STAMP (1:8) "-"
               PR-BILLED-STAMP (9:6)
           IF PR-CLOSED-BY NOT = SPACES
               DISPLAY "  LAST CLOSED BY " PR-CLOSED-BY " "
                   PR-CLOSED-STAMP (1:8) "-" PR-CLOSED-STAMP (9:6)
           END-IF
           IF PR-REOPEN-COUNT > 0
               DISPLAY "  REOPENED " PR-REOPEN-COUNT
                   " TIME(S), LAST BY " PR-REOPENED-BY
                   " AUTH " PR-REOPEN-AUTH " "
                   PR-REOPEN-STAMP (1:8) "-" PR-REOPEN-STAMP (9:6)
               DISPLAY "  REASON: " PR-REOPEN-REASON
           END-IF.

      *****************************************************************
      * A MONTH IS CLOSED ONLY WHEN ITS INVOICES REFLECT EVERYTHING IN
      * IT: BILLED, AND BILLED AGAIN AFTER ANY REOPEN, WITH NOTHING
      * LEFT HELD FOR APPROVAL.  THE CURRENT MONTH CANNOT BE CLOSED -
      * IT IS STILL TAKING BATCHES.
      *****************************************************************
       CLOSE-PERIOD-PARA.
           PERFORM ASK-MONTH-PARA
           MOVE 'N' TO WS-PERIOD-OK
           MOVE SPACES TO WS-REFUSAL-TEXT
           IF WS-ASK-MONTH NOT NUMERIC
               OR WS-ASK-MM < 1 OR WS-ASK-MM > 12
               MOVE "IS NOT A VALID MONTH (YYYYMM)"
                   TO WS-REFUSAL-TEXT
           ELSE
               IF WS-ASK-MONTH NOT < WS-CURRENT-MONTH
                   MOVE "IS NOT YET OVER" TO WS-REFUSAL-TEXT
               ELSE
                   PERFORM CHECK-CLOSE-PERIOD-PARA
               END-IF
           END-IF
           IF PERIOD-CAN-BE-CHANGED
               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ACTION-STAMP
               MOVE 'C' TO PR-PER-STATUS
               MOVE WS-OPERATOR TO PR-CLOSED-BY
               MOVE WS-ACTION-STAMP TO PR-CLOSED-STAMP
               PERFORM REWRITE-PERIOD-PARA
               MOVE SPACES TO WS-LOG-LINE
               STRING WS-ACTION-STAMP (1:8) "-" WS-ACTION-STAMP (9:6)
                   " PERIOD " WS-ASK-MONTH
                   " CLOSED BY " WS-OPERATOR
                   DELIMITED BY SIZE INTO WS-LOG-LINE
               PERFORM WRITE-LOG-PARA
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "CLOSED MONTH " WS-ASK-MONTH
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "REFUSED: MONTH " WS-ASK-MONTH " "
                   WS-REFUSAL-TEXT
           END-IF.

       CHECK-CLOSE-PERIOD-PARA.
           MOVE WS-ASK-MONTH TO PR-PERIOD
           READ PERIOD-FILE
               INVALID KEY
                   MOVE "HAS NOT BEEN BILLED" TO WS-REFUSAL-TEXT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PR-PER-STATUS = 'C'
                           MOVE "IS ALREADY CLOSED" TO WS-REFUSAL-TEXT
                       WHEN PR-BILLED-STAMP = SPACES
                           MOVE "HAS NOT BEEN BILLED"
                               TO WS-REFUSAL-TEXT
                       WHEN PR-REOPEN-COUNT > 0
                           AND PR-BILLED-STAMP NOT > PR-REOPEN-STAMP
                           MOVE "HAS NOT BEEN BILLED SINCE REOPENED"
                               TO WS-REFUSAL-TEXT
                       WHEN OTHER
                           PERFORM COUNT-HELD-IN-MONTH-PARA
                           IF WS-HELD-IN-MONTH > 0
                               MOVE SPACES TO WS-REFUSAL-TEXT
                               STRING "HAS " WS-HELD-IN-MONTH
                                   " ITEMS AWAITING APPROVAL"
                                   DELIMITED BY SIZE
                                   INTO WS-REFUSAL-TEXT
                           ELSE
                               MOVE 'Y' TO WS-PERIOD-OK
                           END-IF
                   END-EVALUATE
           END-READ.

      *****************************************************************
      * THE PENDING-APPROVAL KEY LEADS WITH THE BATCH DATE, SO ONE
      * START POSITIONS AT THE MONTH.
      *****************************************************************
       COUNT-HELD-IN-MONTH-PARA.
           MOVE ZERO TO WS-HELD-IN-MONTH
           IF PEND-FILE-AVAILABLE
               MOVE 'N' TO WS-LIST-DONE
               MOVE LOW-VALUES TO PD-PEND-KEY
               MOVE WS-ASK-MONTH TO PD-BATCH-DATE (1:6)
               START PEND-FILE KEY IS NOT LESS THAN PD-PEND-KEY
                   INVALID KEY
                       SET LIST-FINISHED TO TRUE
               END-START
               PERFORM UNTIL LIST-FINISHED
                   READ PEND-FILE NEXT RECORD
                       AT END
                           SET LIST-FINISHED TO TRUE
                       NOT AT END
                           IF PD-BATCH-DATE (1:6) NOT = WS-ASK-MONTH
                               SET LIST-FINISHED TO TRUE
                           ELSE
                               IF PD-ACTION = SPACE
                                   ADD 1 TO WS-HELD-IN-MONTH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *****************************************************************
      * A REOPEN NEEDS A SECOND, NAMED PERSON AND A REASON.  REFUSED
      * REOPENS ARE LOGGED AS WELL AS APPLIED ONES.  THE SECURITY LOG
      * RECORDS THE AUTHORIZER'S AUTHORITY: AN AUTHORIZER NAMING
      * THEMSELVES AS THE OPERATOR IS A REFUSAL THERE EVEN IF THEY
      * HOLD PCL.
      *****************************************************************
       REOPEN-PERIOD-PARA.
           PERFORM ASK-MONTH-PARA
           DISPLAY "ENTER AUTHORIZER ID (UP TO 8 CHARACTERS)"
           ACCEPT WS-AUTHORIZER
           DISPLAY "ENTER REASON FOR REOPENING (UP TO 30 CHARACTERS)"
           ACCEPT WS-REASON
           MOVE WS-AUTHORIZER TO WS-SEC-OPERATOR
           MOVE "PCL" TO WS-SEC-FUNCTION
           MOVE SPACES TO WS-SEC-TARGET
           STRING "REOPEN PERIOD " WS-ASK-MONTH " FOR " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-SEC-TARGET
           PERFORM CHECK-AUTHORITY-PARA
           IF AUTHORITY-GRANTED
               AND WS-AUTHORIZER = WS-OPERATOR
               MOVE 'N' TO WS-AUTH-OK
               MOVE "AUTHORIZER IS THE OPERATOR" TO WS-SEC-REASON
           END-IF
           PERFORM WRITE-SECURITY-LOG-PARA
           MOVE 'N' TO WS-PERIOD-OK
           MOVE SPACES TO WS-REFUSAL-TEXT
           EVALUATE TRUE
               WHEN WS-ASK-MONTH NOT NUMERIC
                   MOVE "IS NOT A VALID MONTH (YYYYMM)"
                       TO WS-REFUSAL-TEXT
               WHEN WS-AUTHORIZER = SPACES
                   MOVE "- AUTHORIZER ID REQUIRED" TO WS-REFUSAL-TEXT
               WHEN WS-AUTHORIZER = WS-OPERATOR
                   MOVE "- AUTHORIZER MUST NOT BE THE OPERATOR"
                       TO WS-REFUSAL-TEXT
               WHEN NOT AUTHORITY-GRANTED
                   MOVE "- AUTHORIZER LACKS PCL AUTHORITY"
                       TO WS-REFUSAL-TEXT
               WHEN WS-REASON = SPACES
                   MOVE "- REASON REQUIRED" TO WS-REFUSAL-TEXT
               WHEN OTHER
                   MOVE WS-ASK-MONTH TO PR-PERIOD
                   READ PERIOD-FILE
                       INVALID KEY
                           MOVE "IS NOT CLOSED" TO WS-REFUSAL-TEXT
                       NOT INVALID KEY
                           IF PR-PER-STATUS = 'C'
                               MOVE 'Y' TO WS-PERIOD-OK
                           ELSE
                               MOVE "IS NOT CLOSED"
                                   TO WS-REFUSAL-TEXT
                           END-IF
                   END-READ
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ACTION-STAMP
           IF PERIOD-CAN-BE-CHANGED
               MOVE 'O' TO PR-PER-STATUS
               ADD 1 TO PR-REOPEN-COUNT
               MOVE WS-OPERATOR TO PR-REOPENED-BY
               MOVE WS-AUTHORIZER TO PR-REOPEN-AUTH
               MOVE WS-ACTION-STAMP TO PR-REOPEN-STAMP
               MOVE WS-REASON TO PR-REOPEN-REASON
               PERFORM REWRITE-PERIOD-PARA
               MOVE SPACES TO WS-LOG-LINE
               STRING WS-ACTION-STAMP (1:8) "-" WS-ACTION-STAMP (9:6)
                   " PERIOD " WS-ASK-MONTH
                   " REOPENED BY " WS-OPERATOR
                   " AUTH " WS-AUTHORIZER
                   DELIMITED BY SIZE INTO WS-LOG-LINE
               PERFORM WRITE-LOG-PARA
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "REOPENED MONTH " WS-ASK-MONTH
                   " - BILL IT AGAIN BEFORE CLOSING"
           ELSE
               MOVE SPACES TO WS-LOG-LINE
               STRING WS-ACTION-STAMP (1:8) "-" WS-ACTION-STAMP (9:6)
                   " PERIOD " WS-ASK-MONTH
                   " REOPEN REFUSED BY " WS-OPERATOR
                   " AUTH " WS-AUTHORIZER
                   DELIMITED BY SIZE INTO WS-LOG-LINE
               PERFORM WRITE-LOG-PARA
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "REFUSED: REOPEN OF MONTH " WS-ASK-MONTH " "
                   WS-REFUSAL-TEXT
           END-IF
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-ACTION-STAMP (1:8) "-" WS-ACTION-STAMP (9:6)
               " PERIOD " WS-ASK-MONTH
               " REASON: " WS-REASON
               DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM WRITE-LOG-PARA.

       ASK-MONTH-PARA.
           DISPLAY "ENTER MONTH (YYYYMM)"
           ACCEPT WS-ASK-MONTH.

       REWRITE-PERIOD-PARA.
           REWRITE PR-PERIOD-RECORD
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO REWRITE PERIOD-FILE - "
                   "STATUS = " WS-PERIOD-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * THE AUDIT LINE CARRIES NO " R=" REC-NO TAG, SO THE DAILY
      * RECONCILIATION DOES NOT MISTAKE A CLOSE FOR A POSTING.
      *****************************************************************
       WRITE-LOG-PARA.
           WRITE ARITHLOG-REC FROM WS-LOG-LINE
           IF WS-ARITHLOG-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO WRITE ARITHLOG-FILE - "
                   "STATUS = " WS-ARITHLOG-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-FILES-PARA.
           CLOSE PERIOD-FILE
           CLOSE PEND-FILE
           CLOSE ARITHLOG-FILE
           CLOSE AUTH-FILE
           CLOSE SECLOG-FILE.

      *****************************************************************
      * OPERATOR AUTHORIZATION FILE (AUTHFILE - SEE ARITHAUT) AND
      * SECURITY LOG (SECLOG - SEE ARITHSEC).  WITHOUT THE
      * AUTHORIZATION FILE EVERY PRIVILEGED REQUEST IS REFUSED;
      * WITHOUT THE SECURITY LOG NOTHING PRIVILEGED IS ATTEMPTED AT
      * ALL - THE RUN STOPS.
      *****************************************************************
       OPEN-SECURITY-FILES-PARA.
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS = '00'
               SET AUTH-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN AUTH-FILE - STATUS = "
                   WS-AUTH-STATUS " - PRIVILEGED REQUESTS REFUSED"
           END-IF
           OPEN EXTEND SECLOG-FILE
           IF WS-SECLOG-STATUS NOT = '00'
               OPEN OUTPUT SECLOG-FILE
           END-IF
           IF WS-SECLOG-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN SECLOG-FILE - STATUS = "
                   WS-SECLOG-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * CHECKS WS-SEC-OPERATOR'S AUTHORITY FOR WS-SEC-FUNCTION; THE
      * OUTCOME IS LOGGED AGAINST WS-SEC-TARGET, ALLOWED OR REFUSED,
      * BY WRITE-SECURITY-LOG-PARA.
      *****************************************************************
       CHECK-AUTHORITY-PARA.
           MOVE 'N' TO WS-AUTH-OK
           MOVE SPACES TO WS-SEC-REASON
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-SEC-STAMP
           EVALUATE TRUE
               WHEN WS-SEC-OPERATOR = SPACES
                   MOVE "NO OPERATOR ID" TO WS-SEC-REASON
               WHEN NOT AUTH-FILE-AVAILABLE
                   MOVE "AUTHFILE UNAVAILABLE" TO WS-SEC-REASON
               WHEN OTHER
                   MOVE WS-SEC-OPERATOR TO AU-OPERATOR
                   MOVE WS-SEC-FUNCTION TO AU-FUNCTION
                   READ AUTH-FILE
                       INVALID KEY
                           MOVE "NOT AUTHORIZED" TO WS-SEC-REASON
                       NOT INVALID KEY
                           IF AU-EXPIRY-DATE NOT = SPACES
                               AND AU-EXPIRY-DATE < WS-SEC-STAMP (1:8)
                               MOVE "AUTHORITY EXPIRED"
                                   TO WS-SEC-REASON
                           ELSE
                               SET AUTHORITY-GRANTED TO TRUE
                           END-IF
                   END-READ
           END-EVALUATE.

       WRITE-SECURITY-LOG-PARA.
           MOVE WS-SEC-STAMP TO SL-SEC-STAMP
           MOVE WS-SEC-OPERATOR TO SL-OPERATOR
           MOVE WS-SEC-FUNCTION TO SL-FUNCTION
           IF AUTHORITY-GRANTED
               MOVE 'G' TO SL-OUTCOME
           ELSE
               MOVE 'R' TO SL-OUTCOME
           END-IF
           MOVE WS-SECURITY-PROGRAM TO SL-PROGRAM
           MOVE WS-SEC-TARGET TO SL-TARGET
           MOVE WS-SEC-REASON TO SL-REASON
           WRITE SL-SEC-RECORD
           IF WS-SECLOG-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO WRITE SECLOG-FILE - "
                   "STATUS = " WS-SECLOG-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       END PROGRAM ArithPCL.
