      * MAINTAINS, SO AN AUDITOR'S "WHAT DID RECORD NNNNNN FROM DATE
      * YYYYMMDD COMPUTE TO" IS ANSWERED DIRECTLY INSTEAD OF BY
      * PULLING AND SCANNING RESLFILE GENERATIONS.
      * THE OPERATOR'S ID IS ASKED FOR FIRST, THEN REQUESTS ARE
      * PROMPTED FOR UNTIL 'E' IS ENTERED:
      *   'S' - SINGLE LOOKUP: BATCH DATE AND REC-NO, DIRECT READ.
      *   'R' - RANGE: FROM-DATE AND TO-DATE, LISTS EVERY HISTORY
      *         RECORD WHOSE BATCH DATE FALLS IN THE RANGE.
      *   'C' - CHAIN: BATCH DATE AND REC-NO.  SHOWS THE CALCULATION,
      *         THEN TWO INDENTED TREES FROM THE CHAINED-CALCULATION
      *         REGISTER (CHAINREF - SEE ARITHCHN): "DEPENDS ON" -
      *         THE EARLIER RESULTS IT TOOK AS OPERANDS, AND THEIRS,
      *         BACK TO LITERAL AMOUNTS - AND "USED BY" - EVERY LATER
      *         CALCULATION OF THE SAME BATCH THAT TOOK ITS RESULT,
      *         DIRECTLY OR THROUGH OTHERS, EACH UNDER THE ONE WHOSE
      *         RESULT IT USED.  EVERY LINE SHOWS THE OPERAND LINK,
      *         OPE, C, STATUS AND DEPT FROM THE HISTORY MASTER, SO
      *         AN ANALYST CAN SEE WHAT A REVERSAL LEAVES STANDING.
      *         WITHOUT THE REGISTER ONLY THE CALCULATION IS SHOWN.
      * EACH HIT SHOWS A, B, OPE, C, REMAINDER, STATUS, STATUS
      * MESSAGE AND THE RUN TIMESTAMP THAT POSTED IT.  A POSTED
      * CALCULATION IN A CLOSED MONTH THAT HAS SINCE BEEN REVERSED
      * BY A PRIOR-PERIOD ADJUSTMENT (SEE ARITHPPA) STILL SHOWS
      * STATUS 'S', SO THE ADJUSTMENT REGISTER IS CHECKED AND THE
      * ADJUSTMENT'S BATCH DATE AND REC-NO SHOWN WITH IT, UNLESS
      * THE ADJUSTMENT HAS ITSELF BEEN REVERSED (STATUS 'V').  THE
      * REGISTER IS OPTIONAL - WITHOUT IT THE CHECK IS SKIPPED.
      * REQUESTS MAY BE KEYED AT A TERMINAL OR FED AS SYSIN LINES IN
      * A BATCH JOB (SEE ARITHINQ JCL).
      * EVERY LOOKUP NEEDS THE OPERATOR TO HOLD HISTORY INQUIRY
      * AUTHORITY (FUNCTION INQ ON AUTHFILE - SEE ARITHAUT) AND IS
      * WRITTEN TO THE SECURITY LOG (SECLOG - SEE ARITHSEC), ALLOWED
      * OR REFUSED.
      * RETURN CODES: 0 ALL LOOKUPS MADE, 8 ONE OR MORE REFUSED, 16
      * FILE ERROR OR NO OPERATOR ID.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS HS-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ADJ-FILE ASSIGN TO "PRIORADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-ADJ-KEY
               FILE STATUS IS WS-ADJ-STATUS.

           SELECT CHAIN-FILE ASSIGN TO "CHAINREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CHAIN-KEY
               FILE STATUS IS WS-CHAIN-STATUS.

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
       FD  HISTORY-FILE.
           PREFIX-DEPT          BY HS-DEPT
           PREFIX-RUN-STAMP     BY HS-RUN-STAMP.

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

       FD  CHAIN-FILE.
       COPY ARITHCHN REPLACING
           PREFIX-CHAIN-RECORD  BY CN-CHAIN-RECORD
           PREFIX-CHAIN-KEY     BY CN-CHAIN-KEY
           PREFIX-BATCH-DATE    BY CN-BATCH-DATE
           PREFIX-REC-NO        BY CN-REC-NO
           PREFIX-A-RECNO       BY CN-A-RECNO
           PREFIX-B-RECNO       BY CN-B-RECNO
           PREFIX-CHAIN-STAMP   BY CN-CHAIN-STAMP.

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
       01  WS-HIST-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ADJ-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CHAIN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-AUTH-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SECLOG-STATUS              PIC X(02) VALUE SPACES.

       01  WS-ADJ-AVAILABLE              PIC X(01) VALUE 'N'.
           88  ADJ-FILE-AVAILABLE                  VALUE 'Y'.
       01  WS-CHAIN-AVAILABLE            PIC X(01) VALUE 'N'.
           88  CHAIN-FILE-AVAILABLE                VALUE 'Y'.

       01  WS-REQUEST-TYPE               PIC X(01) VALUE SPACE.
           88  SINGLE-REQUEST                      VALUE 'S' 's'.
           88  RANGE-REQUEST                       VALUE 'R' 'r'.
           88  CHAIN-REQUEST                       VALUE 'C' 'c'.
           88  END-REQUEST                         VALUE 'E' 'e'.

       01  WS-INQUIRY-DONE               PIC X(01) VALUE 'N'.
       01  WS-RANGE-DONE                 PIC X(01) VALUE 'N'.
           88  RANGE-FINISHED                      VALUE 'Y'.

       01  WS-OPERATOR                   PIC X(08) VALUE SPACES.
       01  WS-ASK-DATE                   PIC X(08) VALUE SPACES.
       01  WS-ASK-RECNO                  PIC 9(6) VALUE ZERO.
       01  WS-FROM-DATE                  PIC X(08) VALUE SPACES.
       01  WS-TO-DATE                    PIC X(08) VALUE SPACES.
       01  WS-HIT-COUNT                  PIC 9(6) VALUE ZERO.
       01  WS-REFUSED-COUNT              PIC 9(4) VALUE ZERO.

       01  WS-CHAIN-DONE                 PIC X(01) VALUE 'N'.
           88  CHAIN-SCAN-FINISHED                 VALUE 'Y'.
       01  WS-CHAIN-TRUNCATED            PIC X(01) VALUE 'N'.
           88  CHAIN-TREE-TRUNCATED                VALUE 'Y'.
       01  WS-CHAIN-LINE                 PIC X(79) VALUE SPACES.
       01  WS-CHAIN-TEXT                 PIC X(60) VALUE SPACES.
       01  WS-CHAIN-INDENT               PIC 9(2) VALUE ZERO.
       01  WS-CHAIN-LEVEL                PIC 9(2) VALUE ZERO.
       01  WS-CHAIN-ROLE                 PIC X(01) VALUE SPACE.
       01  WS-CHAIN-SHOWN                PIC 9(4) VALUE ZERO.
       01  WS-PUSH-A-RECNO               PIC 9(6) VALUE ZERO.
       01  WS-PUSH-B-RECNO               PIC 9(6) VALUE ZERO.
       01  WS-PUSH-RECNO                 PIC 9(6) VALUE ZERO.

       01  WS-BACK-STACK.
           05  WS-BACK-TOP               PIC 9(4) VALUE ZERO.
           05  WS-BACK-ENTRY OCCURS 2000 TIMES.
               10  WS-BACK-RECNO         PIC 9(6).
               10  WS-BACK-LEVEL         PIC 9(2).
               10  WS-BACK-ROLE          PIC X(01).

       01  WS-USED-TABLE.
           05  WS-USED-COUNT             PIC 9(4) VALUE ZERO.
           05  WS-USED-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-USED-COUNT
               ASCENDING KEY IS WS-USED-RECNO
               INDEXED BY USED-IDX.
               10  WS-USED-RECNO         PIC 9(6).
               10  WS-USED-LEVEL         PIC 9(2).
               10  WS-USED-PARENT        PIC 9(6).
               10  WS-USED-ROLE          PIC X(01).

       01  WS-USED-STACK.
           05  WS-USED-TOP               PIC 9(4) VALUE ZERO.
           05  WS-USED-STACK-IX          PIC 9(4) OCCURS 2000 TIMES.

       01  WS-USED-IX                    PIC 9(4) VALUE ZERO.
       01  WS-USED-CUR-IX                PIC 9(4) VALUE ZERO.
       01  WS-USED-PARENT-IX             PIC 9(4) VALUE ZERO.
       01  WS-USED-LOOKUP                PIC 9(6) VALUE ZERO.
       01  WS-USED-HIT-LEVEL             PIC 9(2) VALUE ZERO.
       01  WS-USED-FOUND                 PIC X(01) VALUE 'N'.
           88  USED-ENTRY-FOUND                    VALUE 'Y'.
       01  WS-USED-FULL                  PIC X(01) VALUE 'N'.
           88  USED-TABLE-FULL                     VALUE 'Y'.
       01  WS-USED-STANDING              PIC 9(6) VALUE ZERO.

       01  WS-SHOW-A                     PIC X(11) VALUE SPACES.
       01  WS-SHOW-B                     PIC X(11) VALUE SPACES.
       01  WS-DISPLAY-C                  PIC -(7)9.99.
       01  WS-DISPLAY-REM                PIC -(7)9.99.

       01  WS-SHOWN-HIST-KEY             PIC X(14) VALUE SPACES.
       01  WS-ADJ-HIST-STATUS            PIC X(01) VALUE SPACE.

       01  WS-AUTH-AVAILABLE             PIC X(01) VALUE 'N'.
           88  AUTH-FILE-AVAILABLE                 VALUE 'Y'.

       01  WS-AUTH-OK                    PIC X(01) VALUE 'N'.
           88  AUTHORITY-GRANTED                   VALUE 'Y'.

       01  WS-SECURITY-PROGRAM           PIC X(08) VALUE "ARITHINQ".
       01  WS-SEC-OPERATOR               PIC X(08) VALUE SPACES.
       01  WS-SEC-FUNCTION               PIC X(03) VALUE SPACES.
       01  WS-SEC-TARGET                 PIC X(40) VALUE SPACES.
       01  WS-SEC-REASON                 PIC X(26) VALUE SPACES.
       01  WS-SEC-STAMP                  PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ASK-OPERATOR-PARA
           PERFORM OPEN-HISTORY-PARA
           PERFORM OPEN-SECURITY-FILES-PARA
           PERFORM UNTIL INQUIRY-FINISHED
               DISPLAY "ENTER REQUEST TYPE - S (SINGLE), R (RANGE), "
                   "C (CHAIN) OR E (END)"
               ACCEPT WS-REQUEST-TYPE
               EVALUATE TRUE
                   WHEN END-REQUEST
                       PERFORM SINGLE-LOOKUP-PARA
                   WHEN RANGE-REQUEST
                       PERFORM RANGE-LOOKUP-PARA
                   WHEN CHAIN-REQUEST
                       PERFORM CHAIN-LOOKUP-PARA
                   WHEN OTHER
                       DISPLAY "INVALID REQUEST TYPE '"
                           WS-REQUEST-TYPE "' - USE S, R, C OR E"
               END-EVALUATE
           END-PERFORM
           PERFORM CLOSE-FILES-PARA
           IF WS-REFUSED-COUNT > 0
               DISPLAY "ARITHINQ: " WS-REFUSED-COUNT
                   " LOOKUPS REFUSED FOR " WS-OPERATOR
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * EVERY LOOKUP IS CHECKED AGAINST, AND LOGGED UNDER, THE
      * OPERATOR'S ID, SO A SESSION WITHOUT ONE IS NOT STARTED.
      *****************************************************************
       ASK-OPERATOR-PARA.
           DISPLAY "ENTER OPERATOR ID (UP TO 8 CHARACTERS)"
           ACCEPT WS-OPERATOR
           IF WS-OPERATOR = SPACES
               DISPLAY "ERROR: OPERATOR ID REQUIRED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OPERATOR TO WS-SEC-OPERATOR
           MOVE "INQ" TO WS-SEC-FUNCTION.

       OPEN-HISTORY-PARA.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
                   WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ADJ-FILE
           IF WS-ADJ-STATUS = '00'
               SET ADJ-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT CHAIN-FILE
           IF WS-CHAIN-STATUS = '00'
               SET CHAIN-FILE-AVAILABLE TO TRUE
           END-IF.

       SINGLE-LOOKUP-PARA.
           ACCEPT WS-ASK-DATE
           DISPLAY "ENTER RECORD NUMBER (6 DIGITS)"
           ACCEPT WS-ASK-RECNO
           MOVE SPACES TO WS-SEC-TARGET
           STRING "LOOKUP BATCH " WS-ASK-DATE " REC-NO " WS-ASK-RECNO
               DELIMITED BY SIZE INTO WS-SEC-TARGET
           PERFORM AUTHORIZE-PARA
           IF NOT AUTHORITY-GRANTED
               PERFORM REFUSE-UNAUTHORIZED-PARA
           ELSE
               MOVE WS-ASK-DATE TO HS-BATCH-DATE
               MOVE WS-ASK-RECNO TO HS-REC-NO
               READ HISTORY-FILE
                   INVALID KEY
                       DISPLAY "NO HISTORY RECORD FOR BATCH "
                           WS-ASK-DATE " REC-NO " WS-ASK-RECNO
                   NOT INVALID KEY
                       PERFORM DISPLAY-HISTORY-PARA
               END-READ
           END-IF.

       RANGE-LOOKUP-PARA.
           DISPLAY "ENTER FROM BATCH DATE (YYYYMMDD)"
           ACCEPT WS-FROM-DATE
           DISPLAY "ENTER TO BATCH DATE (YYYYMMDD)"
           ACCEPT WS-TO-DATE
           MOVE SPACES TO WS-SEC-TARGET
           STRING "RANGE " WS-FROM-DATE " THRU " WS-TO-DATE
               DELIMITED BY SIZE INTO WS-SEC-TARGET
           PERFORM AUTHORIZE-PARA
           IF NOT AUTHORITY-GRANTED
               PERFORM REFUSE-UNAUTHORIZED-PARA
           ELSE
               MOVE ZERO TO WS-HIT-COUNT
               MOVE 'N' TO WS-RANGE-DONE
               MOVE WS-FROM-DATE TO HS-BATCH-DATE
               MOVE ZERO TO HS-REC-NO
               START HISTORY-FILE KEY IS NOT LESS THAN HS-HIST-KEY
                   INVALID KEY
                       SET RANGE-FINISHED TO TRUE
               END-START
               PERFORM UNTIL RANGE-FINISHED
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           SET RANGE-FINISHED TO TRUE
                       NOT AT END
                           IF HS-BATCH-DATE > WS-TO-DATE
                               SET RANGE-FINISHED TO TRUE
                           ELSE
                               ADD 1 TO WS-HIT-COUNT
                               PERFORM DISPLAY-HISTORY-PARA
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "RANGE " WS-FROM-DATE " THRU " WS-TO-DATE " : "
                   WS-HIT-COUNT " HISTORY RECORDS"
           END-IF.

       CHAIN-LOOKUP-PARA.
           DISPLAY "ENTER BATCH DATE (YYYYMMDD)"
           ACCEPT WS-ASK-DATE
           DISPLAY "ENTER RECORD NUMBER (6 DIGITS)"
           ACCEPT WS-ASK-RECNO
           MOVE SPACES TO WS-SEC-TARGET
           STRING "CHAIN BATCH " WS-ASK-DATE " REC-NO " WS-ASK-RECNO
               DELIMITED BY SIZE INTO WS-SEC-TARGET
           PERFORM AUTHORIZE-PARA
           IF NOT AUTHORITY-GRANTED
               PERFORM REFUSE-UNAUTHORIZED-PARA
           ELSE
               MOVE WS-ASK-DATE TO HS-BATCH-DATE
               MOVE WS-ASK-RECNO TO HS-REC-NO
               READ HISTORY-FILE
                   INVALID KEY
                       DISPLAY "NO HISTORY RECORD FOR BATCH "
                           WS-ASK-DATE " REC-NO " WS-ASK-RECNO
                   NOT INVALID KEY
                       PERFORM DISPLAY-HISTORY-PARA
                       IF CHAIN-FILE-AVAILABLE
                           PERFORM SHOW-DEPENDS-ON-PARA
                           PERFORM SHOW-USED-BY-PARA
                       ELSE
                           DISPLAY "CHAINED-CALCULATION REGISTER "
                               "UNAVAILABLE - NO CHAIN SHOWN"
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      * "DEPENDS ON" IS WALKED DEPTH FIRST WITH AN EXPLICIT STACK:
      * EACH CALCULATION'S OPERAND REC-NOS COME FROM ITS REGISTER
      * ENTRY (OR, FOR A REJECTED CALCULATION THAT NEVER RESOLVED
      * THEM, FROM THE "RNNNNNN" IMAGE STILL ON ITS HISTORY RECORD)
      * AND ARE STACKED B FIRST SO A IS SHOWN FIRST.  A REFERENCE
      * ONLY EVER NAMES AN EARLIER REC-NO, SO THE WALK ALWAYS ENDS;
      * A RESULT USED TWICE IS SHOWN UNDER EACH USE.  THE DISPLAY IS
      * CUT OFF AFTER 500 LINES.
      *****************************************************************
       SHOW-DEPENDS-ON-PARA.
           DISPLAY "DEPENDS ON:"
           MOVE ZERO TO WS-BACK-TOP, WS-CHAIN-SHOWN
           MOVE 'N' TO WS-CHAIN-TRUNCATED
           MOVE 1 TO WS-CHAIN-LEVEL
           PERFORM PUSH-OPERANDS-PARA
           PERFORM UNTIL WS-BACK-TOP = ZERO
               OR CHAIN-TREE-TRUNCATED
               MOVE WS-ASK-DATE TO HS-BATCH-DATE
               MOVE WS-BACK-RECNO (WS-BACK-TOP) TO HS-REC-NO
               MOVE WS-BACK-LEVEL (WS-BACK-TOP) TO WS-CHAIN-LEVEL
               MOVE WS-BACK-ROLE (WS-BACK-TOP) TO WS-CHAIN-ROLE
               SUBTRACT 1 FROM WS-BACK-TOP
               MOVE SPACES TO WS-CHAIN-TEXT
               READ HISTORY-FILE
                   INVALID KEY
                       STRING WS-CHAIN-ROLE "=C OF " HS-REC-NO
                           " - NOT ON HISTORY"
                           DELIMITED BY SIZE INTO WS-CHAIN-TEXT
                       PERFORM SHOW-CHAIN-LINE-PARA
                   NOT INVALID KEY
                       MOVE HS-C TO WS-DISPLAY-C
                       STRING WS-CHAIN-ROLE "=C OF " HS-REC-NO
                           " OPE " HS-OPE " C=" WS-DISPLAY-C
                           " STATUS " HS-STATUS " DEPT " HS-DEPT
                           DELIMITED BY SIZE INTO WS-CHAIN-TEXT
                       PERFORM SHOW-CHAIN-LINE-PARA
                       IF WS-CHAIN-LEVEL < 99
                           ADD 1 TO WS-CHAIN-LEVEL
                       END-IF
                       PERFORM PUSH-OPERANDS-PARA
               END-READ
           END-PERFORM
           IF WS-CHAIN-SHOWN = ZERO
               DISPLAY "  NONE - NO CHAINED OPERANDS"
           END-IF
           IF CHAIN-TREE-TRUNCATED
               DISPLAY "  ... CUT OFF AFTER 500 LINES"
           END-IF.

       PUSH-OPERANDS-PARA.
           MOVE ZERO TO WS-PUSH-A-RECNO, WS-PUSH-B-RECNO
           MOVE HS-BATCH-DATE TO CN-BATCH-DATE
           MOVE HS-REC-NO TO CN-REC-NO
           READ CHAIN-FILE
               INVALID KEY
                   IF HS-OPE NOT = 'V'
                       AND HS-A-REF-FLAG = 'R'
                       AND HS-A-REF-RECNO NUMERIC
                       AND HS-A-REF-RECNO < HS-REC-NO
                       MOVE HS-A-REF-RECNO TO WS-PUSH-A-RECNO
                   END-IF
                   IF HS-OPE NOT = 'V'
                       AND HS-B-REF-FLAG = 'R'
                       AND HS-B-REF-RECNO NUMERIC
                       AND HS-B-REF-RECNO < HS-REC-NO
                       MOVE HS-B-REF-RECNO TO WS-PUSH-B-RECNO
                   END-IF
               NOT INVALID KEY
                   MOVE CN-A-RECNO TO WS-PUSH-A-RECNO
                   MOVE CN-B-RECNO TO WS-PUSH-B-RECNO
           END-READ
           IF WS-PUSH-B-RECNO > ZERO
               MOVE 'B' TO WS-CHAIN-ROLE
               MOVE WS-PUSH-B-RECNO TO WS-PUSH-RECNO
               PERFORM PUSH-BACK-ENTRY-PARA
           END-IF
           IF WS-PUSH-A-RECNO > ZERO
               MOVE 'A' TO WS-CHAIN-ROLE
               MOVE WS-PUSH-A-RECNO TO WS-PUSH-RECNO
               PERFORM PUSH-BACK-ENTRY-PARA
           END-IF.

       PUSH-BACK-ENTRY-PARA.
           IF WS-BACK-TOP < 2000
               ADD 1 TO WS-BACK-TOP
               MOVE WS-PUSH-RECNO TO WS-BACK-RECNO (WS-BACK-TOP)
               MOVE WS-CHAIN-LEVEL TO WS-BACK-LEVEL (WS-BACK-TOP)
               MOVE WS-CHAIN-ROLE TO WS-BACK-ROLE (WS-BACK-TOP)
           ELSE
               SET CHAIN-TREE-TRUNCATED TO TRUE
           END-IF.

      *****************************************************************
      * "USED BY" TAKES ONE PASS OF THE REGISTER FROM THE CALCULATION
      * FORWARD THROUGH ITS BATCH DATE: AN ENTRY WHOSE A OR B NAMES
      * THE CALCULATION OR A USER ALREADY FOUND IS ITSELF A USER,
      * ONE LEVEL DEEPER, FILED UNDER THAT ONE (A CHECKED FIRST).
      * USERS ARE FOUND IN ASCENDING REC-NO ORDER, SO THE TABLE CAN
      * BE BINARY SEARCHED, AND EVERY USER FOLLOWS THE ONE IT IS
      * FILED UNDER.  THE TREE IS THEN SHOWN DEPTH FIRST, EACH
      * USER'S OWN USERS BENEATH IT IN REC-NO ORDER.
      *****************************************************************
       SHOW-USED-BY-PARA.
           DISPLAY "USED BY:"
           MOVE ZERO TO WS-USED-COUNT, WS-USED-STANDING, WS-CHAIN-SHOWN
           MOVE 'N' TO WS-CHAIN-TRUNCATED, WS-USED-FULL
           MOVE 'N' TO WS-CHAIN-DONE
           MOVE WS-ASK-DATE TO CN-BATCH-DATE
           MOVE WS-ASK-RECNO TO CN-REC-NO
           START CHAIN-FILE KEY IS GREATER THAN CN-CHAIN-KEY
               INVALID KEY
                   SET CHAIN-SCAN-FINISHED TO TRUE
           END-START
           PERFORM UNTIL CHAIN-SCAN-FINISHED
               READ CHAIN-FILE NEXT RECORD
                   AT END
                       SET CHAIN-SCAN-FINISHED TO TRUE
                   NOT AT END
                       IF CN-BATCH-DATE NOT = WS-ASK-DATE
                           SET CHAIN-SCAN-FINISHED TO TRUE
                       ELSE
                           PERFORM CHECK-USED-LINK-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-USED-COUNT = ZERO
               DISPLAY "  NONE - NO CALCULATION USED ITS RESULT"
           ELSE
               MOVE ZERO TO WS-USED-TOP, WS-USED-PARENT-IX
               MOVE WS-ASK-RECNO TO WS-USED-LOOKUP
               PERFORM PUSH-USED-CHILDREN-PARA
               PERFORM UNTIL WS-USED-TOP = ZERO
                   OR CHAIN-TREE-TRUNCATED
                   MOVE WS-USED-STACK-IX (WS-USED-TOP)
                       TO WS-USED-CUR-IX
                   SUBTRACT 1 FROM WS-USED-TOP
                   PERFORM SHOW-USED-ENTRY-PARA
                   MOVE WS-USED-CUR-IX TO WS-USED-PARENT-IX
                   MOVE WS-USED-RECNO (WS-USED-CUR-IX)
                       TO WS-USED-LOOKUP
                   PERFORM PUSH-USED-CHILDREN-PARA
               END-PERFORM
               IF CHAIN-TREE-TRUNCATED
                   DISPLAY "  ... CUT OFF AFTER 500 LINES"
               ELSE
                   DISPLAY "  " WS-USED-COUNT " CALCULATIONS USE ITS "
                       "RESULT, " WS-USED-STANDING
                       " STILL POSTED OR HELD"
               END-IF
           END-IF
           IF USED-TABLE-FULL
               DISPLAY "  ... MORE THAN 2000 USERS - LATER ONES NOT "
                   "TRACED"
           END-IF.

       CHECK-USED-LINK-PARA.
           MOVE 'N' TO WS-USED-FOUND
           IF CN-A-RECNO > ZERO
               MOVE CN-A-RECNO TO WS-USED-LOOKUP
               MOVE 'A' TO WS-CHAIN-ROLE
               PERFORM FIND-USED-ENTRY-PARA
           END-IF
           IF NOT USED-ENTRY-FOUND
               AND CN-B-RECNO > ZERO
               MOVE CN-B-RECNO TO WS-USED-LOOKUP
               MOVE 'B' TO WS-CHAIN-ROLE
               PERFORM FIND-USED-ENTRY-PARA
           END-IF
           IF USED-ENTRY-FOUND
               IF WS-USED-COUNT < 2000
                   ADD 1 TO WS-USED-COUNT
                   MOVE CN-REC-NO TO WS-USED-RECNO (WS-USED-COUNT)
                   IF WS-USED-HIT-LEVEL < 99
                       COMPUTE WS-USED-LEVEL (WS-USED-COUNT)
                           = WS-USED-HIT-LEVEL + 1
                   ELSE
                       MOVE 99 TO WS-USED-LEVEL (WS-USED-COUNT)
                   END-IF
                   MOVE WS-USED-LOOKUP
                       TO WS-USED-PARENT (WS-USED-COUNT)
                   MOVE WS-CHAIN-ROLE TO WS-USED-ROLE (WS-USED-COUNT)
               ELSE
                   SET USED-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       FIND-USED-ENTRY-PARA.
           MOVE 'N' TO WS-USED-FOUND
           IF WS-USED-LOOKUP = WS-ASK-RECNO
               SET USED-ENTRY-FOUND TO TRUE
               MOVE ZERO TO WS-USED-HIT-LEVEL
           ELSE
               IF WS-USED-COUNT > 0
                   SEARCH ALL WS-USED-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-USED-RECNO (USED-IDX) = WS-USED-LOOKUP
                           SET USED-ENTRY-FOUND TO TRUE
                           MOVE WS-USED-LEVEL (USED-IDX)
                               TO WS-USED-HIT-LEVEL
                   END-SEARCH
               END-IF
           END-IF.

      *****************************************************************
      * STACKS THE USERS FILED UNDER WS-USED-LOOKUP - THEY CAN ONLY
      * SIT AFTER IT IN THE TABLE - HIGHEST REC-NO FIRST, SO THEY
      * COME OFF THE STACK IN REC-NO ORDER.
      *****************************************************************
       PUSH-USED-CHILDREN-PARA.
           PERFORM VARYING WS-USED-IX FROM WS-USED-COUNT BY -1
               UNTIL WS-USED-IX NOT > WS-USED-PARENT-IX
               IF WS-USED-PARENT (WS-USED-IX) = WS-USED-LOOKUP
                   AND WS-USED-TOP < 2000
                   ADD 1 TO WS-USED-TOP
                   MOVE WS-USED-IX TO WS-USED-STACK-IX (WS-USED-TOP)
               END-IF
           END-PERFORM.

       SHOW-USED-ENTRY-PARA.
           MOVE WS-ASK-DATE TO HS-BATCH-DATE
           MOVE WS-USED-RECNO (WS-USED-CUR-IX) TO HS-REC-NO
           MOVE WS-USED-LEVEL (WS-USED-CUR-IX) TO WS-CHAIN-LEVEL
           MOVE SPACES TO WS-CHAIN-TEXT
           READ HISTORY-FILE
               INVALID KEY
                   STRING HS-REC-NO " "
                       WS-USED-ROLE (WS-USED-CUR-IX) "=C OF "
                       WS-USED-PARENT (WS-USED-CUR-IX)
                       " - NOT ON HISTORY"
                       DELIMITED BY SIZE INTO WS-CHAIN-TEXT
               NOT INVALID KEY
                   MOVE HS-C TO WS-DISPLAY-C
                   STRING HS-REC-NO " "
                       WS-USED-ROLE (WS-USED-CUR-IX) "=C OF "
                       WS-USED-PARENT (WS-USED-CUR-IX)
                       " OPE " HS-OPE " C=" WS-DISPLAY-C
                       " STATUS " HS-STATUS " DEPT " HS-DEPT
                       DELIMITED BY SIZE INTO WS-CHAIN-TEXT
                   IF HS-STATUS = 'S' OR HS-STATUS = 'H'
                       ADD 1 TO WS-USED-STANDING
                   END-IF
           END-READ
           PERFORM SHOW-CHAIN-LINE-PARA.

      *****************************************************************
      * ONE TREE LINE, INDENTED TWO COLUMNS PER LEVEL (LEVELS BEYOND
      * TEN ARE SHOWN AT TEN).
      *****************************************************************
       SHOW-CHAIN-LINE-PARA.
           ADD 1 TO WS-CHAIN-SHOWN
           IF WS-CHAIN-SHOWN > 500
               SET CHAIN-TREE-TRUNCATED TO TRUE
           ELSE
               IF WS-CHAIN-LEVEL > 10
                   MOVE 21 TO WS-CHAIN-INDENT
               ELSE
                   COMPUTE WS-CHAIN-INDENT = WS-CHAIN-LEVEL * 2 + 1
               END-IF
               MOVE SPACES TO WS-CHAIN-LINE
               MOVE WS-CHAIN-TEXT TO WS-CHAIN-LINE (WS-CHAIN-INDENT:)
               DISPLAY WS-CHAIN-LINE
           END-IF.

       REFUSE-UNAUTHORIZED-PARA.
           ADD 1 TO WS-REFUSED-COUNT
           DISPLAY "REFUSED: OPERATOR " WS-OPERATOR
               " - " WS-SEC-REASON.

      *****************************************************************
      * A REJECTED CHAINED CALCULATION CARRIES THE "RNNNNNN"
               " REM=" WS-DISPLAY-REM " STATUS=" HS-STATUS
           IF HS-STATUS-MSG NOT = SPACES
               DISPLAY "  MSG: " HS-STATUS-MSG
           END-IF
           IF ADJ-FILE-AVAILABLE AND HS-STATUS = 'S'
               MOVE HS-HIST-KEY TO PA-ADJ-KEY
               READ ADJ-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-ADJUSTMENT-STATUS-PARA
                       IF WS-ADJ-HIST-STATUS NOT = 'V'
                           DISPLAY "  ADJUSTED IN A LATER PERIOD BY "
                               "BATCH " PA-ADJ-DATE " REC-NO "
                               PA-ADJ-RECNO
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      * FETCHES THE ADJUSTMENT'S OWN HISTORY STATUS, THEN READS THE
      * RECORD ON SHOW BACK - RESTORING BOTH ITS FIELDS FOR THE
      * CALLER AND THE POSITION FOR A RANGE BROWSE'S READ NEXT.
      *****************************************************************
       CHECK-ADJUSTMENT-STATUS-PARA.
           MOVE SPACE TO WS-ADJ-HIST-STATUS
           MOVE HS-HIST-KEY TO WS-SHOWN-HIST-KEY
           MOVE PA-ADJ-DATE TO HS-BATCH-DATE
           MOVE PA-ADJ-RECNO TO HS-REC-NO
           READ HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HS-STATUS TO WS-ADJ-HIST-STATUS
           END-READ
           MOVE WS-SHOWN-HIST-KEY TO HS-HIST-KEY
           READ HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO READ HISTORY-FILE - "
                   "STATUS = " WS-HIST-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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
      * CHECKS WS-SEC-OPERATOR'S AUTHORITY FOR WS-SEC-FUNCTION AND
      * LOGS THE OUTCOME AGAINST WS-SEC-TARGET, ALLOWED OR REFUSED.
      *****************************************************************
       AUTHORIZE-PARA.
           PERFORM CHECK-AUTHORITY-PARA
           PERFORM WRITE-SECURITY-LOG-PARA.

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

       CLOSE-FILES-PARA.
           CLOSE HISTORY-FILE
           IF ADJ-FILE-AVAILABLE
               CLOSE ADJ-FILE
           END-IF
           IF CHAIN-FILE-AVAILABLE
               CLOSE CHAIN-FILE
           END-IF
           CLOSE AUTH-FILE
           CLOSE SECLOG-FILE.
       END PROGRAM ArithINQ.
