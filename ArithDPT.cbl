      * CODE) THAT ARITHEDIT AND ARITHPGM VALIDATE EVERY
      * TRANSACTION'S DEPT CODE AGAINST, SO OPERATIONS CAN ADD AND
      * CLOSE DEPARTMENTS WITHOUT A PROGRAMMER.
      * THE OPERATOR'S ID IS ASKED FOR FIRST, THEN REQUESTS ARE
      * PROMPTED FOR UNTIL 'E' IS ENTERED; REQUESTS MAY BE KEYED AT
      * A TERMINAL OR FED AS SYSIN LINES IN A BATCH JOB (SEE
      * ARITHDPT JCL), AS FOR ARITHINQ:
      *   'A' - ADD A DEPARTMENT: CODE, NAME, RESPONSIBLE COST
      *         CENTER.  THE NEW DEPARTMENT IS ADDED ACTIVE.
      *   'C' - CLOSE A DEPARTMENT: THE RECORD IS KEPT (REPORTING
      *         OVER ITS HISTORY STILL RESOLVES THE NAME) BUT NEW
      *         TRANSACTIONS FOR THE CODE ARE REJECTED.
      *   'R' - REOPEN A PREVIOUSLY CLOSED DEPARTMENT.
      *   'T' - SET A DEPARTMENT'S APPROVAL THRESHOLDS: THE AMOUNT
      *         CEILING (WHOLE UNITS) AND THE DEVIATION MULTIPLE OF
      *         ITS HISTORICAL AVERAGE ABOVE WHICH ARITHPGM HOLDS A
      *         CALCULATION FOR A SUPERVISOR (SEE ARITHAPR).  ZERO
      *         TURNS A TEST OFF; A NEW DEPARTMENT STARTS WITH BOTH
      *         OFF.
      *   'L' - LIST EVERY DEPARTMENT ON THE MASTER.
      * 'A', 'C', 'R' AND 'T' NEED THE OPERATOR TO HOLD DEPARTMENT
      * MAINTENANCE AUTHORITY (FUNCTION DPT ON AUTHFILE - SEE
      * ARITHAUT); EACH ONE, ALLOWED OR REFUSED, IS WRITTEN TO THE
      * SECURITY LOG (SECLOG - SEE ARITHSEC).  'L' NEEDS NONE.
      * EVERY ACTION AND REFUSAL IS DISPLAYED SO THE SYSOUT IS THE
      * MAINTENANCE AUDIT TRAIL.
      * RETURN CODES: 0 ALL REQUESTS APPLIED, 8 ONE OR MORE REQUESTS
      * REFUSED (NOT AUTHORIZED, DUPLICATE ADD, UNKNOWN CODE, ALREADY
      * CLOSED/OPEN, NON-NUMERIC THRESHOLD),
      * 16 FILE ERROR OR NO OPERATOR ID.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

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
       FD  DEPT-FILE.
           PREFIX-DEPT-CODE     BY DP-DEPT-CODE
           PREFIX-DEPT-NAME     BY DP-DEPT-NAME
           PREFIX-DEPT-STATUS   BY DP-DEPT-STATUS
           PREFIX-COST-CENTER   BY DP-COST-CENTER
           PREFIX-CEILING       BY DP-CEILING
           PREFIX-DEVIATION     BY DP-DEVIATION.

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
       01  WS-DEPT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-AUTH-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SECLOG-STATUS              PIC X(02) VALUE SPACES.

       01  WS-REQUEST-TYPE               PIC X(01) VALUE SPACE.
           88  ADD-REQUEST                         VALUE 'A' 'a'.
           88  CLOSE-REQUEST                       VALUE 'C' 'c'.
           88  REOPEN-REQUEST                      VALUE 'R' 'r'.
           88  THRESHOLD-REQUEST                   VALUE 'T' 't'.
           88  LIST-REQUEST                        VALUE 'L' 'l'.
           88  END-REQUEST                         VALUE 'E' 'e'.

       01  WS-LIST-DONE                  PIC X(01) VALUE 'N'.
           88  LIST-FINISHED                       VALUE 'Y'.

       01  WS-OPERATOR                   PIC X(08) VALUE SPACES.
       01  WS-ASK-CODE                   PIC X(03) VALUE SPACES.
       01  WS-ASK-NAME                   PIC X(25) VALUE SPACES.
       01  WS-ASK-CENTER                 PIC X(05) VALUE SPACES.
       01  WS-ASK-CEILING                PIC X(07) VALUE SPACES.
       01  WS-ASK-DEVIATION              PIC X(03) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-APPLIED-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-REFUSED-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-LIST-COUNT             PIC 9(4) VALUE ZERO.

       01  WS-AUTH-AVAILABLE             PIC X(01) VALUE 'N'.
           88  AUTH-FILE-AVAILABLE                 VALUE 'Y'.

       01  WS-AUTH-OK                    PIC X(01) VALUE 'N'.
           88  AUTHORITY-GRANTED                   VALUE 'Y'.

       01  WS-SECURITY-PROGRAM           PIC X(08) VALUE "ARITHDPT".
       01  WS-SEC-OPERATOR               PIC X(08) VALUE SPACES.
       01  WS-SEC-FUNCTION               PIC X(03) VALUE SPACES.
       01  WS-SEC-TARGET                 PIC X(40) VALUE SPACES.
       01  WS-SEC-REASON                 PIC X(26) VALUE SPACES.
       01  WS-SEC-STAMP                  PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ASK-OPERATOR-PARA
           PERFORM OPEN-DEPT-FILE-PARA
           PERFORM OPEN-SECURITY-FILES-PARA
           PERFORM UNTIL MAINTENANCE-FINISHED
               DISPLAY "ENTER REQUEST TYPE - A (ADD), C (CLOSE), "
                   "R (REOPEN), T (THRESHOLDS), L (LIST) OR E (END)"
               ACCEPT WS-REQUEST-TYPE
               EVALUATE TRUE
                   WHEN END-REQUEST
                       PERFORM CLOSE-DEPT-PARA
                   WHEN REOPEN-REQUEST
                       PERFORM REOPEN-DEPT-PARA
                   WHEN THRESHOLD-REQUEST
                       PERFORM SET-THRESHOLDS-PARA
                   WHEN LIST-REQUEST
                       PERFORM LIST-DEPTS-PARA
                   WHEN OTHER
                       DISPLAY "INVALID REQUEST TYPE '"
                           WS-REQUEST-TYPE "' - USE A, C, R, T, L OR E"
               END-EVALUATE
           END-PERFORM
           PERFORM CLOSE-FILES-PARA
           DISPLAY "ARITHDPT: " WS-APPLIED-COUNT " REQUESTS APPLIED, "
               WS-REFUSED-COUNT " REFUSED BY " WS-OPERATOR
           IF WS-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * EVERY CHANGE TO THE MASTER IS CHECKED AGAINST, AND LOGGED
      * UNDER, THE OPERATOR'S ID, SO A SESSION WITHOUT ONE IS NOT
      * STARTED.
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
           MOVE "DPT" TO WS-SEC-FUNCTION.

      *****************************************************************
      * FIRST-EVER RUN BOOTSTRAPS AN EMPTY MASTER, AS ARITHPGM DOES
      * FOR THE HISTORY MASTER; AFTER THAT THE OPEN I-O MUST SUCCEED.
           ACCEPT WS-ASK-NAME
           DISPLAY "ENTER RESPONSIBLE COST CENTER (5 CHARACTERS)"
           ACCEPT WS-ASK-CENTER
           MOVE SPACES TO WS-SEC-TARGET
           STRING "ADD DEPARTMENT " WS-ASK-CODE
               DELIMITED BY SIZE INTO WS-SEC-TARGET
           PERFORM AUTHORIZE-PARA
           EVALUATE TRUE
               WHEN NOT AUTHORITY-GRANTED
                   PERFORM REFUSE-UNAUTHORIZED-PARA
               WHEN WS-ASK-CODE = SPACES
                   PERFORM REFUSE-BLANK-CODE-PARA
               WHEN WS-ASK-NAME = SPACES
                   MOVE WS-ASK-NAME TO DP-DEPT-NAME
                   MOVE 'A' TO DP-DEPT-STATUS
                   MOVE WS-ASK-CENTER TO DP-COST-CENTER
                   MOVE ZERO TO DP-CEILING, DP-DEVIATION
                   WRITE DP-DEPT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REFUSED-COUNT

       CLOSE-DEPT-PARA.
           PERFORM ASK-DEPT-CODE-PARA
           MOVE SPACES TO WS-SEC-TARGET
           STRING "CLOSE DEPARTMENT " WS-ASK-CODE
               DELIMITED BY SIZE INTO WS-SEC-TARGET
           PERFORM AUTHORIZE-PARA
           EVALUATE TRUE
               WHEN NOT AUTHORITY-GRANTED
                   PERFORM REFUSE-UNAUTHORIZED-PARA
               WHEN WS-ASK-CODE = SPACES
                   PERFORM REFUSE-BLANK-CODE-PARA
               WHEN OTHER
                   MOVE WS-ASK-CODE TO DP-DEPT-CODE
                   READ DEPT-FILE
                       INVALID KEY
                           PERFORM REFUSE-UNKNOWN-CODE-PARA
                       NOT INVALID KEY
                           IF DP-DEPT-STATUS = 'C'
                               ADD 1 TO WS-REFUSED-COUNT
                               DISPLAY "REFUSED: DEPARTMENT "
                                   WS-ASK-CODE
                                   " ALREADY CLOSED"
                           ELSE
                               MOVE 'C' TO DP-DEPT-STATUS
                               PERFORM REWRITE-DEPT-PARA
                               DISPLAY "CLOSED DEPARTMENT "
                                   WS-ASK-CODE
                                   " " DP-DEPT-NAME
                           END-IF
                   END-READ
           END-EVALUATE.

       REOPEN-DEPT-PARA.
           PERFORM ASK-DEPT-CODE-PARA
           MOVE SPACES TO WS-SEC-TARGET
           STRING "REOPEN DEPARTMENT " WS-ASK-CODE
               DELIMITED BY SIZE INTO WS-SEC-TARGET
           PERFORM AUTHORIZE-PARA
           EVALUATE TRUE
               WHEN NOT AUTHORITY-GRANTED
                   PERFORM REFUSE-UNAUTHORIZED-PARA
               WHEN WS-ASK-CODE = SPACES
                   PERFORM REFUSE-BLANK-CODE-PARA
               WHEN OTHER
                   MOVE WS-ASK-CODE TO DP-DEPT-CODE
                   READ DEPT-FILE
                       INVALID KEY
                           PERFORM REFUSE-UNKNOWN-CODE-PARA
                       NOT INVALID KEY
                           IF DP-DEPT-STATUS = 'A'
                               ADD 1 TO WS-REFUSED-COUNT
                               DISPLAY "REFUSED: DEPARTMENT "
                                   WS-ASK-CODE
                                   " ALREADY ACTIVE"
                           ELSE
                               MOVE 'A' TO DP-DEPT-STATUS
                               PERFORM REWRITE-DEPT-PARA
                               DISPLAY "REOPENED DEPARTMENT "
                                   WS-ASK-CODE
                                   " " DP-DEPT-NAME
                           END-IF
                   END-READ
           END-EVALUATE.

      *****************************************************************
      * THRESHOLDS ARE KEYED AS FULL-WIDTH DIGITS (E.G. 0050000 AND
      * 003) SO A MIS-KEYED VALUE IS REFUSED RATHER THAN GUESSED AT.
      * A CLOSED DEPARTMENT MAY BE SET UP AHEAD OF ITS REOPENING.
      *****************************************************************
       SET-THRESHOLDS-PARA.
           PERFORM ASK-DEPT-CODE-PARA
           DISPLAY "ENTER AMOUNT CEILING (7 DIGITS, WHOLE UNITS, "
               "0000000 = NO CEILING)"
           ACCEPT WS-ASK-CEILING
           DISPLAY "ENTER DEVIATION MULTIPLE OF THE AVERAGE (3 "
               "DIGITS, 000 = NO DEVIATION TEST)"
           ACCEPT WS-ASK-DEVIATION
           MOVE SPACES TO WS-SEC-TARGET
           STRING "SET THRESHOLDS DEPARTMENT " WS-ASK-CODE
               DELIMITED BY SIZE INTO WS-SEC-TARGET
           PERFORM AUTHORIZE-PARA
           EVALUATE TRUE
               WHEN NOT AUTHORITY-GRANTED
                   PERFORM REFUSE-UNAUTHORIZED-PARA
               WHEN WS-ASK-CODE = SPACES
                   PERFORM REFUSE-BLANK-CODE-PARA
               WHEN WS-ASK-CEILING NOT NUMERIC
                   OR WS-ASK-DEVIATION NOT NUMERIC
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "REFUSED: CEILING '" WS-ASK-CEILING
                       "' OR DEVIATION '" WS-ASK-DEVIATION
                       "' NOT NUMERIC"
               WHEN OTHER
                   MOVE WS-ASK-CODE TO DP-DEPT-CODE
                   READ DEPT-FILE
                       INVALID KEY
                           PERFORM REFUSE-UNKNOWN-CODE-PARA
                       NOT INVALID KEY
                           MOVE WS-ASK-CEILING TO DP-CEILING
                           MOVE WS-ASK-DEVIATION TO DP-DEVIATION
                           PERFORM REWRITE-DEPT-PARA
                           DISPLAY "THRESHOLDS SET FOR DEPARTMENT "
                               WS-ASK-CODE " CEILING=" DP-CEILING
                               " DEVIATION=" DP-DEVIATION
                   END-READ
           END-EVALUATE.

       LIST-DEPTS-PARA.
           MOVE ZERO TO WS-LIST-COUNT
                       DISPLAY DP-DEPT-CODE " " DP-DEPT-NAME
                           " STATUS=" DP-DEPT-STATUS
                           " COST CENTER=" DP-COST-CENTER
                           " CEILING=" DP-CEILING
                           " DEVIATION=" DP-DEVIATION
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " DEPARTMENTS ON MASTER".
           ADD 1 TO WS-REFUSED-COUNT
           DISPLAY "REFUSED: DEPARTMENT CODE REQUIRED".

       REFUSE-UNAUTHORIZED-PARA.
           ADD 1 TO WS-REFUSED-COUNT
           DISPLAY "REFUSED: OPERATOR " WS-OPERATOR
               " - " WS-SEC-REASON.

       REFUSE-UNKNOWN-CODE-PARA.
           ADD 1 TO WS-REFUSED-COUNT
           DISPLAY "REFUSED: DEPARTMENT " WS-ASK-CODE
           IF WS-DEPT-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO REWRITE DEPT-FILE - "
                   "STATUS = " WS-DEPT-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-APPLIED-COUNT.

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
           CLOSE DEPT-FILE
           CLOSE AUTH-FILE
           CLOSE SECLOG-FILE.
       END PROGRAM ArithDPT.
