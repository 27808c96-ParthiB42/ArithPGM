       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArithSOM.
      *****************************************************************
      * STANDING-ORDER MASTER MAINTENANCE.
      * MAINTAINS THE KEYED STANDING-ORDER MASTER (SORDMAST, KEY =
      * ORDER NUMBER - SEE ARITHSOR) FROM WHICH ARITHSOG GENERATES
      * EACH DAY'S RECURRING CALCULATIONS, SO A DEPARTMENT'S DAILY,
      * WEEKLY AND MONTH-END ITEMS ARE SET UP ONCE INSTEAD OF BEING
      * RE-KEYED (AND MIS-KEYED) EVERY TIME THEY FALL DUE.
      * THE OPERATOR'S ID IS ASKED FOR FIRST, THEN REQUESTS ARE
      * PROMPTED FOR UNTIL 'E' IS ENTERED; REQUESTS MAY BE KEYED AT
      * A TERMINAL OR FED AS SYSIN LINES IN A BATCH JOB (SEE
      * ARITHSOM JCL), AS FOR ARITHDPT:
      *   'A' - ADD AN ORDER: DEPARTMENT (ACTIVE ON DEPTMAST),
      *         DESCRIPTION, A AND B AMOUNTS AS ARITHREC IMAGES
      *         (NINE DIGITS, TWO IMPLIED DECIMALS, THEN + OR -),
      *         OPERATOR, FREQUENCY AND DAY, START DATE (BLANK =
      *         TODAY) AND END DATE (BLANK = NO END).  THE ORDER IS
      *         ADDED ACTIVE UNDER THE NEXT FREE ORDER NUMBER.
      *   'S' - SUSPEND AN ACTIVE ORDER.
      *   'R' - RESUME A SUSPENDED ORDER.
      *   'T' - END (TERMINATE) AN ORDER FOR GOOD: IT IS KEPT FOR
      *         REFERENCE BUT NEVER GENERATED AGAIN.  AN END DATE
      *         LATER THAN TODAY IS BROUGHT FORWARD TO TODAY.
      *   'L' - LIST EVERY ORDER ON THE MASTER.
      * AN ORDER'S AMOUNTS, OPERATOR AND SCHEDULE ARE NOT CHANGED IN
      * PLACE - END IT AND ADD A NEW ONE, SO THE ORDER NUMBER ON
      * EVERY GENERATED ITEM ALWAYS MEANS ONE SET OF TERMS.
      * 'A', 'S', 'R' AND 'T' NEED THE OPERATOR TO HOLD STANDING-
      * ORDER MAINTENANCE AUTHORITY (FUNCTION SOM ON AUTHFILE - SEE
      * ARITHAUT); EACH ONE, ALLOWED OR REFUSED, IS WRITTEN TO THE
      * SECURITY LOG (SECLOG - SEE ARITHSEC).  'L' NEEDS NONE.
      * EVERY ACTION AND REFUSAL IS DISPLAYED SO THE SYSOUT IS THE
      * MAINTENANCE AUDIT TRAIL.
      * RETURN CODES: 0 ALL REQUESTS APPLIED, 8 ONE OR MORE REQUESTS
      * REFUSED (NOT AUTHORIZED, BAD OR CLOSED DEPARTMENT, BAD
      * AMOUNT, OPERATOR, FREQUENCY OR DATE, UNKNOWN ORDER, WRONG
      * STATUS), 16 FILE ERROR OR NO OPERATOR ID.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO "SORDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-NO
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
       FD  ORDER-FILE.
       COPY ARITHSOR REPLACING
           PREFIX-ORDER-RECORD  BY SO-ORDER-RECORD
           PREFIX-ORDER-NO      BY SO-ORDER-NO
           PREFIX-DEPT          BY SO-DEPT
           PREFIX-A             BY SO-A
           PREFIX-B             BY SO-B
           PREFIX-OPE           BY SO-OPE
           PREFIX-FREQUENCY     BY SO-FREQUENCY
           PREFIX-FREQ-DAY      BY SO-FREQ-DAY
           PREFIX-START-DATE    BY SO-START-DATE
           PREFIX-END-DATE      BY SO-END-DATE
           PREFIX-ORDER-STATUS  BY SO-ORDER-STATUS
           PREFIX-LAST-GEN-DATE BY SO-LAST-GEN-DATE
           PREFIX-GEN-COUNT     BY SO-GEN-COUNT
           PREFIX-DESCRIPTION   BY SO-DESCRIPTION
           PREFIX-MAINT-DATE    BY SO-MAINT-DATE.

       FD  DEPT-FILE.
       COPY ARITHDPT REPLACING
           PREFIX-DEPT-RECORD   BY DP-DEPT-RECORD
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
       01  WS-ORDER-STATUS               PIC X(02) VALUE SPACES.
       01  WS-DEPT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-AUTH-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SECLOG-STATUS              PIC X(02) VALUE SPACES.

       01  WS-REQUEST-TYPE               PIC X(01) VALUE SPACE.
           88  ADD-REQUEST                         VALUE 'A' 'a'.
           88  SUSPEND-REQUEST                     VALUE 'S' 's'.
           88  RESUME-REQUEST                      VALUE 'R' 'r'.
           88  TERMINATE-REQUEST                   VALUE 'T' 't'.
           88  LIST-REQUEST                        VALUE 'L' 'l'.
           88  END-REQUEST                         VALUE 'E' 'e'.

       01  WS-MAINT-DONE                 PIC X(01) VALUE 'N'.
           88  MAINTENANCE-FINISHED                VALUE 'Y'.

       01  WS-LIST-DONE                  PIC X(01) VALUE 'N'.
           88  LIST-FINISHED                       VALUE 'Y'.

       01  WS-ADD-VALID                  PIC X(01) VALUE 'Y'.
           88  ADD-IS-VALID                        VALUE 'Y'.

       01  WS-TODAY                      PIC X(08) VALUE SPACES.

       01  WS-OPERATOR                   PIC X(08) VALUE SPACES.
       01  WS-ASK-ORDER                  PIC X(06) VALUE SPACES.
       01  WS-ASK-DEPT                   PIC X(03) VALUE SPACES.
       01  WS-ASK-DESCRIPTION            PIC X(30) VALUE SPACES.
       01  WS-ASK-A                      PIC X(10) VALUE SPACES.
       01  WS-ASK-B                      PIC X(10) VALUE SPACES.
       01  WS-ASK-OPE                    PIC X(01) VALUE SPACE.
           88  VALID-ORDER-OPERATOR                VALUE '+' '-'
                                                   '*' '/' '%' '^'
                                                   'A'.
       01  WS-ASK-FREQUENCY              PIC X(01) VALUE SPACE.
           88  VALID-FREQUENCY                     VALUE 'D' 'W'
                                                   'M' 'L'.
       01  WS-ASK-DAY                    PIC X(02) VALUE SPACES.
       01  WS-ASK-DAY-NUM REDEFINES WS-ASK-DAY
                                         PIC 9(02).
       01  WS-ASK-START                  PIC X(08) VALUE SPACES.
       01  WS-ASK-END                    PIC X(08) VALUE SPACES.

       01  WS-CHECK-DATE                 PIC X(08) VALUE SPACES.
       01  WS-CHECK-DATE-OK              PIC X(01) VALUE 'N'.
           88  CHECK-DATE-VALID                    VALUE 'Y'.

       01  WS-AMOUNT-IMAGE               PIC X(10) VALUE SPACES.
       01  WS-AMOUNT REDEFINES WS-AMOUNT-IMAGE
                                         PIC S9(7)V99
               SIGN IS TRAILING SEPARATE CHARACTER.

       01  WS-NEXT-ORDER-NO              PIC 9(6) VALUE ZERO.

       01  WS-DISPLAY-A                  PIC -(7)9.99.
       01  WS-DISPLAY-B                  PIC -(7)9.99.

       01  WS-COUNTERS.
           05  WS-APPLIED-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-REFUSED-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-LIST-COUNT             PIC 9(6) VALUE ZERO.

       01  WS-AUTH-AVAILABLE             PIC X(01) VALUE 'N'.
           88  AUTH-FILE-AVAILABLE                 VALUE 'Y'.

       01  WS-AUTH-OK                    PIC X(01) VALUE 'N'.
           88  AUTHORITY-GRANTED                   VALUE 'Y'.

       01  WS-SECURITY-PROGRAM           PIC X(08) VALUE "ARITHSOM".
       01  WS-SEC-OPERATOR               PIC X(08) VALUE SPACES.
       01  WS-SEC-FUNCTION               PIC X(03) VALUE SPACES.
       01  WS-SEC-TARGET                 PIC X(40) VALUE SPACES.
       01  WS-SEC-REASON                 PIC X(26) VALUE SPACES.
       01  WS-SEC-STAMP                  PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM ASK-OPERATOR-PARA
           PERFORM OPEN-FILES-PARA
           PERFORM OPEN-SECURITY-FILES-PARA
           PERFORM UNTIL MAINTENANCE-FINISHED
               DISPLAY "ENTER REQUEST TYPE - A (ADD), S (SUSPEND), "
                   "R (RESUME), T (END ORDER), L (LIST) OR E (END)"
               ACCEPT WS-REQUEST-TYPE
               EVALUATE TRUE
                   WHEN END-REQUEST
                   WHEN WS-REQUEST-TYPE = SPACE
                       SET MAINTENANCE-FINISHED TO TRUE
                   WHEN ADD-REQUEST
                       PERFORM ADD-ORDER-PARA
                   WHEN SUSPEND-REQUEST
                       PERFORM SUSPEND-ORDER-PARA
                   WHEN RESUME-REQUEST
                       PERFORM RESUME-ORDER-PARA
                   WHEN TERMINATE-REQUEST
                       PERFORM TERMINATE-ORDER-PARA
                   WHEN LIST-REQUEST
                       PERFORM LIST-ORDERS-PARA
                   WHEN OTHER
                       DISPLAY "INVALID REQUEST TYPE '"
                           WS-REQUEST-TYPE "' - USE A, S, R, T, L OR E"
               END-EVALUATE
           END-PERFORM
           PERFORM CLOSE-FILES-PARA
           DISPLAY "ARITHSOM: " WS-APPLIED-COUNT " REQUESTS APPLIED, "
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
           MOVE "SOM" TO WS-SEC-FUNCTION.

      *****************************************************************
      * FIRST-EVER RUN BOOTSTRAPS AN EMPTY MASTER, AS ARITHDPT DOES
      * FOR THE DEPARTMENT MASTER; AFTER THAT THE OPEN I-O MUST
      * SUCCEED.  THE DEPARTMENT MASTER IS ONLY READ.
      *****************************************************************
       OPEN-FILES-PARA.
           OPEN I-O ORDER-FILE
           IF WS-ORDER-STATUS NOT = '00'
               OPEN OUTPUT ORDER-FILE
               IF WS-ORDER-STATUS = '00'
                   CLOSE ORDER-FILE
                   OPEN I-O ORDER-FILE
               END-IF
           END-IF
           IF WS-ORDER-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN ORDER-FILE - STATUS = "
                   WS-ORDER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN DEPT-FILE - STATUS = "
                   WS-DEPT-STATUS
               CLOSE ORDER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * EVERY PROMPT IS ANSWERED BEFORE ANYTHING IS CHECKED, SO A
      * REFUSED ADD NEVER LEAVES THE REST OF A SYSIN STREAM OUT OF
      * STEP.  THE FIRST FAULT FOUND IS THE ONE REPORTED.
      *****************************************************************
       ADD-ORDER-PARA.
           DISPLAY "ENTER DEPARTMENT CODE (3 CHARACTERS)"
           ACCEPT WS-ASK-DEPT
           DISPLAY "ENTER DESCRIPTION (UP TO 30 CHARACTERS)"
           ACCEPT WS-ASK-DESCRIPTION
           DISPLAY "ENTER A AMOUNT (9 DIGITS, 2 IMPLIED DECIMALS, "
               "THEN + OR -)"
           ACCEPT WS-ASK-A
           DISPLAY "ENTER B AMOUNT (9 DIGITS, 2 IMPLIED DECIMALS, "
               "THEN + OR -)"
           ACCEPT WS-ASK-B
           DISPLAY "ENTER OPERATOR (+ - * / % ^ A)"
           ACCEPT WS-ASK-OPE
           DISPLAY "ENTER FREQUENCY - D (DAILY), W (WEEKLY), "
               "M (MONTHLY ON A DAY), L (LAST BUSINESS DAY)"
           ACCEPT WS-ASK-FREQUENCY
           DISPLAY "ENTER DAY - 01-07 (MON-SUN) FOR W, 01-31 FOR M, "
               "00 FOR D OR L"
           ACCEPT WS-ASK-DAY
           DISPLAY "ENTER START DATE (YYYYMMDD, BLANK = TODAY)"
           ACCEPT WS-ASK-START
           DISPLAY "ENTER END DATE (YYYYMMDD, BLANK = NO END)"
           ACCEPT WS-ASK-END
           IF WS-ASK-START = SPACES
               MOVE WS-TODAY TO WS-ASK-START
           END-IF
           MOVE SPACES TO WS-SEC-TARGET
           STRING "ADD ORDER DEPARTMENT " WS-ASK-DEPT
               DELIMITED BY SIZE INTO WS-SEC-TARGET
           PERFORM AUTHORIZE-PARA
           IF AUTHORITY-GRANTED
               PERFORM VALIDATE-ORDER-PARA
           ELSE
               MOVE 'N' TO WS-ADD-VALID
               PERFORM REFUSE-UNAUTHORIZED-PARA
           END-IF
           IF ADD-IS-VALID
               PERFORM FIND-NEXT-ORDER-NO-PARA
               MOVE SPACES TO SO-ORDER-RECORD
               MOVE WS-NEXT-ORDER-NO TO SO-ORDER-NO
               MOVE WS-ASK-DEPT TO SO-DEPT
               MOVE WS-ASK-A TO WS-AMOUNT-IMAGE
               MOVE WS-AMOUNT TO SO-A
               MOVE WS-ASK-B TO WS-AMOUNT-IMAGE
               MOVE WS-AMOUNT TO SO-B
               MOVE WS-ASK-OPE TO SO-OPE
               MOVE WS-ASK-FREQUENCY TO SO-FREQUENCY
               MOVE WS-ASK-DAY-NUM TO SO-FREQ-DAY
               MOVE WS-ASK-START TO SO-START-DATE
               MOVE WS-ASK-END TO SO-END-DATE
               MOVE 'A' TO SO-ORDER-STATUS
               MOVE SPACES TO SO-LAST-GEN-DATE
               MOVE ZERO TO SO-GEN-COUNT
               MOVE WS-ASK-DESCRIPTION TO SO-DESCRIPTION
               MOVE WS-TODAY TO SO-MAINT-DATE
               WRITE SO-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: UNABLE TO WRITE ORDER-FILE - "
                           "STATUS = " WS-ORDER-STATUS
                       PERFORM CLOSE-FILES-PARA
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "ADDED ORDER " SO-ORDER-NO " DEPARTMENT "
                   SO-DEPT " " SO-DESCRIPTION
           END-IF.

       VALIDATE-ORDER-PARA.
           MOVE 'Y' TO WS-ADD-VALID
           EVALUATE TRUE
               WHEN WS-ASK-DEPT = SPACES
                   PERFORM REFUSE-ADD-PARA
                   DISPLAY "REFUSED: DEPARTMENT CODE REQUIRED"
               WHEN WS-ASK-A (1:9) NOT NUMERIC
                   OR (WS-ASK-A (10:1) NOT = '+'
                       AND WS-ASK-A (10:1) NOT = '-')
                   PERFORM REFUSE-ADD-PARA
                   DISPLAY "REFUSED: A AMOUNT '" WS-ASK-A
                       "' NOT 9 DIGITS AND A SIGN"
               WHEN WS-ASK-B (1:9) NOT NUMERIC
                   OR (WS-ASK-B (10:1) NOT = '+'
                       AND WS-ASK-B (10:1) NOT = '-')
                   PERFORM REFUSE-ADD-PARA
                   DISPLAY "REFUSED: B AMOUNT '" WS-ASK-B
                       "' NOT 9 DIGITS AND A SIGN"
               WHEN NOT VALID-ORDER-OPERATOR
                   PERFORM REFUSE-ADD-PARA
                   DISPLAY "REFUSED: OPERATOR '" WS-ASK-OPE
                       "' - USE + - * / % ^ OR A"
               WHEN NOT VALID-FREQUENCY
                   PERFORM REFUSE-ADD-PARA
                   DISPLAY "REFUSED: FREQUENCY '" WS-ASK-FREQUENCY
                       "' - USE D, W, M OR L"
               WHEN WS-ASK-DAY NOT NUMERIC
                   PERFORM REFUSE-ADD-PARA
                   DISPLAY "REFUSED: DAY '" WS-ASK-DAY
                       "' NOT 2 DIGITS"
               WHEN (WS-ASK-FREQUENCY = 'W'
                       AND (WS-ASK-DAY-NUM < 1 OR WS-ASK-DAY-NUM > 7))
                   OR (WS-ASK-FREQUENCY = 'M'
                       AND (WS-ASK-DAY-NUM < 1 OR WS-ASK-DAY-NUM > 31))
                   OR ((WS-ASK-FREQUENCY = 'D'
                           OR WS-ASK-FREQUENCY = 'L')
                       AND WS-ASK-DAY-NUM NOT = ZERO)
                   PERFORM REFUSE-ADD-PARA
                   DISPLAY "REFUSED: DAY " WS-ASK-DAY
                       " NOT VALID FOR FREQUENCY " WS-ASK-FREQUENCY
               WHEN OTHER
                   PERFORM VALIDATE-ORDER-DATES-PARA
           END-EVALUATE
           IF ADD-IS-VALID
               MOVE WS-ASK-DEPT TO DP-DEPT-CODE
               READ DEPT-FILE
                   INVALID KEY
                       PERFORM REFUSE-ADD-PARA
                       DISPLAY "REFUSED: DEPARTMENT " WS-ASK-DEPT
                           " NOT ON DEPTMAST"
                   NOT INVALID KEY
                       IF DP-DEPT-STATUS NOT = 'A'
                           PERFORM REFUSE-ADD-PARA
                           DISPLAY "REFUSED: DEPARTMENT " WS-ASK-DEPT
                               " IS CLOSED"
                       END-IF
               END-READ
           END-IF.

       VALIDATE-ORDER-DATES-PARA.
           MOVE WS-ASK-START TO WS-CHECK-DATE
           PERFORM CHECK-DATE-PARA
           IF NOT CHECK-DATE-VALID
               PERFORM REFUSE-ADD-PARA
               DISPLAY "REFUSED: START DATE '" WS-ASK-START
                   "' NOT YYYYMMDD"
           ELSE
               IF WS-ASK-END NOT = SPACES
                   MOVE WS-ASK-END TO WS-CHECK-DATE
                   PERFORM CHECK-DATE-PARA
                   EVALUATE TRUE
                       WHEN NOT CHECK-DATE-VALID
                           PERFORM REFUSE-ADD-PARA
                           DISPLAY "REFUSED: END DATE '" WS-ASK-END
                               "' NOT YYYYMMDD"
                       WHEN WS-ASK-END < WS-ASK-START
                           PERFORM REFUSE-ADD-PARA
                           DISPLAY "REFUSED: END DATE " WS-ASK-END
                               " BEFORE START DATE " WS-ASK-START
                   END-EVALUATE
               END-IF
           END-IF.

       CHECK-DATE-PARA.
           MOVE 'N' TO WS-CHECK-DATE-OK
           IF WS-CHECK-DATE NUMERIC
               AND WS-CHECK-DATE (5:2) >= "01"
               AND WS-CHECK-DATE (5:2) <= "12"
               AND WS-CHECK-DATE (7:2) >= "01"
               AND WS-CHECK-DATE (7:2) <= "31"
               SET CHECK-DATE-VALID TO TRUE
           END-IF.

       REFUSE-ADD-PARA.
           MOVE 'N' TO WS-ADD-VALID
           ADD 1 TO WS-REFUSED-COUNT.

      *****************************************************************
      * ORDER NUMBERS ARE NEVER REUSED - ENDED ORDERS STAY ON THE
      * MASTER - SO THE NEXT NUMBER IS ONE PAST THE HIGHEST ON FILE.
      *****************************************************************
       FIND-NEXT-ORDER-NO-PARA.
           MOVE ZERO TO WS-NEXT-ORDER-NO
           MOVE 'N' TO WS-LIST-DONE
           MOVE ZERO TO SO-ORDER-NO
           START ORDER-FILE KEY IS NOT LESS THAN SO-ORDER-NO
               INVALID KEY
                   SET LIST-FINISHED TO TRUE
           END-START
           PERFORM UNTIL LIST-FINISHED
               READ ORDER-FILE NEXT RECORD
                   AT END
                       SET LIST-FINISHED TO TRUE
                   NOT AT END
                       MOVE SO-ORDER-NO TO WS-NEXT-ORDER-NO
               END-READ
           END-PERFORM
           IF WS-NEXT-ORDER-NO >= 999999
               DISPLAY "ERROR: ORDER NUMBERS EXHAUSTED"
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NEXT-ORDER-NO.

       SUSPEND-ORDER-PARA.
           PERFORM ASK-ORDER-NO-PARA
           MOVE SPACES TO WS-SEC-TARGET
           STRING "SUSPEND ORDER " WS-ASK-ORDER
               DELIMITED BY SIZE INTO WS-SEC-TARGET
           PERFORM AUTHORIZE-PARA
           EVALUATE TRUE
               WHEN NOT AUTHORITY-GRANTED
                   PERFORM REFUSE-UNAUTHORIZED-PARA
               WHEN WS-ASK-ORDER NOT NUMERIC
                   PERFORM REFUSE-BAD-ORDER-NO-PARA
               WHEN OTHER
                   MOVE WS-ASK-ORDER TO SO-ORDER-NO
                   READ ORDER-FILE
                       INVALID KEY
                           PERFORM REFUSE-UNKNOWN-ORDER-PARA
                       NOT INVALID KEY
                           IF SO-ORDER-STATUS NOT = 'A'
                               PERFORM REFUSE-ORDER-STATUS-PARA
                           ELSE
                               MOVE 'S' TO SO-ORDER-STATUS
                               PERFORM REWRITE-ORDER-PARA
                               DISPLAY "SUSPENDED ORDER " SO-ORDER-NO
                                   " " SO-DESCRIPTION
                           END-IF
                   END-READ
           END-EVALUATE.

       RESUME-ORDER-PARA.
           PERFORM ASK-ORDER-NO-PARA
           MOVE SPACES TO WS-SEC-TARGET
           STRING "RESUME ORDER " WS-ASK-ORDER
               DELIMITED BY SIZE INTO WS-SEC-TARGET
           PERFORM AUTHORIZE-PARA
           EVALUATE TRUE
               WHEN NOT AUTHORITY-GRANTED
                   PERFORM REFUSE-UNAUTHORIZED-PARA
               WHEN WS-ASK-ORDER NOT NUMERIC
                   PERFORM REFUSE-BAD-ORDER-NO-PARA
               WHEN OTHER
                   MOVE WS-ASK-ORDER TO SO-ORDER-NO
                   READ ORDER-FILE
                       INVALID KEY
                           PERFORM REFUSE-UNKNOWN-ORDER-PARA
                       NOT INVALID KEY
                           IF SO-ORDER-STATUS NOT = 'S'
                               PERFORM REFUSE-ORDER-STATUS-PARA
                           ELSE
                               MOVE 'A' TO SO-ORDER-STATUS
                               PERFORM REWRITE-ORDER-PARA
                               DISPLAY "RESUMED ORDER " SO-ORDER-NO
                                   " " SO-DESCRIPTION
                           END-IF
                   END-READ
           END-EVALUATE.

       TERMINATE-ORDER-PARA.
           PERFORM ASK-ORDER-NO-PARA
           MOVE SPACES TO WS-SEC-TARGET
           STRING "END ORDER " WS-ASK-ORDER
               DELIMITED BY SIZE INTO WS-SEC-TARGET
           PERFORM AUTHORIZE-PARA
           EVALUATE TRUE
               WHEN NOT AUTHORITY-GRANTED
                   PERFORM REFUSE-UNAUTHORIZED-PARA
               WHEN WS-ASK-ORDER NOT NUMERIC
                   PERFORM REFUSE-BAD-ORDER-NO-PARA
               WHEN OTHER
                   MOVE WS-ASK-ORDER TO SO-ORDER-NO
                   READ ORDER-FILE
                       INVALID KEY
                           PERFORM REFUSE-UNKNOWN-ORDER-PARA
                       NOT INVALID KEY
                           IF SO-ORDER-STATUS = 'E'
                               PERFORM REFUSE-ORDER-STATUS-PARA
                           ELSE
                               MOVE 'E' TO SO-ORDER-STATUS
                               IF SO-END-DATE = SPACES
                                   OR SO-END-DATE > WS-TODAY
                                   MOVE WS-TODAY TO SO-END-DATE
                               END-IF
                               PERFORM REWRITE-ORDER-PARA
                               DISPLAY "ENDED ORDER " SO-ORDER-NO
                                   " " SO-DESCRIPTION
                           END-IF
                   END-READ
           END-EVALUATE.

       LIST-ORDERS-PARA.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-DONE
           MOVE ZERO TO SO-ORDER-NO
           START ORDER-FILE KEY IS NOT LESS THAN SO-ORDER-NO
               INVALID KEY
                   SET LIST-FINISHED TO TRUE
           END-START
           PERFORM UNTIL LIST-FINISHED
               READ ORDER-FILE NEXT RECORD
                   AT END
                       SET LIST-FINISHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       MOVE SO-A TO WS-DISPLAY-A
                       MOVE SO-B TO WS-DISPLAY-B
                       DISPLAY SO-ORDER-NO " " SO-DEPT " "
                           SO-DESCRIPTION " STATUS=" SO-ORDER-STATUS
                       DISPLAY "       " WS-DISPLAY-A " " SO-OPE " "
                           WS-DISPLAY-B " FREQ=" SO-FREQUENCY
                           SO-FREQ-DAY " FROM " SO-START-DATE
                           " TO " SO-END-DATE
                       DISPLAY "       LAST GENERATED "
                           SO-LAST-GEN-DATE " (" SO-GEN-COUNT
                           " ITEMS) MAINTAINED " SO-MAINT-DATE
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " ORDERS ON MASTER".

       ASK-ORDER-NO-PARA.
           DISPLAY "ENTER ORDER NUMBER (6 DIGITS)"
           ACCEPT WS-ASK-ORDER.

       REFUSE-BAD-ORDER-NO-PARA.
           ADD 1 TO WS-REFUSED-COUNT
           DISPLAY "REFUSED: ORDER NUMBER '" WS-ASK-ORDER
               "' NOT 6 DIGITS".

       REFUSE-UNKNOWN-ORDER-PARA.
           ADD 1 TO WS-REFUSED-COUNT
           DISPLAY "REFUSED: ORDER " WS-ASK-ORDER " NOT ON MASTER".

       REFUSE-UNAUTHORIZED-PARA.
           ADD 1 TO WS-REFUSED-COUNT
           DISPLAY "REFUSED: OPERATOR " WS-OPERATOR
               " - " WS-SEC-REASON.

       REFUSE-ORDER-STATUS-PARA.
           ADD 1 TO WS-REFUSED-COUNT
           DISPLAY "REFUSED: ORDER " WS-ASK-ORDER " HAS STATUS "
               SO-ORDER-STATUS.

       REWRITE-ORDER-PARA.
           MOVE WS-TODAY TO SO-MAINT-DATE
           REWRITE SO-ORDER-RECORD
           IF WS-ORDER-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO REWRITE ORDER-FILE - "
                   "STATUS = " WS-ORDER-STATUS
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
           CLOSE ORDER-FILE
           CLOSE DEPT-FILE
           CLOSE AUTH-FILE
           CLOSE SECLOG-FILE.
       END PROGRAM ArithSOM.
