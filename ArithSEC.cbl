       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArithSEC.
      *****************************************************************
      * SECURITY VIOLATION AND OVERRIDE REPORT.
      * READS THE SECURITY LOG (SECLOG - SEE ARITHSEC) THAT ARITHDPT,
      * ARITHPGM, ARITHINQ, ARITHPCL, ARITHAUT, ARITHSOM AND ARITHAPR
      * WRITE FOR EVERY PRIVILEGED ACTION ALLOWED AND EVERY ATTEMPT
      * REFUSED, AND REPORTS FOR A DATE RANGE:
      *   - EVERY REFUSED ATTEMPT, WITH THE OPERATOR, FUNCTION,
      *     PROGRAM, TARGET AND REASON;
      *   - EVERY OVERRIDE USED (ARITHPGM RE-POSTING A RECONCILED
      *     DATE UNDER OVERRIDE=Y);
      *   - A SUMMARY BY OPERATOR: ALLOWED ACTIONS BY FUNCTION AND
      *     REFUSED ATTEMPTS.
      * RUN MONTHLY FOR THE AUDIT FILE, OR FOR ANY RANGE ON REQUEST.
      * SYSIN CONTROL CARDS (ALL OPTIONAL):
      *   FROM=YYYYMMDD   FIRST DATE (DEFAULT THE FIRST OF THE
      *                   CURRENT MONTH).
      *   TO=YYYYMMDD     LAST DATE (DEFAULT CURRENT DATE).
      * RETURN CODES: 0 NO REFUSED ATTEMPTS IN THE RANGE (OR NO
      * SECURITY LOG YET), 4 ONE OR MORE REFUSED ATTEMPTS - SO THE
      * SCHEDULER FLAGS THE REPORT FOR READING - 16 FILE OR CONTROL-
      * CARD ERROR, OR MORE THAN 500 OPERATORS IN THE RANGE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

           SELECT SEC-REPORT-FILE ASSIGN TO "SECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECRPT-STATUS.

           SELECT PARAM-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  SEC-REPORT-FILE.
       01  SEC-REPORT-REC                PIC X(80).

       FD  PARAM-FILE.
       01  PARAM-REC                     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-SECLOG-STATUS          PIC X(02) VALUE SPACES.
           05  WS-SECRPT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-PARAM-STATUS           PIC X(02) VALUE SPACES.

       01  WS-PARAM-EOF                  PIC X(01) VALUE 'N'.
           88  END-OF-PARAM-FILE                   VALUE 'Y'.

       01  WS-SECLOG-EOF                 PIC X(01) VALUE 'N'.
           88  END-OF-SECLOG-FILE                  VALUE 'Y'.

       01  WS-SECLOG-FOUND               PIC X(01) VALUE 'N'.
           88  SECLOG-FILE-FOUND                   VALUE 'Y'.

      *****************************************************************
      * PASS 1 LISTS THE REFUSED ATTEMPTS AND BUILDS THE OPERATOR
      * SUMMARY; PASS 2 LISTS THE OVERRIDES USED.
      *****************************************************************
       01  WS-PASS                       PIC 9(1) VALUE ZERO.
           88  REFUSAL-PASS                        VALUE 1.
           88  OVERRIDE-PASS                       VALUE 2.

       01  WS-RUN-DATE                   PIC X(08) VALUE SPACES.
       01  WS-FROM-DATE                  PIC X(08) VALUE SPACES.
       01  WS-TO-DATE                    PIC X(08) VALUE SPACES.

       01  WS-FUNCTION-LIST              PIC X(27)
                                 VALUE "DPTOVRINTINQRSBPCLAUTSOMAPR".
       01  WS-FUNCTION-TABLE REDEFINES WS-FUNCTION-LIST.
           05  WS-FUNCTION-CODE          PIC X(03) OCCURS 9 TIMES.

       01  WS-FUNC-IX                    PIC 9(2) VALUE ZERO.
       01  WS-FUNC-HIT-IX                PIC 9(2) VALUE ZERO.

       01  WS-OPER-TABLE.
           05  WS-OPER-COUNT             PIC 9(3) VALUE ZERO.
           05  WS-OPER-ENTRY OCCURS 500 TIMES.
               10  WS-OPER-ID            PIC X(08).
               10  WS-OPER-ALLOWED       PIC 9(6) OCCURS 9 TIMES.
               10  WS-OPER-REFUSED       PIC 9(6).

       01  WS-OPER-IX                    PIC 9(3) VALUE ZERO.
       01  WS-OPER-HIT-IX                PIC 9(3) VALUE ZERO.
       01  WS-OPER-FOUND                 PIC X(01) VALUE 'N'.
           88  OPER-ENTRY-FOUND                    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-IN-RANGE-COUNT         PIC 9(8) VALUE ZERO.
           05  WS-ALLOWED-COUNT          PIC 9(8) VALUE ZERO.
           05  WS-REFUSED-COUNT          PIC 9(8) VALUE ZERO.
           05  WS-OVERRIDE-COUNT         PIC 9(8) VALUE ZERO.

       01  WS-REPORT-LINE                PIC X(80) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DTL-DATE                  PIC X(08).
           05  FILLER                    PIC X(01) VALUE "-".
           05  DTL-TIME                  PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DTL-OPERATOR              PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DTL-FUNCTION              PIC X(03).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DTL-PROGRAM               PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DTL-TARGET                PIC X(40).
           05  FILLER                    PIC X(02) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  SUM-OPERATOR              PIC X(08).
           05  SUM-FUNCTION-COLUMN OCCURS 9 TIMES.
               10  SUM-GAP               PIC X(01).
               10  SUM-ALLOWED           PIC ZZZZZ9.
           05  SUM-REFUSED-GAP           PIC X(02).
           05  SUM-REFUSED               PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM READ-CONTROL-CARDS-PARA
           IF WS-FROM-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-FROM-DATE
               MOVE "01" TO WS-FROM-DATE (7:2)
           END-IF
           IF WS-TO-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "ERROR: FROM DATE " WS-FROM-DATE
                   " IS AFTER TO DATE " WS-TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-REPORT-PARA
           PERFORM WRITE-REPORT-HEADING-PARA
           MOVE "REFUSED ATTEMPTS" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           SET REFUSAL-PASS TO TRUE
           PERFORM READ-SECURITY-LOG-PARA
           IF SECLOG-FILE-FOUND
               IF WS-REFUSED-COUNT = ZERO
                   MOVE "  NONE" TO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE-PARA
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
               MOVE "OVERRIDES USED" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
               SET OVERRIDE-PASS TO TRUE
               PERFORM READ-SECURITY-LOG-PARA
               IF WS-OVERRIDE-COUNT = ZERO
                   MOVE "  NONE" TO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE-PARA
               END-IF
               PERFORM WRITE-OPERATOR-SUMMARY-PARA
           ELSE
               MOVE "  NO SECURITY LOG - NOTHING TO REPORT"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
           CLOSE SEC-REPORT-FILE
           DISPLAY "ARITHSEC: " WS-FROM-DATE " THRU " WS-TO-DATE ", "
               WS-IN-RANGE-COUNT " LOG RECORDS, " WS-REFUSED-COUNT
               " REFUSED, " WS-OVERRIDE-COUNT " OVERRIDES"
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-CONTROL-CARDS-PARA.
           MOVE 'N' TO WS-PARAM-EOF
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               PERFORM UNTIL END-OF-PARAM-FILE
                   READ PARAM-FILE
                       AT END
                           SET END-OF-PARAM-FILE TO TRUE
                       NOT AT END
                           PERFORM PROCESS-CONTROL-CARD-PARA
                   END-READ
               END-PERFORM
               CLOSE PARAM-FILE
           END-IF.

       PROCESS-CONTROL-CARD-PARA.
           EVALUATE TRUE
               WHEN PARAM-REC = SPACES
               WHEN PARAM-REC (1:1) = '*'
                   CONTINUE
               WHEN PARAM-REC (1:5) = "FROM="
                   IF PARAM-REC (6:8) NUMERIC
                       AND PARAM-REC (10:2) >= "01"
                       AND PARAM-REC (10:2) <= "12"
                       AND PARAM-REC (12:2) >= "01"
                       AND PARAM-REC (12:2) <= "31"
                       MOVE PARAM-REC (6:8) TO WS-FROM-DATE
                   ELSE
                       PERFORM FLAG-BAD-CONTROL-CARD-PARA
                   END-IF
               WHEN PARAM-REC (1:3) = "TO="
                   IF PARAM-REC (4:8) NUMERIC
                       AND PARAM-REC (8:2) >= "01"
                       AND PARAM-REC (8:2) <= "12"
                       AND PARAM-REC (10:2) >= "01"
                       AND PARAM-REC (10:2) <= "31"
                       MOVE PARAM-REC (4:8) TO WS-TO-DATE
                   ELSE
                       PERFORM FLAG-BAD-CONTROL-CARD-PARA
                   END-IF
               WHEN OTHER
                   PERFORM FLAG-BAD-CONTROL-CARD-PARA
           END-EVALUATE.

       FLAG-BAD-CONTROL-CARD-PARA.
           DISPLAY "ERROR: INVALID CONTROL CARD '" PARAM-REC (1:20)
               "' - USE FROM=YYYYMMDD OR TO=YYYYMMDD"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       OPEN-REPORT-PARA.
           OPEN OUTPUT SEC-REPORT-FILE
           IF WS-SECRPT-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN SEC-REPORT-FILE - "
                   "STATUS = " WS-SECRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADING-PARA.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ARITHSEC SECURITY REPORT - " WS-FROM-DATE
               " THRU " WS-TO-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA.

      *****************************************************************
      * NO SECURITY LOG YET MEANS NOTHING PRIVILEGED HAS BEEN DONE OR
      * ATTEMPTED SINCE IT WAS INTRODUCED - A CLEAN REPORT, NOT AN
      * ERROR, AS FOR ARITHAGE'S REJECT DATASET.
      *****************************************************************
       READ-SECURITY-LOG-PARA.
           MOVE 'N' TO WS-SECLOG-EOF
           OPEN INPUT SECLOG-FILE
           IF WS-SECLOG-STATUS = '00'
               SET SECLOG-FILE-FOUND TO TRUE
               PERFORM UNTIL END-OF-SECLOG-FILE
                   READ SECLOG-FILE
                       AT END
                           SET END-OF-SECLOG-FILE TO TRUE
                       NOT AT END
                           IF SL-SEC-STAMP (1:8) >= WS-FROM-DATE
                               AND SL-SEC-STAMP (1:8) <= WS-TO-DATE
                               PERFORM PROCESS-LOG-RECORD-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECLOG-FILE
           END-IF.

       PROCESS-LOG-RECORD-PARA.
           EVALUATE TRUE
               WHEN REFUSAL-PASS
                   ADD 1 TO WS-IN-RANGE-COUNT
                   PERFORM FIND-OPERATOR-ENTRY-PARA
                   IF SL-OUTCOME = 'R'
                       ADD 1 TO WS-REFUSED-COUNT
                       ADD 1 TO WS-OPER-REFUSED (WS-OPER-HIT-IX)
                       PERFORM WRITE-DETAIL-LINE-PARA
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "                REASON: " SL-REASON
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE-PARA
                   ELSE
                       ADD 1 TO WS-ALLOWED-COUNT
                       PERFORM FIND-FUNCTION-PARA
                       IF WS-FUNC-HIT-IX > ZERO
                           ADD 1 TO WS-OPER-ALLOWED
                               (WS-OPER-HIT-IX, WS-FUNC-HIT-IX)
                       END-IF
                   END-IF
               WHEN OVERRIDE-PASS
                   IF SL-FUNCTION = "OVR" AND SL-OUTCOME = 'G'
                       ADD 1 TO WS-OVERRIDE-COUNT
                       PERFORM WRITE-DETAIL-LINE-PARA
                   END-IF
           END-EVALUATE.

       WRITE-DETAIL-LINE-PARA.
           MOVE SL-SEC-STAMP (1:8) TO DTL-DATE
           MOVE SL-SEC-STAMP (9:6) TO DTL-TIME
           MOVE SL-OPERATOR TO DTL-OPERATOR
           MOVE SL-FUNCTION TO DTL-FUNCTION
           MOVE SL-PROGRAM TO DTL-PROGRAM
           MOVE SL-TARGET TO DTL-TARGET
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA.

       FIND-FUNCTION-PARA.
           MOVE ZERO TO WS-FUNC-HIT-IX
           PERFORM VARYING WS-FUNC-IX FROM 1 BY 1
               UNTIL WS-FUNC-IX > 9 OR WS-FUNC-HIT-IX > ZERO
               IF WS-FUNCTION-CODE (WS-FUNC-IX) = SL-FUNCTION
                   MOVE WS-FUNC-IX TO WS-FUNC-HIT-IX
               END-IF
           END-PERFORM.

      *****************************************************************
      * THE OPERATOR TABLE IS KEPT IN OPERATOR-ID ORDER AS IT IS
      * BUILT, SO THE SUMMARY PRINTS SORTED WITHOUT A SORT STEP.
      *****************************************************************
       FIND-OPERATOR-ENTRY-PARA.
           MOVE 'N' TO WS-OPER-FOUND
           PERFORM VARYING WS-OPER-IX FROM 1 BY 1
               UNTIL WS-OPER-IX > WS-OPER-COUNT
                   OR OPER-ENTRY-FOUND
                   OR WS-OPER-ID (WS-OPER-IX) > SL-OPERATOR
               IF WS-OPER-ID (WS-OPER-IX) = SL-OPERATOR
                   SET OPER-ENTRY-FOUND TO TRUE
                   MOVE WS-OPER-IX TO WS-OPER-HIT-IX
               END-IF
           END-PERFORM
           IF NOT OPER-ENTRY-FOUND
               PERFORM INSERT-OPERATOR-ENTRY-PARA
           END-IF.

       INSERT-OPERATOR-ENTRY-PARA.
           IF WS-OPER-COUNT NOT < 500
               DISPLAY "ERROR: OPERATOR TABLE FULL - MORE THAN 500 "
                   "OPERATORS ON SECLOG IN THE RANGE"
               CLOSE SECLOG-FILE
               CLOSE SEC-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OPER-COUNT
           MOVE WS-OPER-COUNT TO WS-OPER-IX
           PERFORM UNTIL WS-OPER-IX = 1
               OR WS-OPER-ID (WS-OPER-IX - 1) < SL-OPERATOR
               MOVE WS-OPER-ENTRY (WS-OPER-IX - 1)
                   TO WS-OPER-ENTRY (WS-OPER-IX)
               SUBTRACT 1 FROM WS-OPER-IX
           END-PERFORM
           MOVE SL-OPERATOR TO WS-OPER-ID (WS-OPER-IX)
           PERFORM VARYING WS-FUNC-IX FROM 1 BY 1
               UNTIL WS-FUNC-IX > 9
               MOVE ZERO TO WS-OPER-ALLOWED (WS-OPER-IX, WS-FUNC-IX)
           END-PERFORM
           MOVE ZERO TO WS-OPER-REFUSED (WS-OPER-IX)
           MOVE WS-OPER-IX TO WS-OPER-HIT-IX.

       WRITE-OPERATOR-SUMMARY-PARA.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE "ALLOWED ACTIONS AND REFUSED ATTEMPTS BY OPERATOR"
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OPERATOR    DPT    OVR    INT    INQ    RSB    PCL"
               "    AUT    SOM    APR  REFUSED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           PERFORM VARYING WS-OPER-IX FROM 1 BY 1
               UNTIL WS-OPER-IX > WS-OPER-COUNT
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE WS-OPER-ID (WS-OPER-IX) TO SUM-OPERATOR
               PERFORM VARYING WS-FUNC-IX FROM 1 BY 1
                   UNTIL WS-FUNC-IX > 9
                   MOVE WS-OPER-ALLOWED (WS-OPER-IX, WS-FUNC-IX)
                       TO SUM-ALLOWED (WS-FUNC-IX)
               END-PERFORM
               MOVE WS-OPER-REFUSED (WS-OPER-IX) TO SUM-REFUSED
               MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LOG RECORDS IN RANGE : " WS-IN-RANGE-COUNT
               "   ALLOWED : " WS-ALLOWED-COUNT
               "   REFUSED : " WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA.

       WRITE-REPORT-LINE-PARA.
           WRITE SEC-REPORT-REC FROM WS-REPORT-LINE
           IF WS-SECRPT-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO WRITE SEC-REPORT-FILE - "
                   "STATUS = " WS-SECRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       END PROGRAM ArithSEC.
