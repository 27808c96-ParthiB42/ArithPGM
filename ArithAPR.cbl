       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArithAPR.
      *****************************************************************
      * SUPERVISOR APPROVAL OF HELD CALCULATIONS.
      * ARITHPGM HOLDS ANY CALCULATION OVER ITS DEPARTMENT'S AMOUNT
      * CEILING OR DEVIATION LIMIT (SEE ARITHDPT) INSTEAD OF POSTING
      * IT: THE HISTORY RECORD IS STAMPED STATUS 'H' AND A RECORD IS
      * QUEUED ON THE PENDING-APPROVAL DATASET (PENDAPRV - SEE
      * ARITHPND).  THIS PROGRAM LETS A SUPERVISOR WORK THAT QUEUE.
      * THE SUPERVISOR'S ID IS ASKED FOR FIRST, THEN REQUESTS ARE
      * PROMPTED FOR UNTIL 'E' IS ENTERED; AS FOR ARITHDPT THEY MAY BE
      * KEYED AT A TERMINAL OR FED AS SYSIN LINES (SEE ARITHAPR JCL):
      *   'L' - LIST EVERY HELD CALCULATION STILL AWAITING A DECISION.
      *   'A' - APPROVE ONE (BATCH DATE AND REC-NO): THE HISTORY
      *         RECORD IS REWRITTEN POSTED, STATUS 'S', UNDER ITS
      *         ORIGINAL BATCH DATE AND REC-NO.
      *   'D' - DECLINE ONE (BATCH DATE AND REC-NO): THE HISTORY
      *         RECORD IS REWRITTEN REJECTED, STATUS 'E' WITH A ZERO
      *         RESULT, AND THE CALCULATION IS WRITTEN TO THE REJECT
      *         DATASET WITH REASON R10.
      * BOTH ACTIONS STAMP THE PENDING-APPROVAL RECORD WITH THE
      * ACTION, THE SUPERVISOR'S ID AND THE DATE-TIME, AND WRITE A
      * LINE TO THE AUDIT LOG.  THE DAY'S RESULT FILE IS NOT TOUCHED -
      * IT STAYS THE RECORD OF WHAT THE POSTING RUN DID, SO THE
      * DAY'S RECONCILIATION IS UNDISTURBED BY A LATER DECISION.
      * AN APPROVAL REACHES THE GENERAL LEDGER THROUGH ARITHGLJ: IF
      * ITS DATE HAS ALREADY BEEN JOURNALED, THE NEXT JOURNAL FINDS
      * IT BY ITS NEW RUN STAMP AND SENDS IT AS A LATE POSTING.
      * 'A' AND 'D' NEED THE SUPERVISOR TO HOLD APPROVAL AUTHORITY
      * (FUNCTION APR ON AUTHFILE - SEE ARITHAUT); EACH ONE, ALLOWED
      * OR REFUSED, IS WRITTEN TO THE SECURITY LOG (SECLOG - SEE
      * ARITHSEC).  'L' NEEDS NONE.
      * EVERY ACTION AND REFUSAL IS DISPLAYED SO THE SYSOUT IS THE
      * APPROVAL AUDIT TRAIL.
      * RETURN CODES: 0 ALL REQUESTS APPLIED, 8 ONE OR MORE REQUESTS
      * REFUSED (NOT AUTHORIZED, NOT HELD, ALREADY DECIDED, HISTORY
      * RECORD MISSING OR NOT HELD), 16 FILE ERROR OR NO SUPERVISOR
      * ID.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO "PENDAPRV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "ARITHHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HS-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT REJECT-FILE ASSIGN TO "ARITHREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

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

       FD  HISTORY-FILE.
       COPY ARITHHST REPLACING
           PREFIX-HIST-RECORD   BY HS-HIST-RECORD
           PREFIX-HIST-KEY      BY HS-HIST-KEY
           PREFIX-BATCH-DATE    BY HS-BATCH-DATE
           PREFIX-REC-NO        BY HS-REC-NO
           PREFIX-A             BY HS-A
           PREFIX-A-REF         BY HS-A-REF
           PREFIX-A-REF-FLAG    BY HS-A-REF-FLAG
           PREFIX-A-REF-RECNO   BY HS-A-REF-RECNO
           PREFIX-B             BY HS-B
           PREFIX-B-REF         BY HS-B-REF
           PREFIX-B-REF-FLAG    BY HS-B-REF-FLAG
           PREFIX-B-REF-RECNO   BY HS-B-REF-RECNO
           PREFIX-OPE           BY HS-OPE
           PREFIX-C             BY HS-C
           PREFIX-REMAINDER     BY HS-REMAINDER
           PREFIX-STATUS        BY HS-STATUS
           PREFIX-STATUS-MSG    BY HS-STATUS-MSG
           PREFIX-DEPT          BY HS-DEPT
           PREFIX-RUN-STAMP     BY HS-RUN-STAMP.

       FD  REJECT-FILE.
       COPY ARITHREJ REPLACING
           PREFIX-REJECT-RECORD BY RJ-REJECT-RECORD
           PREFIX-ORIG-DATE     BY RJ-ORIG-DATE
           PREFIX-REC-NO        BY RJ-REC-NO
           PREFIX-A             BY RJ-A
           PREFIX-A-REF         BY RJ-A-REF
           PREFIX-A-REF-FLAG    BY RJ-A-REF-FLAG
           PREFIX-A-REF-RECNO   BY RJ-A-REF-RECNO
           PREFIX-B             BY RJ-B
           PREFIX-B-REF         BY RJ-B-REF
           PREFIX-B-REF-FLAG    BY RJ-B-REF-FLAG
           PREFIX-B-REF-RECNO   BY RJ-B-REF-RECNO
           PREFIX-OPE           BY RJ-OPE
           PREFIX-C             BY RJ-C
           PREFIX-REMAINDER     BY RJ-REMAINDER
           PREFIX-STATUS        BY RJ-STATUS
           PREFIX-STATUS-MSG    BY RJ-STATUS-MSG
           PREFIX-DEPT          BY RJ-DEPT
           PREFIX-REASON        BY RJ-REASON.

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
           05  WS-PEND-STATUS            PIC X(02) VALUE SPACES.
           05  WS-HIST-STATUS            PIC X(02) VALUE SPACES.
           05  WS-REJECT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-ARITHLOG-STATUS        PIC X(02) VALUE SPACES.
           05  WS-AUTH-STATUS            PIC X(02) VALUE SPACES.
           05  WS-SECLOG-STATUS          PIC X(02) VALUE SPACES.

       01  WS-REQUEST-TYPE               PIC X(01) VALUE SPACE.
           88  APPROVE-REQUEST                     VALUE 'A' 'a'.
           88  DECLINE-REQUEST                     VALUE 'D' 'd'.
           88  LIST-REQUEST                        VALUE 'L' 'l'.
           88  END-REQUEST                         VALUE 'E' 'e'.

       01  WS-APPROVAL-DONE              PIC X(01) VALUE 'N'.
           88  APPROVAL-FINISHED                   VALUE 'Y'.

       01  WS-LIST-DONE                  PIC X(01) VALUE 'N'.
           88  LIST-FINISHED                       VALUE 'Y'.

       01  WS-ITEM-OK                    PIC X(01) VALUE 'N'.
           88  ITEM-CAN-BE-DECIDED                 VALUE 'Y'.

       01  WS-APPROVER                   PIC X(08) VALUE SPACES.
       01  WS-ASK-DATE                   PIC X(08) VALUE SPACES.
       01  WS-ASK-RECNO                  PIC X(06) VALUE SPACES.
       01  WS-ACTION-STAMP               PIC X(14) VALUE SPACES.
       01  WS-ACTION-WORD                PIC X(08) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-APPLIED-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-REFUSED-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-LIST-COUNT             PIC 9(6) VALUE ZERO.

       01  WS-LOG-LINE                   PIC X(80) VALUE SPACES.
       01  WS-DISPLAY-A                  PIC -(7)9.99.
       01  WS-DISPLAY-B                  PIC -(7)9.99.
       01  WS-DISPLAY-C                  PIC -(7)9.99.
       01  WS-DISPLAY-LIMIT              PIC Z(9)9.99.

       01  WS-AUTH-AVAILABLE             PIC X(01) VALUE 'N'.
           88  AUTH-FILE-AVAILABLE                 VALUE 'Y'.

       01  WS-AUTH-OK                    PIC X(01) VALUE 'N'.
           88  AUTHORITY-GRANTED                   VALUE 'Y'.

       01  WS-SECURITY-PROGRAM           PIC X(08) VALUE "ARITHAPR".
       01  WS-SEC-OPERATOR               PIC X(08) VALUE SPACES.
       01  WS-SEC-FUNCTION               PIC X(03) VALUE SPACES.
       01  WS-SEC-TARGET                 PIC X(40) VALUE SPACES.
       01  WS-SEC-REASON                 PIC X(26) VALUE SPACES.
       01  WS-SEC-STAMP                  PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ASK-APPROVER-PARA
           PERFORM OPEN-FILES-PARA
           PERFORM OPEN-SECURITY-FILES-PARA
           PERFORM UNTIL APPROVAL-FINISHED
               DISPLAY "ENTER REQUEST TYPE - L (LIST), A (APPROVE), "
                   "D (DECLINE) OR E (END)"
               ACCEPT WS-REQUEST-TYPE
               EVALUATE TRUE
                   WHEN END-REQUEST
                   WHEN WS-REQUEST-TYPE = SPACE
                       SET APPROVAL-FINISHED TO TRUE
                   WHEN LIST-REQUEST
                       PERFORM LIST-PENDING-PARA
                   WHEN APPROVE-REQUEST
                       PERFORM APPROVE-ITEM-PARA
                   WHEN DECLINE-REQUEST
                       PERFORM DECLINE-ITEM-PARA
                   WHEN OTHER
                       DISPLAY "INVALID REQUEST TYPE '"
                           WS-REQUEST-TYPE "' - USE L, A, D OR E"
               END-EVALUATE
           END-PERFORM
           PERFORM CLOSE-FILES-PARA
           DISPLAY "ARITHAPR: " WS-APPLIED-COUNT " REQUESTS APPLIED, "
               WS-REFUSED-COUNT " REFUSED BY " WS-APPROVER
           IF WS-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * EVERY DECISION CARRIES, AND IS CHECKED AGAINST, THE
      * SUPERVISOR'S ID, SO A SESSION WITHOUT ONE IS NOT STARTED.
      *****************************************************************
       ASK-APPROVER-PARA.
           DISPLAY "ENTER APPROVER ID (UP TO 8 CHARACTERS)"
           ACCEPT WS-APPROVER
           IF WS-APPROVER = SPACES
               DISPLAY "ERROR: APPROVER ID REQUIRED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-APPROVER TO WS-SEC-OPERATOR
           MOVE "APR" TO WS-SEC-FUNCTION.

      *****************************************************************
      * NOTHING CAN HAVE BEEN HELD BEFORE ARITHPGM CREATED THE
      * PENDING-APPROVAL DATASET, SO IT IS NOT BOOTSTRAPPED HERE; THE
      * REJECT DATASET AND AUDIT LOG ARE APPENDED TO, AS BY ARITHPGM.
      *****************************************************************
       OPEN-FILES-PARA.
           OPEN I-O PEND-FILE
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN PEND-FILE - STATUS = "
                   WS-PEND-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN HISTORY-FILE - STATUS = "
                   WS-HIST-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND REJECT-FILE
           IF WS-REJECT-STATUS NOT = '00'
               OPEN OUTPUT REJECT-FILE
           END-IF
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN REJECT-FILE - STATUS = "
                   WS-REJECT-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
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
           END-IF.

       LIST-PENDING-PARA.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-DONE
           MOVE LOW-VALUES TO PD-PEND-KEY
           START PEND-FILE KEY IS NOT LESS THAN PD-PEND-KEY
               INVALID KEY
                   SET LIST-FINISHED TO TRUE
           END-START
           PERFORM UNTIL LIST-FINISHED
               READ PEND-FILE NEXT RECORD
                   AT END
                       SET LIST-FINISHED TO TRUE
                   NOT AT END
                       IF PD-ACTION = SPACE
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM DISPLAY-PENDING-PARA
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " CALCULATIONS AWAITING APPROVAL".

       DISPLAY-PENDING-PARA.
           MOVE PD-A TO WS-DISPLAY-A
           MOVE PD-B TO WS-DISPLAY-B
           MOVE PD-C TO WS-DISPLAY-C
           MOVE PD-HOLD-LIMIT TO WS-DISPLAY-LIMIT
           DISPLAY "BATCH " PD-BATCH-DATE " REC-NO " PD-REC-NO
               " DEPT " PD-DEPT
               " HELD " PD-HELD-STAMP (1:8) "-" PD-HELD-STAMP (9:6)
           DISPLAY "  A=" WS-DISPLAY-A " B=" WS-DISPLAY-B
               " OP=" PD-OPE " C=" WS-DISPLAY-C
           DISPLAY "  REASON=" PD-HOLD-REASON
               " LIMIT=" WS-DISPLAY-LIMIT.

       APPROVE-ITEM-PARA.
           PERFORM ASK-ITEM-KEY-PARA
           MOVE SPACES TO WS-SEC-TARGET
           STRING "APPROVE BATCH " WS-ASK-DATE " REC " WS-ASK-RECNO
               DELIMITED BY SIZE INTO WS-SEC-TARGET
           PERFORM AUTHORIZE-PARA
           IF AUTHORITY-GRANTED
               PERFORM CHECK-ITEM-PARA
           ELSE
               MOVE 'N' TO WS-ITEM-OK
               PERFORM REFUSE-UNAUTHORIZED-PARA
           END-IF
           IF ITEM-CAN-BE-DECIDED
               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ACTION-STAMP
               MOVE 'S' TO HS-STATUS
               MOVE SPACES TO HS-STATUS-MSG
               STRING "APPROVED BY " WS-APPROVER
                   DELIMITED BY SIZE INTO HS-STATUS-MSG
               MOVE WS-ACTION-STAMP TO HS-RUN-STAMP
               PERFORM REWRITE-HISTORY-PARA
               MOVE "APPROVED" TO WS-ACTION-WORD
               PERFORM WRITE-LOG-PARA
               MOVE 'A' TO PD-ACTION
               PERFORM REWRITE-PENDING-PARA
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "APPROVED BATCH " WS-ASK-DATE " REC-NO "
                   WS-ASK-RECNO " DEPT " HS-DEPT " C=" WS-DISPLAY-C
           END-IF.

      *****************************************************************
      * A DECLINED CALCULATION NEVER POSTED, SO IT IS RECORDED AS A
      * REJECT OF ITS ORIGINAL BATCH DATE WITH A ZERO RESULT, THE
      * SAME WAY ARITHPGM RECORDS ANY OTHER REJECT.
      *****************************************************************
       DECLINE-ITEM-PARA.
           PERFORM ASK-ITEM-KEY-PARA
           MOVE SPACES TO WS-SEC-TARGET
           STRING "DECLINE BATCH " WS-ASK-DATE " REC " WS-ASK-RECNO
               DELIMITED BY SIZE INTO WS-SEC-TARGET
           PERFORM AUTHORIZE-PARA
           IF AUTHORITY-GRANTED
               PERFORM CHECK-ITEM-PARA
           ELSE
               MOVE 'N' TO WS-ITEM-OK
               PERFORM REFUSE-UNAUTHORIZED-PARA
           END-IF
           IF ITEM-CAN-BE-DECIDED
               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ACTION-STAMP
               MOVE 'E' TO HS-STATUS
               MOVE ZERO TO HS-C, HS-REMAINDER
               MOVE SPACES TO HS-STATUS-MSG
               STRING "DECLINED BY " WS-APPROVER
                   DELIMITED BY SIZE INTO HS-STATUS-MSG
               MOVE WS-ACTION-STAMP TO HS-RUN-STAMP
               PERFORM REWRITE-HISTORY-PARA
               PERFORM WRITE-REJECT-PARA
               MOVE "DECLINED" TO WS-ACTION-WORD
               PERFORM WRITE-LOG-PARA
               MOVE 'D' TO PD-ACTION
               PERFORM REWRITE-PENDING-PARA
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "DECLINED BATCH " WS-ASK-DATE " REC-NO "
                   WS-ASK-RECNO " DEPT " HS-DEPT " C=" WS-DISPLAY-C
           END-IF.

       ASK-ITEM-KEY-PARA.
           DISPLAY "ENTER BATCH DATE (YYYYMMDD)"
           ACCEPT WS-ASK-DATE
           DISPLAY "ENTER RECORD NUMBER (6 DIGITS)"
           ACCEPT WS-ASK-RECNO.

       REFUSE-UNAUTHORIZED-PARA.
           ADD 1 TO WS-REFUSED-COUNT
           DISPLAY "REFUSED: APPROVER " WS-APPROVER
               " - " WS-SEC-REASON.

      *****************************************************************
      * BOTH RECORDS MUST AGREE THE CALCULATION IS STILL HELD BEFORE
      * EITHER IS CHANGED - THE PENDING-APPROVAL RECORD UNDECIDED AND
      * THE HISTORY RECORD STATUS 'H'.  ON RETURN BOTH RECORDS ARE IN
      * THEIR RECORD AREAS READY TO BE REWRITTEN.
      *****************************************************************
       CHECK-ITEM-PARA.
           MOVE 'N' TO WS-ITEM-OK
           IF WS-ASK-DATE NOT NUMERIC OR WS-ASK-RECNO NOT NUMERIC
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "REFUSED: BATCH DATE '" WS-ASK-DATE
                   "' OR REC-NO '" WS-ASK-RECNO "' NOT NUMERIC"
           ELSE
               MOVE WS-ASK-DATE TO PD-BATCH-DATE
               MOVE WS-ASK-RECNO TO PD-REC-NO
               READ PEND-FILE
                   INVALID KEY
                       ADD 1 TO WS-REFUSED-COUNT
                       DISPLAY "REFUSED: BATCH " WS-ASK-DATE
                           " REC-NO " WS-ASK-RECNO
                           " WAS NOT HELD FOR APPROVAL"
                   NOT INVALID KEY
                       IF PD-ACTION NOT = SPACE
                           ADD 1 TO WS-REFUSED-COUNT
                           DISPLAY "REFUSED: BATCH " WS-ASK-DATE
                               " REC-NO " WS-ASK-RECNO
                               " ALREADY DECIDED (" PD-ACTION ") BY "
                               PD-APPROVER
                       ELSE
                           PERFORM CHECK-HISTORY-ITEM-PARA
                       END-IF
               END-READ
           END-IF.

       CHECK-HISTORY-ITEM-PARA.
           MOVE WS-ASK-DATE TO HS-BATCH-DATE
           MOVE WS-ASK-RECNO TO HS-REC-NO
           READ HISTORY-FILE
               INVALID KEY
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "REFUSED: NO HISTORY RECORD FOR BATCH "
                       WS-ASK-DATE " REC-NO " WS-ASK-RECNO
               NOT INVALID KEY
                   IF HS-STATUS = 'H'
                       MOVE 'Y' TO WS-ITEM-OK
                       MOVE PD-C TO WS-DISPLAY-C
                   ELSE
                       ADD 1 TO WS-REFUSED-COUNT
                       DISPLAY "REFUSED: HISTORY RECORD FOR BATCH "
                           WS-ASK-DATE " REC-NO " WS-ASK-RECNO
                           " IS STATUS " HS-STATUS ", NOT HELD"
                   END-IF
           END-READ.

       REWRITE-HISTORY-PARA.
           REWRITE HS-HIST-RECORD
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO REWRITE HISTORY-FILE - "
                   "STATUS = " WS-HIST-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       REWRITE-PENDING-PARA.
           MOVE WS-APPROVER TO PD-APPROVER
           MOVE WS-ACTION-STAMP TO PD-ACTION-STAMP
           REWRITE PD-PEND-RECORD
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO REWRITE PEND-FILE - "
                   "STATUS = " WS-PEND-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-REJECT-PARA.
           MOVE HS-BATCH-DATE TO RJ-ORIG-DATE
           MOVE HS-REC-NO TO RJ-REC-NO
           MOVE HS-A-REF TO RJ-A-REF
           MOVE HS-B-REF TO RJ-B-REF
           MOVE HS-OPE TO RJ-OPE
           MOVE ZERO TO RJ-C, RJ-REMAINDER
           MOVE 'E' TO RJ-STATUS
           MOVE SPACES TO RJ-STATUS-MSG
           STRING "DECLINED AT APPROVAL BY " WS-APPROVER
               DELIMITED BY SIZE INTO RJ-STATUS-MSG
           MOVE HS-DEPT TO RJ-DEPT
           MOVE 'R10' TO RJ-REASON
           WRITE RJ-REJECT-RECORD
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO WRITE REJECT-FILE - "
                   "STATUS = " WS-REJECT-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * THE AUDIT LINE CARRIES NO " R=" REC-NO TAG, SO THE DAILY
      * RECONCILIATION DOES NOT MISTAKE A DECISION FOR A POSTING.
      *****************************************************************
       WRITE-LOG-PARA.
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-ACTION-STAMP (1:8) "-" WS-ACTION-STAMP (9:6)
               " " WS-ACTION-WORD
               " BATCH " WS-ASK-DATE
               " REC " WS-ASK-RECNO
               " BY " WS-APPROVER
               " C=" WS-DISPLAY-C
               DELIMITED BY SIZE INTO WS-LOG-LINE
           WRITE ARITHLOG-REC FROM WS-LOG-LINE
           IF WS-ARITHLOG-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO WRITE ARITHLOG-FILE - "
                   "STATUS = " WS-ARITHLOG-STATUS
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
           CLOSE PEND-FILE
           CLOSE HISTORY-FILE
           CLOSE REJECT-FILE
           CLOSE ARITHLOG-FILE
           CLOSE AUTH-FILE
           CLOSE SECLOG-FILE.
       END PROGRAM ArithAPR.
