      * TOTAL AND DEPARTMENT SUBTOTALS, AND THE TARGET'S HISTORY
      * RECORD IS STAMPED STATUS 'V' SO ARITHINQ SHOWS THE REVERSAL
      * AND A SECOND REVERSAL OF THE SAME RECORD IS REFUSED (R08).
      * ONCE A MONTH HAS BEEN BILLED AND CLOSED (PERIOD CONTROL,
      * PERDCTL - SEE ARITHPER) ITS HISTORY IS FROZEN: A BATCH DATED
      * IN IT IS REFUSED, A RESUBMIT OF ONE OF ITS REJECTS IS
      * REJECTED R11, AND A REVERSAL OF ONE OF ITS CALCULATIONS
      * POSTS AS A PRIOR-PERIOD ADJUSTMENT IN THE CURRENT PERIOD,
      * LEAVING THE ORIGINAL AS INVOICED AND RECORDING THE POINTER
      * ON THE PRIOR-PERIOD ADJUSTMENT REGISTER (PRIORADJ - SEE
      * ARITHPPA) FOR ARITHBIL TO CREDIT.  REVERSING SUCH AN
      * ADJUSTMENT IN TURN WITHDRAWS ITS REGISTER ENTRY.
      * EVERY BATCH OR RESUBMIT POSTING IS ALSO KEYED INTO THE
      * CALCULATION HISTORY MASTER (ARITHHST, KEY = BATCH DATE PLUS
      * REC-NO) FOR DIRECT LOOKUP BY ARITHINQ; A RESUBMIT REWRITES
      * THE RECORD UNDER ITS ORIGINAL KEY WITH THE FINAL OUTCOME.
      * A BATCH OR RESUBMITTED CALCULATION WHOSE RESULT IS OUT OF
      * SCALE FOR ITS DEPARTMENT IS HELD FOR A SUPERVISOR INSTEAD OF
      * POSTING (SEE CHECK-APPROVAL-HOLD-PARA): OVER THE
      * DEPARTMENT'S AMOUNT CEILING, OR OVER ITS DEVIATION MULTIPLE
      * OF THE DEPARTMENT'S AVERAGE RESULT ON THE HISTORY MASTER
      * (THRESHOLDS ON DEPTMAST - SEE ARITHDPT).  A HELD CALCULATION
      * IS WRITTEN TO THE PENDING-APPROVAL DATASET (PENDAPRV - SEE
      * ARITHPND) AND ITS RESULT AND HISTORY RECORDS CARRY STATUS
      * 'H'; IT STAYS OUT OF THE GRAND TOTAL AND OPERATION COUNTS
      * UNTIL ARITHAPR APPROVES IT UNDER ITS ORIGINAL BATCH DATE AND
      * REC-NO.
      * EVERY BATCH CALCULATION THAT TAKES AN OPERAND FROM AN EARLIER
      * RESULT IS KEYED INTO THE CHAINED-CALCULATION REGISTER
      * (CHAINREF - SEE ARITHCHN), WHICH KEEPS THE LINK THE RESOLVED
      * AMOUNT ON THE RESULT AND HISTORY RECORDS DOES NOT.  WHEN A
      * REVERSAL BACKS OUT A CALCULATION THAT OTHERS CHAINED OFF,
      * DIRECTLY OR THROUGH FURTHER CALCULATIONS, THE DEPENDENTS
      * STILL STANDING ARE WRITTEN TO THE DEPENDENT-REVERSAL REVIEW
      * FILE (DEPREVW - SEE ARITHDRV), LISTED ON THE SUMMARY REPORT,
      * AND THE RUN ENDS AT LEAST RC=4 (SEE
      * LIST-REVERSAL-DEPENDENTS-PARA).  ARITHINQ'S CHAIN REQUEST
      * SHOWS THE WHOLE TREE EITHER WAY FROM ANY CALCULATION.
      * THE DAILY RUN-CONTROL RECORD (ARITHRUN - SEE THE COPYBOOK)
      * GUARDS THE BATCH: A DATE ALREADY MARKED POSTED AND
      * RECONCILED IS REFUSED RC=8 (A STALE DATE= CARD CANNOT
      * DOUBLE-POST A DAY) UNLESS SYSIN CARRIES OVERRIDE=Y, AND A
      * COMPLETED BATCH (RC 0/4) STAMPS THE DATE'S POSTED FLAG.
      * THE PRIVILEGED USES OF THE PROGRAM ARE CHECKED AGAINST THE
      * OPERATOR AUTHORIZATION FILE (AUTHFILE - SEE ARITHAUT) BEFORE
      * ANYTHING POSTS, AND EACH ONE, ALLOWED OR REFUSED, IS WRITTEN
      * TO THE SECURITY LOG (SECLOG - SEE ARITHSEC):
      *   - RE-POSTING A RECONCILED DATE UNDER OVERRIDE=Y NEEDS
      *     FUNCTION OVR FOR THE OPERATOR ON THE OPERATOR= CARD;
      *     REFUSED, THE RUN ENDS RC=8 AS IF OVERRIDE=Y WERE ABSENT.
      *   - RESUBMIT MODE NEEDS FUNCTION RSB FOR THE OPERATOR ON THE
      *     OPERATOR= CARD; REFUSED, THE RUN ENDS RC=8 UNPOSTED.
      *   - INTERACTIVE MODE ASKS FOR THE OPERATOR'S ID FIRST AND
      *     NEEDS FUNCTION INT; REFUSED, THE SESSION ENDS RC=8.  EACH
      *     CALCULATION POSTED IN THE SESSION IS LOGGED UNDER THE ID.
      * THE DAILY BATCH ITSELF NEEDS NO AUTHORITY AND NO OPERATOR=.
      * SYSIN CONTROL CARDS (DATE=YYYYMMDD, TOLERANCE=NNN,
      * PROFILE=NNN, OVERRIDE=Y, OPERATOR=XXXXXXXX) ARE
      * PROCESSED AT STARTUP, AND BATCH/RESUBMIT RUNS END WITH A
      * GRADED COMPLETION CODE (0/4/8/16 - SEE
      * SET-COMPLETION-CODE-PARA) SO THE SCHEDULER CAN HOLD

           SELECT HISTORY-FILE ASSIGN TO "ARITHHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

               RECORD KEY IS RN-RUN-DATE
               FILE STATUS IS WS-RUN-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDAPRV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

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

           SELECT REVIEW-FILE ASSIGN TO "DEPREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

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
       FD  TRANS-FILE.
           PREFIX-DEPT-CODE     BY DP-DEPT-CODE
           PREFIX-DEPT-NAME     BY DP-DEPT-NAME
           PREFIX-DEPT-STATUS   BY DP-DEPT-STATUS
           PREFIX-COST-CENTER   BY DP-COST-CENTER
           PREFIX-CEILING       BY DP-CEILING
           PREFIX-DEVIATION     BY DP-DEVIATION.

       FD  RUN-FILE.
       COPY ARITHRUN REPLACING
           PREFIX-HKP-FLAG      BY RN-HKP-FLAG
           PREFIX-HKP-STAMP     BY RN-HKP-STAMP.

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

       FD  REVIEW-FILE.
       COPY ARITHDRV REPLACING
           PREFIX-REVIEW-RECORD BY DV-REVIEW-RECORD
           PREFIX-REV-DATE      BY DV-REV-DATE
           PREFIX-REV-RECNO     BY DV-REV-RECNO
           PREFIX-TARGET-DATE   BY DV-TARGET-DATE
           PREFIX-TARGET-RECNO  BY DV-TARGET-RECNO
           PREFIX-DEP-RECNO     BY DV-DEP-RECNO
           PREFIX-DEP-LEVEL     BY DV-DEP-LEVEL
           PREFIX-DEP-VIA-RECNO BY DV-DEP-VIA-RECNO
           PREFIX-DEP-OPE       BY DV-DEP-OPE
           PREFIX-DEP-C         BY DV-DEP-C
           PREFIX-DEP-STATUS    BY DV-DEP-STATUS
           PREFIX-DEP-DEPT      BY DV-DEP-DEPT
           PREFIX-PRIOR-FLAG    BY DV-PRIOR-FLAG
           PREFIX-REVIEW-STAMP  BY DV-REVIEW-STAMP.

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
       COPY ARITHREC REPLACING
           PREFIX-CALC-RECORD BY WS-ARITH-CALC-RECORD
           05  WS-PARAM-STATUS           PIC X(02) VALUE SPACES.
           05  WS-DEPTM-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RUN-STATUS             PIC X(02) VALUE SPACES.
           05  WS-PEND-STATUS            PIC X(02) VALUE SPACES.
           05  WS-PERIOD-STATUS          PIC X(02) VALUE SPACES.
           05  WS-ADJ-STATUS             PIC X(02) VALUE SPACES.
           05  WS-CHAIN-STATUS           PIC X(02) VALUE SPACES.
           05  WS-REVIEW-STATUS          PIC X(02) VALUE SPACES.
           05  WS-AUTH-STATUS            PIC X(02) VALUE SPACES.
           05  WS-SECLOG-STATUS          PIC X(02) VALUE SPACES.

       01  WS-RUN-MODE                   PIC X(01) VALUE SPACE.
           88  WS-BATCH-MODE                       VALUE 'B'.
       01  WS-REJECT-REASON              PIC X(03) VALUE SPACES.
       01  WS-REJECT-ORIG-DATE           PIC X(08) VALUE SPACES.
       01  WS-HIST-POST-DATE             PIC X(08) VALUE SPACES.
       01  WS-PEND-ORIG-DATE             PIC X(08) VALUE SPACES.
       01  WS-HIST-AVAILABLE             PIC X(01) VALUE 'N'.
           88  HISTORY-FILE-AVAILABLE              VALUE 'Y'.


       01  WS-DEPT-CODE-OK               PIC X(01) VALUE 'N'.
           88  DEPT-CODE-VALID                     VALUE 'Y'.
       01  WS-DEPT-CEILING               PIC 9(07) VALUE ZERO.
       01  WS-DEPT-DEVIATION             PIC 9(03) VALUE ZERO.

       01  WS-PROFILE-DAYS               PIC 9(3) VALUE 090.
       01  WS-PROFILE-MIN-SAMPLE         PIC 9(4) VALUE 0010.
       01  WS-PROFILE-START              PIC X(08) VALUE SPACES.
       01  WS-PROFILE-INT                PIC 9(8) VALUE ZERO.
       01  WS-PROFILE-NUM                PIC 9(8) VALUE ZERO.
       01  WS-PROFILE-EOF                PIC X(01) VALUE 'N'.
           88  END-OF-PROFILE-SCAN                 VALUE 'Y'.
       01  WS-PROFILE-FULL               PIC X(01) VALUE 'N'.
           88  PROFILE-TABLE-FULL                  VALUE 'Y'.

       01  WS-PROF-TABLE.
           05  WS-PROF-COUNT             PIC 9(3) VALUE ZERO.
           05  WS-PROF-ENTRY OCCURS 200 TIMES.
               10  WS-PROF-DEPT          PIC X(03).
               10  WS-PROF-SAMPLE        PIC 9(7).
               10  WS-PROF-TOTAL         PIC 9(11)V99.

       01  WS-PROF-IX                    PIC 9(3) VALUE ZERO.
       01  WS-PROF-HIT-IX                PIC 9(3) VALUE ZERO.
       01  WS-PROF-FOUND                 PIC X(01) VALUE 'N'.
           88  PROFILE-ENTRY-FOUND                 VALUE 'Y'.
       01  WS-PROF-LOOKUP                PIC X(03) VALUE SPACES.
       01  WS-PROF-AVERAGE               PIC 9(7)V99 VALUE ZERO.

       01  WS-HOLD-REASON                PIC X(01) VALUE SPACE.
           88  HOLD-FOR-APPROVAL                   VALUE 'C' 'D'.
       01  WS-HOLD-AMOUNT                PIC 9(7)V99 VALUE ZERO.
       01  WS-HOLD-LIMIT                 PIC 9(10)V99 VALUE ZERO.

       01  WS-REV-A-IMAGE                PIC X(10) VALUE SPACES.
       01  WS-REV-A-PARTS REDEFINES WS-REV-A-IMAGE.
           05  FILLER                    PIC X(02).
       01  WS-REV-ORIG-RECNO             PIC 9(6) VALUE ZERO.
       01  WS-REV-COUNT                  PIC 9(6) VALUE ZERO.
       01  WS-PRIOR-ADJ-COUNT            PIC 9(6) VALUE ZERO.

       01  WS-PERIOD-AVAILABLE           PIC X(01) VALUE 'N'.
           88  PERIOD-FILE-AVAILABLE               VALUE 'Y'.
       01  WS-PERIOD-CHECK               PIC X(06) VALUE SPACES.
       01  WS-PERIOD-CLOSED              PIC X(01) VALUE 'N'.
           88  PERIOD-IS-CLOSED                    VALUE 'Y'.
       01  WS-ADJ-FOUND                  PIC X(01) VALUE 'N'.
           88  ADJUSTED-ELSEWHERE                  VALUE 'Y'.
           88  ADJUSTED-BY-THIS-RECORD             VALUE 'R'.

       01  WS-REVIEW-OPEN                PIC X(01) VALUE 'N'.
           88  REVIEW-FILE-IS-OPEN                 VALUE 'Y'.
           88  REVIEW-FILE-FAILED                  VALUE 'F'.
       01  WS-CHAIN-EOF                  PIC X(01) VALUE 'N'.
           88  END-OF-CHAIN-SCAN                   VALUE 'Y'.

       01  WS-TAINT-TABLE.
           05  WS-TAINT-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-TAINT-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-TAINT-COUNT
               ASCENDING KEY IS WS-TAINT-RECNO
               INDEXED BY TAINT-IDX.
               10  WS-TAINT-RECNO        PIC 9(6).
               10  WS-TAINT-LEVEL        PIC 9(2).

       01  WS-TAINT-FOUND                PIC X(01) VALUE 'N'.
           88  TAINT-ENTRY-FOUND                   VALUE 'Y'.
       01  WS-TAINT-FULL                 PIC X(01) VALUE 'N'.
           88  TAINT-TABLE-FULL                    VALUE 'Y'.
       01  WS-TAINT-LOOKUP               PIC 9(6) VALUE ZERO.
       01  WS-TAINT-HIT-LEVEL            PIC 9(2) VALUE ZERO.
       01  WS-DEP-LEVEL                  PIC 9(2) VALUE ZERO.
       01  WS-DEP-VIA                    PIC 9(6) VALUE ZERO.
       01  WS-DEP-PRIOR-FLAG             PIC X(01) VALUE 'N'.
       01  WS-DEP-FOUND-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-DEP-REVERSAL-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-DEP-TOTAL-COUNT            PIC 9(6) VALUE ZERO.

       01  WS-DEPRPT-TABLE.
           05  WS-DEPRPT-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-DEPRPT-ENTRY OCCURS 500 TIMES.
               10  WS-DEPRPT-REV-RECNO   PIC 9(6).
               10  WS-DEPRPT-TARGET-DATE PIC X(08).
               10  WS-DEPRPT-TARGET-RECNO
                                         PIC 9(6).
               10  WS-DEPRPT-PRIOR       PIC X(01).
               10  WS-DEPRPT-DEP-RECNO   PIC 9(6).
               10  WS-DEPRPT-LEVEL       PIC 9(2).
               10  WS-DEPRPT-VIA         PIC 9(6).
               10  WS-DEPRPT-OPE         PIC X(01).
               10  WS-DEPRPT-C           PIC S9(7)V99.
               10  WS-DEPRPT-STATUS      PIC X(01).
               10  WS-DEPRPT-DEPT        PIC X(03).

       01  WS-DEPRPT-IX                  PIC 9(3) VALUE ZERO.
       01  WS-DEPRPT-OVERFLOW            PIC 9(6) VALUE ZERO.
       01  WS-DEPRPT-LAST-REV            PIC 9(6) VALUE ZERO.
       01  WS-DEPRPT-INDENT              PIC 9(2) VALUE ZERO.
       01  WS-DEPRPT-TEXT                PIC X(60) VALUE SPACES.

       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT             PIC 9(2) VALUE ZERO.
               10  WS-DEPT-CODE          PIC X(03).
               10  WS-DEPT-NAME          PIC X(25).
               10  WS-DEPT-CALC-COUNT    PIC 9(6).
               10  WS-DEPT-HELD-COUNT    PIC 9(6).
               10  WS-DEPT-ADD-COUNT     PIC 9(6).
               10  WS-DEPT-SUB-COUNT     PIC 9(6).
               10  WS-DEPT-MUL-COUNT     PIC 9(6).
       01  WS-OPER-OVERRIDE              PIC X(01) VALUE 'N'.
           88  OVERRIDE-IN-EFFECT                  VALUE 'Y'.

       01  WS-OPERATOR                   PIC X(08) VALUE SPACES.

       01  WS-AUTH-AVAILABLE             PIC X(01) VALUE 'N'.
           88  AUTH-FILE-AVAILABLE                 VALUE 'Y'.

       01  WS-AUTH-OK                    PIC X(01) VALUE 'N'.
           88  AUTHORITY-GRANTED                   VALUE 'Y'.

       01  WS-SECURITY-PROGRAM           PIC X(08) VALUE "ARITHPGM".
       01  WS-SEC-OPERATOR               PIC X(08) VALUE SPACES.
       01  WS-SEC-FUNCTION               PIC X(03) VALUE SPACES.
       01  WS-SEC-TARGET                 PIC X(40) VALUE SPACES.
       01  WS-SEC-REASON                 PIC X(26) VALUE SPACES.
       01  WS-SEC-STAMP                  PIC X(14) VALUE SPACES.

       01  WS-RUN-AVAILABLE              PIC X(01) VALUE 'N'.
           88  RUN-FILE-AVAILABLE                  VALUE 'Y'.

           05  WS-AVG-COUNT              PIC 9(6) VALUE ZERO.
           05  WS-ERROR-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-CALC-COUNT             PIC 9(6) VALUE ZERO.
           05  WS-HELD-COUNT             PIC 9(6) VALUE ZERO.

       01  WS-PWR-INT-B                  PIC S9(7) VALUE ZERO.

      *   0  - CLEAN RUN, NO REJECTS
      *   4  - REJECTS PRESENT BUT WITHIN THE TOLERANCE PERCENTAGE
      *        (ALSO FLOORED HERE WHEN THE HISTORY MASTER WAS
      *        UNAVAILABLE, SO OPERATIONS SEES THE DEGRADED RUN, AND
      *        WHEN CALCULATIONS WERE HELD FOR APPROVAL, SO THE
      *        SUPERVISORS ARE TOLD THERE IS A QUEUE TO WORK, AND
      *        WHEN A REVERSAL LEFT CHAINED DEPENDENTS STANDING, SO
      *        THE DEPENDENT-REVERSAL REVIEW FILE IS WORKED)
      *   8  - REJECTS OVER TOLERANCE, OR AN EMPTY INPUT FILE
      *   16 - FILE, CHECKPOINT OR CONTROL-CARD FAILURE (SET AT THE
      *        POINT OF FAILURE)
       SET-COMPLETION-CODE-PARA.
           IF WS-BATCH-MODE OR WS-RESUBMIT-MODE
               COMPUTE WS-TOTAL-PROCESSED
                   = WS-CALC-COUNT + WS-ERROR-COUNT + WS-HELD-COUNT
               EVALUATE TRUE
                   WHEN WS-INPUT-READ-COUNT = ZERO
                       DISPLAY "ARITHPGM: EMPTY INPUT FILE - "
                   AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-HELD-COUNT > 0
                   DISPLAY "ARITHPGM: " WS-HELD-COUNT
                       " CALCULATIONS HELD FOR APPROVAL - SEE "
                       "ARITHAPR"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               IF WS-DEP-TOTAL-COUNT > 0
                   DISPLAY "ARITHPGM: " WS-DEP-TOTAL-COUNT
                       " CALCULATIONS STAND ON REVERSED RESULTS - SEE "
                       "DEPREVW"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       INIT-PARA.
           MOVE ZERO TO WS-GRAND-TOTAL, WS-AVERAGE, WS-CALC-COUNT
           MOVE ZERO TO WS-ADD-COUNT, WS-SUB-COUNT, WS-MUL-COUNT
           MOVE ZERO TO WS-DIV-COUNT, WS-PCT-COUNT, WS-PWR-COUNT
           MOVE ZERO TO WS-AVG-COUNT, WS-ERROR-COUNT, WS-HELD-COUNT
           MOVE 'N' TO WS-TRANS-EOF
           MOVE 'N' TO WS-INTERACTIVE-DONE
           MOVE SPACES TO WS-ARITH-DEPT
      *   TOLERANCE=NNN      REJECT TOLERANCE AS A WHOLE PERCENT
      *                      (000-100, DEFAULT 005) USED TO GRADE THE
      *                      COMPLETION CODE
      *   PROFILE=NNN        DAYS OF HISTORY (001-366, DEFAULT 090)
      *                      AVERAGED FOR EACH DEPARTMENT'S APPROVAL
      *                      DEVIATION LIMIT
      *   OVERRIDE=Y         RE-POST A DATE ALREADY POSTED AND
      *                      RECONCILED (NEEDS OVR AUTHORITY)
      *   OPERATOR=XXXXXXXX  THE OPERATOR RUNNING AN OVERRIDE OR A
      *                      RESUBMIT, CHECKED AGAINST AUTHFILE
      * BLANK CARDS AND '*' COMMENT CARDS ARE IGNORED.  A MISSING
      * SYSIN MEANS ALL DEFAULTS.  AN UNRECOGNIZED OR MALFORMED CARD
      * STOPS THE RUN RC=16 BEFORE ANYTHING POSTS.
                   ELSE
                       PERFORM FLAG-BAD-CONTROL-CARD-PARA
                   END-IF
               WHEN PARAM-REC (1:8) = "PROFILE="
                   IF PARAM-REC (9:3) NUMERIC
                       AND PARAM-REC (9:3) > "000"
                       AND PARAM-REC (9:3) <= "366"
                       MOVE PARAM-REC (9:3) TO WS-PROFILE-DAYS
                   ELSE
                       PERFORM FLAG-BAD-CONTROL-CARD-PARA
                   END-IF
               WHEN PARAM-REC (1:10) = "OVERRIDE=Y"
                   MOVE 'Y' TO WS-OPER-OVERRIDE
               WHEN PARAM-REC (1:9) = "OPERATOR="
                   IF PARAM-REC (10:8) NOT = SPACES
                       MOVE PARAM-REC (10:8) TO WS-OPERATOR
                   ELSE
                       PERFORM FLAG-BAD-CONTROL-CARD-PARA
                   END-IF
               WHEN OTHER
                   PERFORM FLAG-BAD-CONTROL-CARD-PARA
           END-EVALUATE.

       FLAG-BAD-CONTROL-CARD-PARA.
           DISPLAY "ERROR: INVALID CONTROL CARD '" PARAM-REC (1:20)
               "' - USE DATE=YYYYMMDD, TOLERANCE=NNN, PROFILE=NNN, "
               "OVERRIDE=Y OR OPERATOR=XXXXXXXX"
           PERFORM CLOSE-FILES-PARA
           MOVE 16 TO RETURN-CODE
           STOP RUN.
               STOP RUN
           END-IF.

      *****************************************************************
      * THE PENDING-APPROVAL DATASET (SEE ARITHPND) IS REQUIRED FOR
      * BATCH AND RESUBMIT POSTING - A CALCULATION THAT TRIPS A
      * DEPARTMENT THRESHOLD HAS NOWHERE ELSE TO WAIT FOR ITS
      * SUPERVISOR.
      *****************************************************************
       OPEN-PEND-FILE-PARA.
           OPEN I-O PEND-FILE
           IF WS-PEND-STATUS NOT = '00'
               OPEN OUTPUT PEND-FILE
               IF WS-PEND-STATUS = '00'
                   CLOSE PEND-FILE
                   OPEN I-O PEND-FILE
               END-IF
           END-IF
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN PEND-FILE - STATUS = "
                   WS-PEND-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * PERIOD CONTROL (SEE ARITHPER) IS ONLY READ HERE.  NO DATASET
      * YET (STATUS 35) MEANS NO MONTH HAS EVER BEEN BILLED, SO NONE
      * IS CLOSED; ANY OTHER FAILURE STOPS THE RUN - UNLIKE THE
      * RUN-CONTROL GUARDS THIS ONE PROTECTS WHAT HAS ALREADY BEEN
      * INVOICED, SO IT DOES NOT DEGRADE TO A WARNING.
      *****************************************************************
       OPEN-PERIOD-FILE-PARA.
           OPEN INPUT PERIOD-FILE
           EVALUATE WS-PERIOD-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-PERIOD-AVAILABLE
               WHEN '35'
                   MOVE 'N' TO WS-PERIOD-AVAILABLE
               WHEN OTHER
                   DISPLAY "ERROR: UNABLE TO OPEN PERIOD-FILE - "
                       "STATUS = " WS-PERIOD-STATUS
                   PERFORM CLOSE-FILES-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       CHECK-PERIOD-CLOSED-PARA.
           MOVE 'N' TO WS-PERIOD-CLOSED
           IF PERIOD-FILE-AVAILABLE
               MOVE WS-PERIOD-CHECK TO PR-PERIOD
               READ PERIOD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PR-PER-STATUS = 'C'
                           MOVE 'Y' TO WS-PERIOD-CLOSED
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      * A BATCH DATED IN A CLOSED MONTH WOULD ADD POSTINGS TO A
      * MONTH ALREADY INVOICED.  OVERRIDE=Y DOES NOT WAIVE THIS -
      * THE MONTH HAS TO BE REOPENED THROUGH ARITHPCL FIRST.
      *****************************************************************
       CHECK-BATCH-PERIOD-PARA.
           MOVE WS-CURRENT-BATCH-DATE (1:6) TO WS-PERIOD-CHECK
           PERFORM CHECK-PERIOD-CLOSED-PARA
           IF PERIOD-IS-CLOSED
               DISPLAY "ERROR: BATCH DATE " WS-CURRENT-BATCH-DATE
                   " IS IN CLOSED PERIOD " WS-PERIOD-CHECK
                   " - CORRECT THE DATE= CARD OR REOPEN THE PERIOD"
               PERFORM CLOSE-FILES-PARA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * THE PRIOR-PERIOD ADJUSTMENT REGISTER (SEE ARITHPPA) IS
      * REQUIRED FOR BATCH POSTING - IT IS THE ONLY GUARD AGAINST
      * ADJUSTING THE SAME CLOSED-MONTH CALCULATION TWICE.
      *****************************************************************
       OPEN-ADJ-FILE-PARA.
           OPEN I-O ADJ-FILE
           IF WS-ADJ-STATUS NOT = '00'
               OPEN OUTPUT ADJ-FILE
               IF WS-ADJ-STATUS = '00'
                   CLOSE ADJ-FILE
                   OPEN I-O ADJ-FILE
               END-IF
           END-IF
           IF WS-ADJ-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN ADJ-FILE - STATUS = "
                   WS-ADJ-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * THE CHAINED-CALCULATION REGISTER (SEE ARITHCHN) IS REQUIRED
      * FOR BATCH POSTING - A CHAINED CALCULATION POSTED WITHOUT ITS
      * ENTRY COULD NEVER BE FOUND AS A DEPENDENT WHEN WHAT IT USED
      * IS LATER REVERSED.  THE REVIEW FILE IS ONLY OPENED WHEN A
      * DEPENDENT IS FIRST FOUND; IT IS A WORK LIST, AND A RUN THAT
      * CANNOT WRITE IT STILL POSTS, LISTING THE DEPENDENTS ON THE
      * SUMMARY REPORT ALONE.
      *****************************************************************
       OPEN-CHAIN-FILE-PARA.
           OPEN I-O CHAIN-FILE
           IF WS-CHAIN-STATUS NOT = '00'
               OPEN OUTPUT CHAIN-FILE
               IF WS-CHAIN-STATUS = '00'
                   CLOSE CHAIN-FILE
                   OPEN I-O CHAIN-FILE
               END-IF
           END-IF
           IF WS-CHAIN-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN CHAIN-FILE - STATUS = "
                   WS-CHAIN-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-REVIEW-FILE-PARA.
           OPEN EXTEND REVIEW-FILE
           IF WS-REVIEW-STATUS NOT = '00'
               OPEN OUTPUT REVIEW-FILE
           END-IF
           IF WS-REVIEW-STATUS = '00'
               MOVE 'Y' TO WS-REVIEW-OPEN
           ELSE
               MOVE 'F' TO WS-REVIEW-OPEN
               DISPLAY "WARNING: REVIEW-FILE UNAVAILABLE - STATUS = "
                   WS-REVIEW-STATUS " - DEPENDENTS ON SUMMARY REPORT "
                   "ONLY"
           END-IF.

      *****************************************************************
      * DAILY RUN-CONTROL (SEE ARITHRUN).  THE GUARD FIRES BEFORE
      * ANY DATASET IS TOUCHED: A DATE ALREADY POSTED AND RECONCILED
      * CAN ONLY BE A STALE DATE= CARD OR A RE-RUN OF A CLOSED DAY,
      * AND IS REFUSED RC=8 UNLESS THE OPERATOR CODED OVERRIDE=Y
      * AND HOLDS OVERRIDE AUTHORITY (FUNCTION OVR) - THE OVERRIDE IS
      * LOGGED ON THE SECURITY LOG EITHER WAY.  AN OVERRIDE=Y CARD
      * THAT IS NOT NEEDED IS IGNORED AND NOT LOGGED.
      * AN ABEND RERUN IS UNAFFECTED - POSTED IS ONLY STAMPED WHEN
      * THE BATCH COMPLETES.  AN UNAVAILABLE RUN-CONTROL DATASET
      * DEGRADES TO A WARNING, AS FOR THE HISTORY MASTER.
                   AND RN-POSTED-FLAG = 'Y'
                   AND RN-RECON-FLAG = 'Y'
                   IF OVERRIDE-IN-EFFECT
                       PERFORM AUTHORIZE-OVERRIDE-PARA
                       DISPLAY "ARITHPGM: OVERRIDE IN EFFECT - "
                           "RE-POSTING CLOSED DATE "
                           WS-CURRENT-BATCH-DATE
                           " FOR " WS-OPERATOR
                   ELSE
                       DISPLAY "ERROR: BATCH DATE "
                           WS-CURRENT-BATCH-DATE
               END-IF
           END-IF.

       AUTHORIZE-OVERRIDE-PARA.
           PERFORM OPEN-SECURITY-FILES-PARA
           MOVE WS-OPERATOR TO WS-SEC-OPERATOR
           MOVE "OVR" TO WS-SEC-FUNCTION
           MOVE SPACES TO WS-SEC-TARGET
           STRING "RE-POST RECONCILED DATE " WS-CURRENT-BATCH-DATE
               DELIMITED BY SIZE INTO WS-SEC-TARGET
           PERFORM AUTHORIZE-PARA
           IF NOT AUTHORITY-GRANTED
               DISPLAY "ERROR: OVERRIDE=Y REFUSED FOR OPERATOR '"
                   WS-OPERATOR "' - " WS-SEC-REASON
               DISPLAY "ERROR: BATCH DATE "
                   WS-CURRENT-BATCH-DATE
                   " ALREADY POSTED AND RECONCILED"
               PERFORM CLOSE-FILES-PARA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-RUN-FILE-PARA.
           OPEN I-O RUN-FILE
           IF WS-RUN-STATUS NOT = '00'
      *****************************************************************
       BATCH-PROCESS-PARA.
           PERFORM CHECK-RUN-CONTROL-PARA
           PERFORM OPEN-PERIOD-FILE-PARA
           PERFORM CHECK-BATCH-PERIOD-PARA
           PERFORM OPEN-DEPT-FILE-PARA
           PERFORM READ-CHECKPOINT-PARA
           IF WS-LAST-CKPT-RECNO > 0
           PERFORM OPEN-RESULT-FILE-PARA
           PERFORM OPEN-REJECT-FILE-PARA
           PERFORM OPEN-HISTORY-FILE-PARA
           PERFORM OPEN-PEND-FILE-PARA
           PERFORM OPEN-ADJ-FILE-PARA
           PERFORM OPEN-CHAIN-FILE-PARA
           PERFORM LOAD-DEPT-PROFILES-PARA
           PERFORM OPEN-CHECKPOINT-OUTPUT-PARA
           PERFORM UNTIL END-OF-TRANS-FILE
               READ TRANS-FILE
                       PERFORM FLAG-UNRESOLVED-REF-PARA
                   WHEN OTHER
                       PERFORM ADD-PARA
                       IF WS-ARITH-STATUS = 'S'
                           MOVE WS-CURRENT-BATCH-DATE
                               TO WS-PEND-ORIG-DATE
                           PERFORM CHECK-APPROVAL-HOLD-PARA
                       END-IF
                       IF WS-ARITH-STATUS = 'S'
                           AND WS-CHAIN-NOTE NOT = SPACES
                           MOVE WS-CHAIN-NOTE TO WS-ARITH-STATUS-MSG
               END-IF
               MOVE WS-CURRENT-BATCH-DATE TO WS-HIST-POST-DATE
               PERFORM WRITE-HISTORY-PARA
               IF TR-OPE NOT = 'V'
                   AND OPERANDS-RESOLVED
                   AND (TR-A-REF-FLAG = 'R' OR TR-B-REF-FLAG = 'R')
                   PERFORM WRITE-CHAIN-REF-PARA
               END-IF
               PERFORM WRITE-LOG-PARA
               PERFORM ACCUMULATE-TOTALS-PARA
               PERFORM STAGE-DEPT-STATS-PARA
                       AT END
                           SET END-OF-PRIOR-RESULTS TO TRUE
                       NOT AT END
                           IF RS-STATUS = 'H'
                               ADD 1 TO WS-HELD-COUNT
                           END-IF
                           IF RS-STATUS = 'S'
                               MOVE RS-REC-NO TO WS-RSLT-STORE-RECNO
                               MOVE RS-C TO WS-RSLT-STORE-C
                               IF RS-OPE = 'V'
                                   ADD 1 TO WS-REV-COUNT
                               END-IF
                               IF RS-OPE = 'V'
                                   AND RS-STATUS-MSG (35:6) = " PRIOR"
                                   ADD 1 TO WS-PRIOR-ADJ-COUNT
                               END-IF
                           END-IF
                           MOVE RS-DEPT TO WS-DSTAT-DEPT
                           MOVE RS-STATUS TO WS-DSTAT-STATUS

       CHECK-DEPT-CODE-PARA.
           MOVE 'N' TO WS-DEPT-CODE-OK
           MOVE ZERO TO WS-DEPT-CEILING, WS-DEPT-DEVIATION
           IF WS-ARITH-DEPT NOT = SPACES
               MOVE WS-ARITH-DEPT TO DP-DEPT-CODE
               READ DEPT-FILE
                       IF DP-DEPT-STATUS = 'A'
                           MOVE 'Y' TO WS-DEPT-CODE-OK
                       END-IF
                       IF DP-CEILING NUMERIC
                           MOVE DP-CEILING TO WS-DEPT-CEILING
                       END-IF
                       IF DP-DEVIATION NUMERIC
                           MOVE DP-DEVIATION TO WS-DEPT-DEVIATION
                       END-IF
               END-READ
           END-IF.

               "RECORD NO " WS-ARITH-REC-NO
           ADD 1 TO WS-ERROR-COUNT.

      *****************************************************************
      * APPROVAL HOLDS.  TWO THRESHOLDS, BOTH KEPT ON THE DEPARTMENT
      * MASTER (SEE ARITHDPT) AND EITHER ONE ENOUGH TO HOLD:
      *   CEILING   - THE RESULT, SIGN IGNORED, IS OVER THE
      *               DEPARTMENT'S AMOUNT CEILING (REASON 'C')
      *   DEVIATION - THE RESULT, SIGN IGNORED, IS OVER THE
      *               DEPARTMENT'S AVERAGE RESULT ON THE HISTORY MASTER
      *               TIMES ITS DEVIATION MULTIPLE (REASON 'D')
      * A ZERO THRESHOLD IS NOT TESTED.  THE AVERAGE IS TAKEN OVER
      * THE POSTED CALCULATIONS (STATUS 'S', OR 'V' - POSTED AND
      * SINCE REVERSED) OF THE PROFILE=NNN DAYS BEFORE THE BATCH
      * DATE, REVERSALS THEMSELVES LEFT OUT; A DEPARTMENT WITH FEWER
      * THAN WS-PROFILE-MIN-SAMPLE OF THEM HAS NO PROFILE YET AND IS
      * ONLY CEILING-TESTED, AS IS EVERY DEPARTMENT WHEN THE HISTORY
      * MASTER IS UNAVAILABLE.  A HELD CALCULATION IS WRITTEN TO THE
      * RESULT FILE, HISTORY MASTER AND LOG STATUS 'H', IS LEFT OUT
      * OF THE POSTED COUNTS AND GRAND TOTAL, AND GETS A RECORD ON
      * THE PENDING-APPROVAL DATASET FOR ARITHAPR.  IT IS NOT KEPT IN
      * THE RESULT TABLE, SO A LATER RECORD CHAINED TO IT REJECTS
      * R06 LIKE ANY OTHER REFERENCE TO AN UNPOSTED RESULT.
      *****************************************************************
       LOAD-DEPT-PROFILES-PARA.
           MOVE ZERO TO WS-PROF-COUNT
           MOVE 'N' TO WS-PROFILE-FULL
           IF HISTORY-FILE-AVAILABLE
               MOVE WS-CURRENT-BATCH-DATE TO WS-PROFILE-NUM
               COMPUTE WS-PROFILE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-PROFILE-NUM)
                   - WS-PROFILE-DAYS
               COMPUTE WS-PROFILE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-PROFILE-INT)
               MOVE WS-PROFILE-NUM TO WS-PROFILE-START
               MOVE WS-PROFILE-START TO HS-BATCH-DATE
               MOVE ZERO TO HS-REC-NO
               MOVE 'N' TO WS-PROFILE-EOF
               START HISTORY-FILE KEY IS NOT LESS THAN HS-HIST-KEY
                   INVALID KEY
                       SET END-OF-PROFILE-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-PROFILE-SCAN
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           SET END-OF-PROFILE-SCAN TO TRUE
                       NOT AT END
                           IF HS-BATCH-DATE < WS-CURRENT-BATCH-DATE
                               PERFORM ADD-PROFILE-RECORD-PARA
                           ELSE
                               SET END-OF-PROFILE-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "ARITHPGM: " WS-PROF-COUNT " DEPARTMENT "
                   "PROFILES LOADED FROM " WS-PROFILE-START
           END-IF.

       ADD-PROFILE-RECORD-PARA.
           IF (HS-STATUS = 'S' OR HS-STATUS = 'V')
               AND HS-OPE NOT = 'V'
               AND HS-DEPT NOT = SPACES
               AND HS-C NUMERIC
               MOVE HS-DEPT TO WS-PROF-LOOKUP
               PERFORM FIND-PROFILE-ENTRY-PARA
               IF NOT PROFILE-ENTRY-FOUND
                   IF WS-PROF-COUNT < 200
                       ADD 1 TO WS-PROF-COUNT
                       MOVE HS-DEPT TO WS-PROF-DEPT (WS-PROF-COUNT)
                       MOVE ZERO TO WS-PROF-SAMPLE (WS-PROF-COUNT)
                       MOVE ZERO TO WS-PROF-TOTAL (WS-PROF-COUNT)
                       MOVE WS-PROF-COUNT TO WS-PROF-HIT-IX
                       SET PROFILE-ENTRY-FOUND TO TRUE
                   ELSE
                       IF NOT PROFILE-TABLE-FULL
                           DISPLAY "WARNING: PROFILE TABLE FULL - "
                               "MORE THAN 200 DEPARTMENTS ON HISTORY "
                               "- DEVIATION TEST SKIPPED FOR THE REST"
                           SET PROFILE-TABLE-FULL TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF PROFILE-ENTRY-FOUND
                   ADD 1 TO WS-PROF-SAMPLE (WS-PROF-HIT-IX)
                   IF HS-C < ZERO
                       SUBTRACT HS-C FROM WS-PROF-TOTAL (WS-PROF-HIT-IX)
                   ELSE
                       ADD HS-C TO WS-PROF-TOTAL (WS-PROF-HIT-IX)
                   END-IF
               END-IF
           END-IF.

       FIND-PROFILE-ENTRY-PARA.
           MOVE 'N' TO WS-PROF-FOUND
           PERFORM VARYING WS-PROF-IX FROM 1 BY 1
               UNTIL WS-PROF-IX > WS-PROF-COUNT
                   OR PROFILE-ENTRY-FOUND
               IF WS-PROF-DEPT (WS-PROF-IX) = WS-PROF-LOOKUP
                   SET PROFILE-ENTRY-FOUND TO TRUE
                   MOVE WS-PROF-IX TO WS-PROF-HIT-IX
               END-IF
           END-PERFORM.

       CHECK-APPROVAL-HOLD-PARA.
           MOVE SPACE TO WS-HOLD-REASON
           MOVE ZERO TO WS-HOLD-LIMIT
           IF WS-ARITH-C < ZERO
               COMPUTE WS-HOLD-AMOUNT = ZERO - WS-ARITH-C
           ELSE
               MOVE WS-ARITH-C TO WS-HOLD-AMOUNT
           END-IF
           IF WS-DEPT-CEILING > ZERO
               AND WS-HOLD-AMOUNT > WS-DEPT-CEILING
               MOVE 'C' TO WS-HOLD-REASON
               MOVE WS-DEPT-CEILING TO WS-HOLD-LIMIT
           END-IF
           IF NOT HOLD-FOR-APPROVAL
               AND WS-DEPT-DEVIATION > ZERO
               PERFORM CHECK-DEVIATION-PARA
           END-IF
           IF HOLD-FOR-APPROVAL
               PERFORM APPLY-APPROVAL-HOLD-PARA
           END-IF.

       CHECK-DEVIATION-PARA.
           MOVE WS-ARITH-DEPT TO WS-PROF-LOOKUP
           PERFORM FIND-PROFILE-ENTRY-PARA
           IF PROFILE-ENTRY-FOUND
               AND WS-PROF-SAMPLE (WS-PROF-HIT-IX)
                   NOT < WS-PROFILE-MIN-SAMPLE
               COMPUTE WS-PROF-AVERAGE ROUNDED =
                   WS-PROF-TOTAL (WS-PROF-HIT-IX)
                   / WS-PROF-SAMPLE (WS-PROF-HIT-IX)
               COMPUTE WS-HOLD-LIMIT =
                   WS-PROF-AVERAGE * WS-DEPT-DEVIATION
               IF WS-HOLD-AMOUNT > WS-HOLD-LIMIT
                   MOVE 'D' TO WS-HOLD-REASON
               ELSE
                   MOVE ZERO TO WS-HOLD-LIMIT
               END-IF
           END-IF.

       APPLY-APPROVAL-HOLD-PARA.
           PERFORM UNCOUNT-OPERATION-PARA
           MOVE 'H' TO WS-ARITH-STATUS
           IF WS-HOLD-REASON = 'C'
               MOVE "HELD FOR APPROVAL - OVER DEPT CEILING"
                   TO WS-ARITH-STATUS-MSG
           ELSE
               MOVE "HELD FOR APPROVAL - OUT OF DEPT PROFILE"
                   TO WS-ARITH-STATUS-MSG
           END-IF
           PERFORM WRITE-PENDING-PARA
           ADD 1 TO WS-HELD-COUNT
           DISPLAY "ARITHPGM: RECORD NO " WS-ARITH-REC-NO
               " DEPT " WS-ARITH-DEPT " HELD FOR APPROVAL - "
               "REASON " WS-HOLD-REASON.

      *****************************************************************
      * ADD-PARA HAS ALREADY COUNTED THE OPERATION AS POSTED - A
      * HELD CALCULATION IS TAKEN BACK OUT OF THAT COUNT.
      *****************************************************************
       UNCOUNT-OPERATION-PARA.
           EVALUATE WS-ARITH-OPE
               WHEN '+'
                   SUBTRACT 1 FROM WS-ADD-COUNT
               WHEN '-'
                   SUBTRACT 1 FROM WS-SUB-COUNT
               WHEN '*'
                   SUBTRACT 1 FROM WS-MUL-COUNT
               WHEN '/'
                   SUBTRACT 1 FROM WS-DIV-COUNT
               WHEN '%'
                   SUBTRACT 1 FROM WS-PCT-COUNT
               WHEN '^'
                   SUBTRACT 1 FROM WS-PWR-COUNT
               WHEN 'A'
                   SUBTRACT 1 FROM WS-AVG-COUNT
           END-EVALUATE.

      *****************************************************************
      * A RESTART CAN MEET A HOLD ALREADY WRITTEN BEFORE THE ABEND,
      * SO A DUPLICATE KEY IS REWRITTEN, AS FOR THE HISTORY MASTER.
      *****************************************************************
       WRITE-PENDING-PARA.
           MOVE WS-PEND-ORIG-DATE TO PD-BATCH-DATE
           MOVE WS-ARITH-REC-NO TO PD-REC-NO
           MOVE WS-ARITH-A TO PD-A
           MOVE WS-ARITH-B TO PD-B
           MOVE WS-ARITH-OPE TO PD-OPE
           MOVE WS-ARITH-C TO PD-C
           MOVE WS-ARITH-REMAINDER TO PD-REMAINDER
           MOVE WS-ARITH-DEPT TO PD-DEPT
           MOVE WS-HOLD-REASON TO PD-HOLD-REASON
           MOVE WS-HOLD-LIMIT TO PD-HOLD-LIMIT
           MOVE FUNCTION CURRENT-DATE (1:14) TO PD-HELD-STAMP
           MOVE SPACE TO PD-ACTION
           MOVE SPACES TO PD-APPROVER, PD-ACTION-STAMP
           WRITE PD-PEND-RECORD
               INVALID KEY
                   REWRITE PD-PEND-RECORD
           END-WRITE
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO WRITE PEND-FILE - "
                   "STATUS = " WS-PEND-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * REVERSAL SUPPORT (OPE 'V' - SEE ARITHREC).  THE A FIELD
      * CARRIES THE ORIGINAL BATCH DATE AND THE B FIELD THE ORIGINAL
                   END-READ
           END-EVALUATE.

      *****************************************************************
      * A TARGET IN A CLOSED MONTH IS NEVER STAMPED 'V', SO THE
      * PRIOR-PERIOD ADJUSTMENT REGISTER IS WHAT SHOWS IT HAS
      * ALREADY BEEN BACKED OUT - CHECKED WHATEVER THE MONTH'S
      * STATUS NOW, SINCE THE MONTH MAY SINCE HAVE BEEN REOPENED.
      * AN ENTRY MADE BY THIS SAME BATCH RECORD IS A RESTART AFTER
      * AN ABEND, AND THE ADJUSTMENT IS SIMPLY APPLIED AGAIN.
      *****************************************************************
       CHECK-REVERSAL-TARGET-PARA.
           PERFORM CHECK-PRIOR-ADJUSTMENT-PARA
           MOVE WS-REV-ORIG-DATE (1:6) TO WS-PERIOD-CHECK
           PERFORM CHECK-PERIOD-CLOSED-PARA
           EVALUATE TRUE
               WHEN HS-STATUS = 'V'
                   MOVE "REVERSAL TARGET ALREADY REVERSED"
                   MOVE "REVERSAL TARGET WAS NOT POSTED"
                       TO WS-ARITH-STATUS-MSG
                   PERFORM FLAG-REVERSAL-ERROR-PARA
               WHEN ADJUSTED-ELSEWHERE
                   MOVE "REVERSAL TARGET ALREADY ADJUSTED"
                       TO WS-ARITH-STATUS-MSG
                   PERFORM FLAG-REVERSAL-ERROR-PARA
               WHEN PERIOD-IS-CLOSED
               WHEN ADJUSTED-BY-THIS-RECORD
                   PERFORM APPLY-PRIOR-ADJUSTMENT-PARA
                   MOVE 'Y' TO WS-DEP-PRIOR-FLAG
                   PERFORM LIST-REVERSAL-DEPENDENTS-PARA
               WHEN OTHER
                   PERFORM APPLY-REVERSAL-PARA
                   MOVE 'N' TO WS-DEP-PRIOR-FLAG
                   PERFORM LIST-REVERSAL-DEPENDENTS-PARA
           END-EVALUATE.

       CHECK-PRIOR-ADJUSTMENT-PARA.
           MOVE 'N' TO WS-ADJ-FOUND
           MOVE WS-REV-ORIG-DATE TO PA-ORIG-DATE
           MOVE WS-REV-ORIG-RECNO TO PA-ORIG-RECNO
           READ ADJ-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PA-ADJ-DATE = WS-CURRENT-BATCH-DATE
                       AND PA-ADJ-RECNO = WS-ARITH-REC-NO
                       MOVE 'R' TO WS-ADJ-FOUND
                   ELSE
                       MOVE 'Y' TO WS-ADJ-FOUND
                   END-IF
           END-READ.

       APPLY-REVERSAL-PARA.
           IF HS-STATUS-MSG (1:15) = "REVERSES BATCH "
               AND HS-STATUS-MSG (35:6) = " PRIOR"
               PERFORM RELEASE-PRIOR-ADJUSTMENT-PARA
           END-IF
           MOVE HS-DEPT TO WS-ARITH-DEPT
           MOVE HS-C TO WS-ARITH-A
           MOVE ZERO TO WS-ARITH-B
           DISPLAY "REVERSED BATCH " WS-REV-ORIG-DATE " REC-NO "
               WS-REV-ORIG-RECNO " BY RECORD NO " WS-ARITH-REC-NO.

      *****************************************************************
      * THE TARGET IS ITSELF A PRIOR-PERIOD ADJUSTMENT: ITS REGISTER
      * ENTRY (KEYED BY THE CLOSED-MONTH ORIGINAL ITS MESSAGE NAMES)
      * IS DELETED BEFORE THE TARGET IS STAMPED 'V', SO ARITHBIL
      * DOES NOT CREDIT AN ADJUSTMENT THAT NO LONGER STANDS AND THE
      * ORIGINAL CAN BE ADJUSTED AGAIN.  AN ENTRY NOW POINTING AT A
      * DIFFERENT ADJUSTMENT, OR ALREADY GONE ON A RERUN, IS LEFT.
      *****************************************************************
       RELEASE-PRIOR-ADJUSTMENT-PARA.
           MOVE HS-STATUS-MSG (16:8) TO PA-ORIG-DATE
           IF HS-STATUS-MSG (29:6) NUMERIC
               MOVE HS-STATUS-MSG (29:6) TO PA-ORIG-RECNO
               READ ADJ-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PA-ADJ-DATE = WS-REV-ORIG-DATE
                           AND PA-ADJ-RECNO = WS-REV-ORIG-RECNO
                           DELETE ADJ-FILE RECORD
                           IF WS-ADJ-STATUS NOT = '00'
                               DISPLAY "ERROR: UNABLE TO DELETE "
                                   "ADJ-FILE - STATUS = "
                                   WS-ADJ-STATUS
                               PERFORM CLOSE-FILES-PARA
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           DISPLAY "PRIOR-PERIOD ADJUSTMENT OF BATCH "
                               PA-ORIG-DATE " REC-NO " PA-ORIG-RECNO
                               " WITHDRAWN"
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      * PRIOR-PERIOD ADJUSTMENT: THE TARGET'S MONTH IS CLOSED (SEE
      * ARITHPER), SO THE OFFSET POSTS EXACTLY AS A REVERSAL DOES -
      * UNDER THE CURRENT BATCH DATE AND THE ORIGINAL DEPARTMENT,
      * WITH THE USUAL "REVERSES BATCH" POINTER FOR THE LEDGER
      * JOURNAL, MARKED "PRIOR" - BUT THE TARGET'S HISTORY RECORD
      * IS LEFT AS IT WAS INVOICED.  THE REGISTER ENTRY CARRIES THE
      * POINTER THE OTHER WAY, AND THE ORIGINAL OPERATION FOR
      * ARITHBIL'S CREDIT.
      *****************************************************************
       APPLY-PRIOR-ADJUSTMENT-PARA.
           MOVE HS-DEPT TO WS-ARITH-DEPT
           MOVE HS-C TO WS-ARITH-A
           MOVE ZERO TO WS-ARITH-B
           COMPUTE WS-ARITH-C = ZERO - HS-C
           MOVE ZERO TO WS-ARITH-REMAINDER
           MOVE 'S' TO WS-ARITH-STATUS
           MOVE SPACES TO WS-ARITH-STATUS-MSG
           MOVE SPACES TO WS-REJECT-REASON
           STRING "REVERSES BATCH " WS-REV-ORIG-DATE
               " REC " WS-REV-ORIG-RECNO " PRIOR"
               DELIMITED BY SIZE INTO WS-ARITH-STATUS-MSG
           MOVE WS-REV-ORIG-DATE TO PA-ORIG-DATE
           MOVE WS-REV-ORIG-RECNO TO PA-ORIG-RECNO
           MOVE HS-OPE TO PA-ORIG-OPE
           MOVE HS-C TO PA-ORIG-C
           MOVE HS-DEPT TO PA-DEPT
           MOVE WS-CURRENT-BATCH-DATE TO PA-ADJ-DATE
           MOVE WS-ARITH-REC-NO TO PA-ADJ-RECNO
           MOVE FUNCTION CURRENT-DATE (1:14) TO PA-ADJ-STAMP
           WRITE PA-ADJ-RECORD
               INVALID KEY
                   REWRITE PA-ADJ-RECORD
           END-WRITE
           IF WS-ADJ-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO WRITE ADJ-FILE - "
                   "STATUS = " WS-ADJ-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REV-COUNT
           ADD 1 TO WS-PRIOR-ADJ-COUNT
           DISPLAY "PRIOR-PERIOD ADJUSTMENT OF CLOSED BATCH "
               WS-REV-ORIG-DATE " REC-NO " WS-REV-ORIG-RECNO
               " BY RECORD NO " WS-ARITH-REC-NO.

       FLAG-REVERSAL-ERROR-PARA.
           MOVE 'E' TO WS-ARITH-STATUS
           MOVE ZERO TO WS-ARITH-C, WS-ARITH-REMAINDER
               " - RECORD NO " WS-ARITH-REC-NO
           ADD 1 TO WS-ERROR-COUNT.

      *****************************************************************
      * DEPENDENTS OF A REVERSED CALCULATION.  A CHAINED REFERENCE
      * ONLY NAMES AN EARLIER REC-NO OF THE SAME BATCH DATE, SO ONE
      * PASS OF THE CHAINED-CALCULATION REGISTER FROM THE TARGET
      * FORWARD, IN KEY ORDER, FINDS EVERY DEPENDENT: A REGISTER
      * ENTRY WHOSE A OR B NAMES THE TARGET OR A DEPENDENT ALREADY
      * FOUND IS ITSELF A DEPENDENT, ONE LEVEL DEEPER (THROUGH THE A
      * LINK WHEN BOTH QUALIFY).  DEPENDENTS ARE ADDED TO THE TABLE
      * IN ASCENDING REC-NO ORDER, SO IT CAN BE BINARY SEARCHED.
      * EACH ONE STILL POSTED ('S') OR WAITING FOR APPROVAL ('H') ON
      * THE HISTORY MASTER IS WRITTEN TO THE REVIEW FILE AND KEPT
      * FOR THE SUMMARY REPORT; ONE ALREADY REVERSED IS NOT LISTED
      * BUT STILL CARRIES THE CHAIN TO ITS OWN DEPENDENTS.
      * A RESTART DOES NOT RE-SCAN REVERSALS POSTED BEFORE THE
      * ABEND - THEIR DEPENDENTS ARE ALREADY ON THE REVIEW FILE
      * (OPENED EXTEND), BUT NOT ON THE RESTARTED RUN'S REPORT.
      *****************************************************************
       LIST-REVERSAL-DEPENDENTS-PARA.
           MOVE ZERO TO WS-DEP-FOUND-COUNT
           MOVE 'N' TO WS-TAINT-FULL
           MOVE 1 TO WS-TAINT-COUNT
           MOVE WS-REV-ORIG-RECNO TO WS-TAINT-RECNO (1)
           MOVE ZERO TO WS-TAINT-LEVEL (1)
           MOVE 'N' TO WS-CHAIN-EOF
           MOVE WS-REV-ORIG-DATE TO CN-BATCH-DATE
           MOVE WS-REV-ORIG-RECNO TO CN-REC-NO
           START CHAIN-FILE KEY IS GREATER THAN CN-CHAIN-KEY
               INVALID KEY
                   SET END-OF-CHAIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-CHAIN-SCAN
               READ CHAIN-FILE NEXT RECORD
                   AT END
                       SET END-OF-CHAIN-SCAN TO TRUE
                   NOT AT END
                       IF CN-BATCH-DATE NOT = WS-REV-ORIG-DATE
                           SET END-OF-CHAIN-SCAN TO TRUE
                       ELSE
                           PERFORM CHECK-CHAIN-LINK-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DEP-FOUND-COUNT > 0
               ADD 1 TO WS-DEP-REVERSAL-COUNT
               DISPLAY "WARNING: REVERSED BATCH " WS-REV-ORIG-DATE
                   " REC-NO " WS-REV-ORIG-RECNO " HAS "
                   WS-DEP-FOUND-COUNT " DEPENDENT CALCULATIONS "
                   "STANDING - SEE DEPREVW"
           END-IF.

       CHECK-CHAIN-LINK-PARA.
           MOVE 'N' TO WS-TAINT-FOUND
           IF CN-A-RECNO > ZERO
               MOVE CN-A-RECNO TO WS-TAINT-LOOKUP
               PERFORM FIND-TAINT-ENTRY-PARA
           END-IF
           IF NOT TAINT-ENTRY-FOUND
               AND CN-B-RECNO > ZERO
               MOVE CN-B-RECNO TO WS-TAINT-LOOKUP
               PERFORM FIND-TAINT-ENTRY-PARA
           END-IF
           IF TAINT-ENTRY-FOUND
               MOVE WS-TAINT-LOOKUP TO WS-DEP-VIA
               IF WS-TAINT-HIT-LEVEL < 99
                   COMPUTE WS-DEP-LEVEL = WS-TAINT-HIT-LEVEL + 1
               ELSE
                   MOVE 99 TO WS-DEP-LEVEL
               END-IF
               PERFORM STORE-TAINT-ENTRY-PARA
               PERFORM REVIEW-DEPENDENT-PARA
           END-IF.

       FIND-TAINT-ENTRY-PARA.
           MOVE 'N' TO WS-TAINT-FOUND
           SEARCH ALL WS-TAINT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TAINT-RECNO (TAINT-IDX) = WS-TAINT-LOOKUP
                   SET TAINT-ENTRY-FOUND TO TRUE
                   MOVE WS-TAINT-LEVEL (TAINT-IDX)
                       TO WS-TAINT-HIT-LEVEL
           END-SEARCH.

       STORE-TAINT-ENTRY-PARA.
           IF WS-TAINT-COUNT < 2000
               ADD 1 TO WS-TAINT-COUNT
               MOVE CN-REC-NO TO WS-TAINT-RECNO (WS-TAINT-COUNT)
               MOVE WS-DEP-LEVEL TO WS-TAINT-LEVEL (WS-TAINT-COUNT)
           ELSE
               IF NOT TAINT-TABLE-FULL
                   MOVE 'Y' TO WS-TAINT-FULL
                   DISPLAY "WARNING: MORE THAN 2000 DEPENDENTS OF "
                       "BATCH " WS-REV-ORIG-DATE " REC-NO "
                       WS-REV-ORIG-RECNO " - LATER ONES NOT TRACED, "
                       "USE ARITHINQ CHAIN REQUEST"
               END-IF
           END-IF.

       REVIEW-DEPENDENT-PARA.
           MOVE CN-BATCH-DATE TO HS-BATCH-DATE
           MOVE CN-REC-NO TO HS-REC-NO
           READ HISTORY-FILE
               INVALID KEY
                   DISPLAY "WARNING: DEPENDENT BATCH " CN-BATCH-DATE
                       " REC-NO " CN-REC-NO " NOT ON HISTORY"
               NOT INVALID KEY
                   IF HS-STATUS = 'S' OR HS-STATUS = 'H'
                       PERFORM WRITE-DEPENDENT-PARA
                   END-IF
           END-READ.

       WRITE-DEPENDENT-PARA.
           ADD 1 TO WS-DEP-FOUND-COUNT
           ADD 1 TO WS-DEP-TOTAL-COUNT
           IF WS-REVIEW-OPEN = 'N'
               PERFORM OPEN-REVIEW-FILE-PARA
           END-IF
           IF REVIEW-FILE-IS-OPEN
               MOVE WS-CURRENT-BATCH-DATE TO DV-REV-DATE
               MOVE WS-ARITH-REC-NO TO DV-REV-RECNO
               MOVE WS-REV-ORIG-DATE TO DV-TARGET-DATE
               MOVE WS-REV-ORIG-RECNO TO DV-TARGET-RECNO
               MOVE HS-REC-NO TO DV-DEP-RECNO
               MOVE WS-DEP-LEVEL TO DV-DEP-LEVEL
               MOVE WS-DEP-VIA TO DV-DEP-VIA-RECNO
               MOVE HS-OPE TO DV-DEP-OPE
               MOVE HS-C TO DV-DEP-C
               MOVE HS-STATUS TO DV-DEP-STATUS
               MOVE HS-DEPT TO DV-DEP-DEPT
               MOVE WS-DEP-PRIOR-FLAG TO DV-PRIOR-FLAG
               MOVE FUNCTION CURRENT-DATE (1:14) TO DV-REVIEW-STAMP
               WRITE DV-REVIEW-RECORD
               IF WS-REVIEW-STATUS NOT = '00'
                   DISPLAY "WARNING: UNABLE TO WRITE REVIEW-FILE - "
                       "STATUS = " WS-REVIEW-STATUS
                       " - DEPENDENTS ON SUMMARY REPORT ONLY"
                   CLOSE REVIEW-FILE
                   MOVE 'F' TO WS-REVIEW-OPEN
               END-IF
           END-IF
           IF WS-DEPRPT-COUNT < 500
               ADD 1 TO WS-DEPRPT-COUNT
               MOVE WS-ARITH-REC-NO
                   TO WS-DEPRPT-REV-RECNO (WS-DEPRPT-COUNT)
               MOVE WS-REV-ORIG-DATE
                   TO WS-DEPRPT-TARGET-DATE (WS-DEPRPT-COUNT)
               MOVE WS-REV-ORIG-RECNO
                   TO WS-DEPRPT-TARGET-RECNO (WS-DEPRPT-COUNT)
               MOVE WS-DEP-PRIOR-FLAG
                   TO WS-DEPRPT-PRIOR (WS-DEPRPT-COUNT)
               MOVE HS-REC-NO TO WS-DEPRPT-DEP-RECNO (WS-DEPRPT-COUNT)
               MOVE WS-DEP-LEVEL TO WS-DEPRPT-LEVEL (WS-DEPRPT-COUNT)
               MOVE WS-DEP-VIA TO WS-DEPRPT-VIA (WS-DEPRPT-COUNT)
               MOVE HS-OPE TO WS-DEPRPT-OPE (WS-DEPRPT-COUNT)
               MOVE HS-C TO WS-DEPRPT-C (WS-DEPRPT-COUNT)
               MOVE HS-STATUS TO WS-DEPRPT-STATUS (WS-DEPRPT-COUNT)
               MOVE HS-DEPT TO WS-DEPRPT-DEPT (WS-DEPRPT-COUNT)
           ELSE
               ADD 1 TO WS-DEPRPT-OVERFLOW
           END-IF.

       READ-CHECKPOINT-PARA.
           MOVE ZERO TO WS-LAST-CKPT-RECNO
           MOVE 'N' TO WS-CKPT-EOF
           STRING "REVERSALS POSTED          : " WS-REV-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           STRING "  PRIOR-PERIOD ADJUSTMENTS: " WS-PRIOR-ADJ-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           STRING "  WITH STANDING DEPENDENTS: " WS-DEP-REVERSAL-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           STRING "DEPENDENTS TO REVIEW      : " WS-DEP-TOTAL-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           STRING "INVALID/REJECTED RECORDS  : " WS-ERROR-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           STRING "HELD FOR APPROVAL         : " WS-HELD-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           STRING "GRAND TOTAL OF RESULTS    : " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           STRING "AVERAGE RESULT            : " WS-DISPLAY-AVG
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           IF WS-DEP-TOTAL-COUNT > 0
               PERFORM WRITE-DEPENDENT-SECTION-PARA
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "===================================="
           DISPLAY "ARITHPGM BATCH SUMMARY REPORT"
           DISPLAY "POWERS PROCESSED          : " WS-PWR-COUNT
           DISPLAY "AVERAGES PROCESSED        : " WS-AVG-COUNT
           DISPLAY "REVERSALS POSTED          : " WS-REV-COUNT
           DISPLAY "  PRIOR-PERIOD ADJUSTMENTS: " WS-PRIOR-ADJ-COUNT
           DISPLAY "  WITH STANDING DEPENDENTS: " WS-DEP-REVERSAL-COUNT
           DISPLAY "DEPENDENTS TO REVIEW      : " WS-DEP-TOTAL-COUNT
           DISPLAY "INVALID/REJECTED RECORDS  : " WS-ERROR-COUNT
           DISPLAY "HELD FOR APPROVAL         : " WS-HELD-COUNT
           DISPLAY "GRAND TOTAL OF RESULTS    : " WS-DISPLAY-TOTAL
           DISPLAY "AVERAGE RESULT            : " WS-DISPLAY-AVG
           DISPLAY "====================================".

      *****************************************************************
      * REVERSED CALCULATIONS WITH DEPENDENTS: ONE HEADING PER
      * REVERSAL, THEN ITS DEPENDENTS IN REC-NO ORDER, INDENTED TWO
      * COLUMNS PER LEVEL, EACH WITH THE REC-NO WHOSE C IT USES.
      * THE FIRST 500 ARE LISTED; THE REVIEW FILE HAS THEM ALL.
      *****************************************************************
       WRITE-DEPENDENT-SECTION-PARA.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "REVERSED CALCULATIONS WITH DEPENDENTS" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "  STILL STANDING ON A REVERSED RESULT - SEE DEPREVW"
               TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-DEPRPT-IX FROM 1 BY 1
               UNTIL WS-DEPRPT-IX > WS-DEPRPT-COUNT
               IF WS-DEPRPT-IX = 1
                   OR WS-DEPRPT-REV-RECNO (WS-DEPRPT-IX)
                       NOT = WS-DEPRPT-LAST-REV
                   PERFORM WRITE-DEPENDENT-HEADING-PARA
               END-IF
               PERFORM WRITE-DEPENDENT-LINE-PARA
           END-PERFORM
           IF WS-DEPRPT-OVERFLOW > 0
               MOVE SPACES TO REPORT-REC
               STRING "  ... " WS-DEPRPT-OVERFLOW
                   " MORE DEPENDENTS - SEE DEPREVW"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

       WRITE-DEPENDENT-HEADING-PARA.
           MOVE WS-DEPRPT-REV-RECNO (WS-DEPRPT-IX)
               TO WS-DEPRPT-LAST-REV
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           IF WS-DEPRPT-PRIOR (WS-DEPRPT-IX) = 'Y'
               STRING "REC " WS-DEPRPT-LAST-REV " REVERSES BATCH "
                   WS-DEPRPT-TARGET-DATE (WS-DEPRPT-IX) " REC "
                   WS-DEPRPT-TARGET-RECNO (WS-DEPRPT-IX)
                   " (PRIOR PERIOD)"
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               STRING "REC " WS-DEPRPT-LAST-REV " REVERSES BATCH "
                   WS-DEPRPT-TARGET-DATE (WS-DEPRPT-IX) " REC "
                   WS-DEPRPT-TARGET-RECNO (WS-DEPRPT-IX)
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF
           WRITE REPORT-REC.

       WRITE-DEPENDENT-LINE-PARA.
           MOVE WS-DEPRPT-C (WS-DEPRPT-IX) TO WS-DISPLAY-C
           MOVE SPACES TO WS-DEPRPT-TEXT
           STRING WS-DEPRPT-DEP-RECNO (WS-DEPRPT-IX)
               " USES " WS-DEPRPT-VIA (WS-DEPRPT-IX)
               " OPE " WS-DEPRPT-OPE (WS-DEPRPT-IX)
               " C=" WS-DISPLAY-C
               " STATUS " WS-DEPRPT-STATUS (WS-DEPRPT-IX)
               " DEPT " WS-DEPRPT-DEPT (WS-DEPRPT-IX)
               DELIMITED BY SIZE INTO WS-DEPRPT-TEXT
           IF WS-DEPRPT-LEVEL (WS-DEPRPT-IX) > 10
               MOVE 21 TO WS-DEPRPT-INDENT
           ELSE
               COMPUTE WS-DEPRPT-INDENT
                   = WS-DEPRPT-LEVEL (WS-DEPRPT-IX) * 2 + 1
           END-IF
           MOVE SPACES TO REPORT-REC
           MOVE WS-DEPRPT-TEXT TO REPORT-REC (WS-DEPRPT-INDENT:)
           WRITE REPORT-REC.

       WRITE-DEPT-BREAK-PARA.
           IF WS-DEPT-CALC-COUNT (WS-DEPT-IX) > 0
               DIVIDE WS-DEPT-TOTAL (WS-DEPT-IX)
               WS-DEPT-ERROR-COUNT (WS-DEPT-IX)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           STRING "  HELD FOR APPROVAL         : "
               WS-DEPT-HELD-COUNT (WS-DEPT-IX)
               DELIMITED BY SIZE INTO REPORT-REC
           WRITE REPORT-REC
           STRING "  CALCULATIONS PROCESSED    : "
               WS-DEPT-CALC-COUNT (WS-DEPT-IX)
               DELIMITED BY SIZE INTO REPORT-REC
      * WHEN A RESUBMIT POSTS, A MARKER RECORD (REASON 'RSB') IS
      * APPENDED TO THE REJECT DATASET; LOADING THE TABLE HONOURS THE
      * MARKER, SO RERUNNING A RESUBMIT JOB CANNOT DOUBLE-POST EITHER.
      * A SUPERVISOR'S DECLINE (R10) IS NOT LOADED - RESUBMITTING IT
      * WOULD OVERTURN THE DECISION - SO IT COMES BACK R04.
      * A REPAIRED REJECT FACES THE SAME DEPARTMENT CEILING AND
      * DEVIATION TESTS AS THE BATCH (SEE CHECK-APPROVAL-HOLD-PARA),
      * OR REPAIRING A REJECT WOULD BE A WAY ROUND APPROVAL.  ONE
      * THAT TRIPS THEM IS HELD UNDER ITS ORIGINAL BATCH DATE AND
      * REC-NO - HISTORY STATUS 'H' AND A PENDAPRV RECORD - AND ITS
      * RSB MARKER CARRIES STATUS 'H', SINCE THE REJECT IS NOW IN
      * THE SUPERVISOR'S HANDS RATHER THAN OPEN FOR ANOTHER RESUBMIT.
      * A REJECT WHOSE ORIGINAL BATCH DATE IS IN A CLOSED MONTH (SEE
      * ARITHPER) IS REFUSED R11 AND LEFT OPEN: POSTING IT WOULD
      * REWRITE HISTORY THAT HAS ALREADY BEEN INVOICED.
      * NOTHING IS READ UNTIL THE OPERATOR ON THE OPERATOR= CARD IS
      * FOUND TO HOLD RESUBMIT AUTHORITY (FUNCTION RSB).
      *****************************************************************
       RESUBMIT-PROCESS-PARA.
           PERFORM AUTHORIZE-RESUBMIT-PARA
           PERFORM OPEN-PERIOD-FILE-PARA
           PERFORM OPEN-DEPT-FILE-PARA
           PERFORM LOAD-REJECT-TABLE-PARA
           PERFORM OPEN-RESULT-FILE-PARA
           PERFORM OPEN-REJECT-FILE-PARA
           PERFORM OPEN-HISTORY-FILE-PARA
           PERFORM OPEN-PEND-FILE-PARA
           PERFORM LOAD-DEPT-PROFILES-PARA
           PERFORM UNTIL END-OF-RESUB-FILE
               READ RESUBMIT-FILE
                   AT END
           PERFORM WRITE-SUMMARY-REPORT-PARA
           PERFORM DISPLAY-GRAND-TOTAL-PARA.

       AUTHORIZE-RESUBMIT-PARA.
           PERFORM OPEN-SECURITY-FILES-PARA
           MOVE WS-OPERATOR TO WS-SEC-OPERATOR
           MOVE "RSB" TO WS-SEC-FUNCTION
           MOVE SPACES TO WS-SEC-TARGET
           STRING "RESUBMIT POSTING ON " WS-CURRENT-BATCH-DATE
               DELIMITED BY SIZE INTO WS-SEC-TARGET
           PERFORM AUTHORIZE-PARA
           IF NOT AUTHORITY-GRANTED
               DISPLAY "ERROR: RESUBMIT REFUSED FOR OPERATOR '"
                   WS-OPERATOR "' - " WS-SEC-REASON
               PERFORM CLOSE-FILES-PARA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-REJECT-TABLE-PARA.
           MOVE ZERO TO WS-REJ-ENTRY-COUNT
           MOVE 'N' TO WS-REJECT-EOF
                   PERFORM MARK-REJECT-ENTRY-USED-PARA
               WHEN 'R04'
               WHEN 'R05'
               WHEN 'R10'
               WHEN 'R11'
                   CONTINUE
               WHEN OTHER
                   IF WS-REJ-ENTRY-COUNT < 100000
           PERFORM FIND-REJECT-ENTRY-PARA
           MOVE RB-DEPT TO WS-ARITH-DEPT
           PERFORM CHECK-DEPT-CODE-PARA
           MOVE RB-ORIG-DATE (1:6) TO WS-PERIOD-CHECK
           PERFORM CHECK-PERIOD-CLOSED-PARA
           EVALUATE TRUE
               WHEN NOT REJECT-ENTRY-FOUND
                   MOVE RB-ORIG-DATE TO WS-REJECT-ORIG-DATE
                   PERFORM WRITE-REJECT-PARA
                   PERFORM STAGE-DEPT-STATS-PARA
                   PERFORM ACCUMULATE-DEPT-STATS-PARA
               WHEN PERIOD-IS-CLOSED
                   MOVE RB-ORIG-DATE TO WS-REJECT-ORIG-DATE
                   PERFORM FLAG-RESUB-CLOSED-PARA
                   PERFORM WRITE-REJECT-PARA
                   PERFORM STAGE-DEPT-STATS-PARA
                   PERFORM ACCUMULATE-DEPT-STATS-PARA
               WHEN NOT DEPT-CODE-VALID
                   MOVE RB-ORIG-DATE TO WS-REJECT-ORIG-DATE
                   PERFORM FLAG-RESUB-DEPT-PARA
       POST-RESUBMIT-RECORD-PARA.
           PERFORM MOVE-RESUB-FIELDS-PARA
           PERFORM ADD-PARA
           IF WS-ARITH-STATUS = 'S'
               MOVE RB-ORIG-DATE TO WS-PEND-ORIG-DATE
               PERFORM CHECK-APPROVAL-HOLD-PARA
           END-IF
           PERFORM BUILD-RESULT-RECORD-PARA
           WRITE RS-CALC-RECORD
           IF WS-RESULT-STATUS NOT = '00'
               " ALREADY RESUBMITTED FOR BATCH " RB-ORIG-DATE
           ADD 1 TO WS-ERROR-COUNT.

       FLAG-RESUB-CLOSED-PARA.
           PERFORM MOVE-RESUB-FIELDS-PARA
           MOVE ZERO TO WS-ARITH-C, WS-ARITH-REMAINDER
           MOVE 'E' TO WS-ARITH-STATUS
           MOVE "ORIGINAL BATCH IN A CLOSED PERIOD"
               TO WS-ARITH-STATUS-MSG
           MOVE 'R11' TO WS-REJECT-REASON
           DISPLAY "ERROR: RESUBMIT RECORD NO " RB-REC-NO
               " BATCH " RB-ORIG-DATE " IS IN CLOSED PERIOD "
               WS-PERIOD-CHECK
           ADD 1 TO WS-ERROR-COUNT.

      *****************************************************************
      * INTERACTIVE MODE
      * THE OPERATOR'S ID IS ASKED FOR FIRST; WITHOUT INTERACTIVE
      * POSTING AUTHORITY (FUNCTION INT) THE SESSION ENDS RC=8
      * BEFORE ANY CALCULATION IS TAKEN.
      *****************************************************************
       INTERACTIVE-PROCESS-PARA.
           PERFORM AUTHORIZE-INTERACTIVE-PARA
           PERFORM UNTIL INTERACTIVE-FINISHED
               DISPLAY "PLEASE ENTER THE A VALUE"
               ACCEPT WS-ARITH-A
                   PERFORM ADD-PARA
                   PERFORM DISPLAY-RESULT-PARA
                   PERFORM WRITE-LOG-PARA
                   PERFORM LOG-INTERACTIVE-POST-PARA
                   PERFORM ACCUMULATE-TOTALS-PARA
               END-IF
           END-PERFORM
           PERFORM DISPLAY-GRAND-TOTAL-PARA.

       AUTHORIZE-INTERACTIVE-PARA.
           PERFORM OPEN-SECURITY-FILES-PARA
           DISPLAY "ENTER OPERATOR ID (UP TO 8 CHARACTERS)"
           ACCEPT WS-OPERATOR
           MOVE WS-OPERATOR TO WS-SEC-OPERATOR
           MOVE "INT" TO WS-SEC-FUNCTION
           MOVE "INTERACTIVE POSTING SESSION" TO WS-SEC-TARGET
           PERFORM AUTHORIZE-PARA
           IF NOT AUTHORITY-GRANTED
               DISPLAY "REFUSED: INTERACTIVE POSTING FOR OPERATOR '"
                   WS-OPERATOR "' - " WS-SEC-REASON
               MOVE 8 TO RETURN-CODE
               SET INTERACTIVE-FINISHED TO TRUE
           END-IF.

      *****************************************************************
      * THE AUDIT LOG LINE HAS NO ROOM FOR THE OPERATOR, SO EACH
      * INTERACTIVE POSTING IS ALSO LOGGED ON THE SECURITY LOG UNDER
      * THE SESSION'S AUTHORITY.  WS-DISPLAY-C WAS SET BY
      * WRITE-LOG-PARA.
      *****************************************************************
       LOG-INTERACTIVE-POST-PARA.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-SEC-STAMP
           MOVE SPACES TO WS-SEC-TARGET
           STRING "POSTED OP=" WS-ARITH-OPE " C=" WS-DISPLAY-C
               " STATUS=" WS-ARITH-STATUS
               DELIMITED BY SIZE INTO WS-SEC-TARGET
           PERFORM WRITE-SECURITY-LOG-PARA.

       DISPLAY-RESULT-PARA.
           MOVE WS-ARITH-A TO WS-DISPLAY-A
           MOVE WS-ARITH-B TO WS-DISPLAY-B
                       ADD 1 TO WS-DEPT-AVG-COUNT (WS-DEPT-HIT-IX)
               END-EVALUATE
           ELSE
               IF WS-DSTAT-STATUS = 'H'
                   ADD 1 TO WS-DEPT-HELD-COUNT (WS-DEPT-HIT-IX)
               ELSE
                   ADD 1 TO WS-DEPT-ERROR-COUNT (WS-DEPT-HIT-IX)
               END-IF
           END-IF.

       FIND-DEPT-ENTRY-PARA.
                   MOVE ZERO TO WS-DEPT-PWR-COUNT (WS-DEPT-COUNT)
                   MOVE ZERO TO WS-DEPT-AVG-COUNT (WS-DEPT-COUNT)
                   MOVE ZERO TO WS-DEPT-ERROR-COUNT (WS-DEPT-COUNT)
                   MOVE ZERO TO WS-DEPT-HELD-COUNT (WS-DEPT-COUNT)
                   MOVE ZERO TO WS-DEPT-TOTAL (WS-DEPT-COUNT)
                   MOVE WS-DEPT-COUNT TO WS-DEPT-HIT-IX
               ELSE
               END-IF
           END-IF.

      *****************************************************************
      * A RESTART CAN MEET AN ENTRY ALREADY WRITTEN BEFORE THE ABEND,
      * SO A DUPLICATE KEY IS REWRITTEN, AS FOR THE HISTORY MASTER.
      *****************************************************************
       WRITE-CHAIN-REF-PARA.
           MOVE WS-CURRENT-BATCH-DATE TO CN-BATCH-DATE
           MOVE WS-ARITH-REC-NO TO CN-REC-NO
           IF TR-A-REF-FLAG = 'R'
               MOVE TR-A-REF-RECNO TO CN-A-RECNO
           ELSE
               MOVE ZERO TO CN-A-RECNO
           END-IF
           IF TR-B-REF-FLAG = 'R'
               MOVE TR-B-REF-RECNO TO CN-B-RECNO
           ELSE
               MOVE ZERO TO CN-B-RECNO
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO CN-CHAIN-STAMP
           WRITE CN-CHAIN-RECORD
               INVALID KEY
                   REWRITE CN-CHAIN-RECORD
           END-WRITE
           IF WS-CHAIN-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO WRITE CHAIN-FILE - "
                   "STATUS = " WS-CHAIN-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-REJECT-PARA.
           IF NOT REJECT-FILE-IS-OPEN
               PERFORM OPEN-REJECT-FILE-PARA
           CLOSE RESUBMIT-FILE
           CLOSE HISTORY-FILE
           CLOSE DEPT-FILE
           CLOSE RUN-FILE
           CLOSE PEND-FILE
           CLOSE PERIOD-FILE
           CLOSE ADJ-FILE
           CLOSE CHAIN-FILE
           IF REVIEW-FILE-IS-OPEN
               CLOSE REVIEW-FILE
           END-IF
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
       END PROGRAM ArithPGM.
