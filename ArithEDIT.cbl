      *   0 - EVERY RECORD PASSED AND THE CONTROL TOTALS BALANCE.
      *   8 - ONE OR MORE RECORDS FAILED THE EDIT, OR THE BATCH WAS
      *       REFUSED ON ITS CONTROL RECORDS (MISSING HEADER OR
      *       TRAILER, COUNT OR HASH MISMATCH, WRONG HEADER DATE),
      *       OR SUSPECTED CROSS-DAY DUPLICATES WERE HELD -
      *       SCHEDULER SHOULD HOLD THE ARITHPGM STEP.
      *  16 - A FILE COULD NOT BE OPENED OR WRITTEN, OR A BAD
      *       CONTROL CARD.
      * IS CHECKED AT STARTUP: A DATE ALREADY POSTED AND RECONCILED
      * IS REFUSED RC=8 UNLESS SYSIN CARRIES OVERRIDE=Y, AND A CLEAN
      * EDIT STAMPS THE DATE'S EDITED FLAG FOR THE DOWNSTREAM STEPS.
      * CROSS-DAY DUPLICATES: THE RUN-CONTROL ONLY STOPS THE SAME
      * DATE POSTING TWICE, SO A PROVIDER RESENDING AN EARLIER DAY'S
      * TRANSACTIONS UNDER A NEW BATCH DATE WOULD POST (AND BILL)
      * TWICE.  EVERY DETAIL THAT PASSES THE FIELD EDITS IS CHECKED
      * AGAINST THE RECENTLY-SEEN FINGERPRINT DATASET (DUPFPRT - SEE
      * ARITHFPR) FOR THE LOOK-BACK WINDOW (SYSIN LOOKBACK=NNN DAYS,
      * DEFAULT 014).  A MATCH IS A SUSPECTED DUPLICATE: IT IS LISTED
      * ON THE EDIT REPORT WITH THE EARLIER BATCH DATE AND REC-NO IT
      * MATCHES AND HELD OFF THE CLEAN FEED (RC=8, SO STEP010 WAITS)
      * UNLESS THE OPERATOR RELEASES IT WITH A RELEASE= CARD ON A
      * RERUN.  TO POST THE REST OF THE BATCH WITHOUT THE HELD ITEMS,
      * RESTART AT THE POSTING STEP AS FOR ANY OTHER FAILED RECORD.
      * EVERY DETAIL WRITTEN TO THE CLEAN FEED IS ADDED TO THE
      * DATASET; ENTRIES OLDER THAN THE WINDOW, AND ANY LEFT BY AN
      * EARLIER EDIT OF THE SAME DATE, ARE PURGED AT STARTUP.  IF THE
      * BATCH IS REFUSED (FAILED RECORDS OR CONTROL TOTALS) THIS
      * RUN'S ENTRIES ARE WITHDRAWN AGAIN AT THE END, SO THE
      * PROVIDER'S CORRECTED RESEND IS NOT HELD AS A DUPLICATE.  ON A
      * MERGED FEED (HEADER PROVIDER 'MRG') THE FINGERPRINT ALSO
      * CARRIES THE PROVIDER AND ITS OWN RECORD NUMBER FROM THE
      * ARITHMRG CROSS-REFERENCE (XREFFILE).  IF THE FINGERPRINT
      * DATASET CANNOT BE OPENED THE EDIT STILL RUNS, WITH A WARNING
      * AND NO DUPLICATE CHECK, AS FOR THE RUN-CONTROL.
      * STANDING-ORDER ITEMS (PROVIDER 'STD' - SEE ARITHSOG) REPEAT
      * BY DESIGN, SO THEY ARE NOT CHECKED FOR CROSS-DAY DUPLICATES;
      * THE GENERATOR'S OWN LAST-GENERATED DATE STOPS A REPEAT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS RN-RUN-DATE
               FILE STATUS IS WS-RUN-STATUS.

           SELECT FPRT-FILE ASSIGN TO "DUPFPRT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-FPRT-KEY
               FILE STATUS IS WS-FPRT-STATUS.

           SELECT XREF-FILE ASSIGN TO "XREFFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           PREFIX-DEPT-CODE     BY DP-DEPT-CODE
           PREFIX-DEPT-NAME     BY DP-DEPT-NAME
           PREFIX-DEPT-STATUS   BY DP-DEPT-STATUS
           PREFIX-COST-CENTER   BY DP-COST-CENTER
           PREFIX-CEILING       BY DP-CEILING
           PREFIX-DEVIATION     BY DP-DEVIATION.

       FD  PARAM-FILE.
       01  PARAM-REC                     PIC X(80).
           PREFIX-HKP-FLAG      BY RN-HKP-FLAG
           PREFIX-HKP-STAMP     BY RN-HKP-STAMP.

       FD  FPRT-FILE.
       COPY ARITHFPR REPLACING
           PREFIX-FPRT-RECORD   BY FP-FPRT-RECORD
           PREFIX-FPRT-KEY      BY FP-FPRT-KEY
           PREFIX-FINGERPRINT   BY FP-FINGERPRINT
           PREFIX-DEPT          BY FP-DEPT
           PREFIX-A             BY FP-A
           PREFIX-B             BY FP-B
           PREFIX-OPE           BY FP-OPE
           PREFIX-PROVIDER      BY FP-PROVIDER
           PREFIX-ORIG-RECNO    BY FP-ORIG-RECNO
           PREFIX-BATCH-DATE    BY FP-BATCH-DATE
           PREFIX-REC-NO        BY FP-REC-NO
           PREFIX-SEEN-STAMP    BY FP-SEEN-STAMP.

       FD  XREF-FILE.
       COPY ARITHXRF REPLACING
           PREFIX-XREF-RECORD BY XF-XREF-RECORD
           PREFIX-REC-NO      BY XF-REC-NO
           PREFIX-PROVIDER    BY XF-PROVIDER
           PREFIX-ORIG-RECNO  BY XF-ORIG-RECNO.

       WORKING-STORAGE SECTION.
       COPY ARITHCTL REPLACING
           PREFIX-CONTROL-RECORD BY CT-CONTROL-RECORD
           05  WS-DEPT-STATUS            PIC X(02) VALUE SPACES.
           05  WS-PARAM-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RUN-STATUS             PIC X(02) VALUE SPACES.
           05  WS-FPRT-STATUS            PIC X(02) VALUE SPACES.
           05  WS-XREF-STATUS            PIC X(02) VALUE SPACES.

       01  WS-TRANS-EOF                  PIC X(01) VALUE 'N'.
           88  END-OF-TRANS-FILE                   VALUE 'Y'.
           05  WS-PASS-COUNT             PIC 9(6) VALUE ZERO.
           05  WS-FAIL-COUNT             PIC 9(6) VALUE ZERO.
           05  WS-REASON-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-HELD-COUNT             PIC 9(6) VALUE ZERO.
           05  WS-RELEASED-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-FPRT-PURGE-COUNT       PIC 9(8) VALUE ZERO.
           05  WS-FPRT-WITHDRAW-COUNT    PIC 9(8) VALUE ZERO.

       01  WS-LAST-REC-NO                PIC 9(6) VALUE ZERO.
       01  WS-RAW-REC-NO-NUM             PIC 9(6) VALUE ZERO.
       01  WS-HASH-AMOUNT-X REDEFINES WS-HASH-AMOUNT
                                         PIC X(10).

       01  WS-FPRT-AVAILABLE             PIC X(01) VALUE 'N'.
           88  FPRT-FILE-AVAILABLE                 VALUE 'Y'.

       01  WS-FPRT-DONE                  PIC X(01) VALUE 'N'.
           88  FPRT-SCAN-FINISHED                  VALUE 'Y'.

       01  WS-LOOKBACK-DAYS              PIC 9(3) VALUE 014.
       01  WS-WINDOW-START               PIC X(08) VALUE SPACES.
       01  WS-WINDOW-INT                 PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-NUM                 PIC 9(8) VALUE ZERO.

       01  WS-FINGERPRINT.
           05  WS-FPR-DEPT               PIC X(03).
           05  WS-FPR-A                  PIC X(10).
           05  WS-FPR-B                  PIC X(10).
           05  WS-FPR-OPE                PIC X(01).
           05  WS-FPR-PROVIDER           PIC X(03).
           05  WS-FPR-ORIG-RECNO         PIC X(06).

       01  WS-STANDING-PROVIDER          PIC X(03) VALUE "STD".

       01  WS-DUP-FOUND                  PIC X(01) VALUE 'N'.
           88  DUPLICATE-SUSPECTED                 VALUE 'Y'.
       01  WS-DUP-BATCH-DATE             PIC X(08) VALUE SPACES.
       01  WS-DUP-REC-NO                 PIC 9(6) VALUE ZERO.

      *****************************************************************
      * RELEASE= CARDS NAME SUSPECTED DUPLICATES, BY REC-NO ON THIS
      * FEED, THAT THE OPERATOR HAS CONFIRMED ARE GENUINE REPEATS.
      *****************************************************************
       01  WS-RELEASE-ALL                PIC X(01) VALUE 'N'.
           88  RELEASE-ALL-SUSPECTS                VALUE 'Y'.
       01  WS-RELEASE-TABLE.
           05  WS-RELEASE-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-RELEASE-RECNO          PIC 9(6)
                   OCCURS 100 TIMES.
       01  WS-RELEASE-IX                 PIC 9(3) VALUE ZERO.
       01  WS-RELEASE-FOUND              PIC X(01) VALUE 'N'.
           88  RECORD-RELEASED                     VALUE 'Y'.

       01  WS-XREF-EOF                   PIC X(01) VALUE 'N'.
           88  END-OF-XREF-FILE                    VALUE 'Y'.

       01  WS-XREF-AVAILABLE             PIC X(01) VALUE 'N'.
           88  XREF-AVAILABLE                      VALUE 'Y'.

       01  WS-XREF-TABLE.
           05  WS-XREF-COUNT             PIC 9(6) VALUE ZERO.
           05  WS-XREF-ENTRY OCCURS 1 TO 100000 TIMES
               DEPENDING ON WS-XREF-COUNT
               ASCENDING KEY IS WS-XREF-RECNO
               INDEXED BY XREF-IDX.
               10  WS-XREF-RECNO         PIC 9(6).
               10  WS-XREF-PROV          PIC X(03).
               10  WS-XREF-ORIG          PIC X(06).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM WRITE-EDIT-TRAILER-PARA
           IF WS-FAIL-COUNT = 0 AND NOT CONTROL-FAILED
               PERFORM STAMP-EDITED-PARA
           ELSE
               IF FPRT-FILE-AVAILABLE
                   PERFORM WITHDRAW-FINGERPRINTS-PARA
               END-IF
           END-IF
           PERFORM CLOSE-FILES-PARA
           IF WS-FAIL-COUNT > 0 OR CONTROL-FAILED
               OR WS-HELD-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
           MOVE WS-CURRENT-BATCH-DATE TO WS-EXPECTED-DATE
           PERFORM READ-CONTROL-CARDS-PARA
           PERFORM CHECK-RUN-CONTROL-PARA
           PERFORM LOAD-XREF-TABLE-PARA
           PERFORM OPEN-FPRT-FILE-PARA
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN TRANS-FILE - STATUS = "
      * SYSIN CONTROL CARDS, AS FOR ARITHPGM:
      *   DATE=YYYYMMDD   THE POSTING DATE THE HEADER MUST CARRY -
      *                   CODE THE SAME CARD GIVEN TO ARITHPGM.
      *   LOOKBACK=NNN    DAYS OF EARLIER BATCHES A DETAIL IS
      *                   CHECKED AGAINST FOR DUPLICATES (001-366,
      *                   DEFAULT 014).
      *   RELEASE=NNNNNN  LET THE SUSPECTED DUPLICATE WITH THIS
      *                   REC-NO THROUGH TO THE CLEAN FEED (ONE CARD
      *                   PER RECORD, UP TO 100).
      *   RELEASE=ALL     LET EVERY SUSPECTED DUPLICATE THROUGH.
      * BLANK CARDS AND '*' COMMENT CARDS ARE IGNORED; A MISSING
      * SYSIN MEANS THE CURRENT DATE.
      *****************************************************************
                   END-IF
               WHEN PARAM-REC (1:10) = "OVERRIDE=Y"
                   MOVE 'Y' TO WS-OVERRIDE
               WHEN PARAM-REC (1:9) = "LOOKBACK="
                   IF PARAM-REC (10:3) NUMERIC
                       AND PARAM-REC (10:3) >= "001"
                       AND PARAM-REC (10:3) <= "366"
                       MOVE PARAM-REC (10:3) TO WS-LOOKBACK-DAYS
                   ELSE
                       PERFORM FLAG-BAD-CONTROL-CARD-PARA
                   END-IF
               WHEN PARAM-REC (1:11) = "RELEASE=ALL"
                   MOVE 'Y' TO WS-RELEASE-ALL
               WHEN PARAM-REC (1:8) = "RELEASE="
                   IF PARAM-REC (9:6) NUMERIC
                       AND WS-RELEASE-COUNT < 100
                       ADD 1 TO WS-RELEASE-COUNT
                       MOVE PARAM-REC (9:6)
                           TO WS-RELEASE-RECNO (WS-RELEASE-COUNT)
                   ELSE
                       PERFORM FLAG-BAD-CONTROL-CARD-PARA
                   END-IF
               WHEN OTHER
                   PERFORM FLAG-BAD-CONTROL-CARD-PARA
           END-EVALUATE.

       FLAG-BAD-CONTROL-CARD-PARA.
           DISPLAY "ERROR: INVALID CONTROL CARD '" PARAM-REC (1:20)
               "' - USE DATE=YYYYMMDD, OVERRIDE=Y, LOOKBACK=NNN, "
               "RELEASE=NNNNNN OR RELEASE=ALL"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

           END-IF
           PERFORM EDIT-OPERATOR-PARA
           PERFORM EDIT-DEPT-PARA
           MOVE 'N' TO WS-DUP-FOUND
           IF RECORD-IS-VALID AND FPRT-FILE-AVAILABLE
               PERFORM CHECK-DUPLICATE-PARA
           END-IF
           EVALUATE TRUE
               WHEN NOT RECORD-IS-VALID
                   ADD 1 TO WS-FAIL-COUNT
               WHEN DUPLICATE-SUSPECTED AND NOT RECORD-RELEASED
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   ADD 1 TO WS-PASS-COUNT
                   WRITE EDIT-OUT-REC FROM WS-RAW-RECORD
                   IF WS-EDIT-STATUS NOT = '00'
                       DISPLAY "ERROR: UNABLE TO WRITE EDIT-FILE - "
                           "STATUS = " WS-EDIT-STATUS
                       PERFORM CLOSE-FILES-PARA
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF FPRT-FILE-AVAILABLE
                       PERFORM RECORD-FINGERPRINT-PARA
                   END-IF
           END-EVALUATE
           IF REC-NO-IS-USABLE
               MOVE WS-RAW-REC-NO-NUM TO WS-LAST-REC-NO
           END-IF.
               END-READ
           END-IF.

      *****************************************************************
      * THE CROSS-REFERENCE IS WRITTEN BY ARITHMRG IN ASCENDING
      * REC-NO ORDER, SO A BINARY SEARCH KEEPS THE LOOKUP FLAT EVEN
      * ON A FULL-SIZE BATCH.  IT IS ONLY CONSULTED FOR A MERGED FEED
      * (HEADER PROVIDER 'MRG') - ON ANY OTHER DAY THE DATASET LEFT
      * ON DISK BELONGS TO AN EARLIER MERGE.
      *****************************************************************
       LOAD-XREF-TABLE-PARA.
           MOVE 'N' TO WS-XREF-EOF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = '00'
               MOVE 'Y' TO WS-XREF-AVAILABLE
               PERFORM UNTIL END-OF-XREF-FILE
                   READ XREF-FILE
                       AT END
                           SET END-OF-XREF-FILE TO TRUE
                       NOT AT END
                           PERFORM ADD-XREF-ENTRY-PARA
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.

       ADD-XREF-ENTRY-PARA.
           IF WS-XREF-COUNT < 100000
               ADD 1 TO WS-XREF-COUNT
               MOVE XF-REC-NO TO WS-XREF-RECNO (WS-XREF-COUNT)
               MOVE XF-PROVIDER TO WS-XREF-PROV (WS-XREF-COUNT)
               MOVE XF-ORIG-RECNO TO WS-XREF-ORIG (WS-XREF-COUNT)
           ELSE
               DISPLAY "ERROR: XREF TABLE FULL - MORE THAN 100000 "
                   "CROSS-REFERENCE RECORDS"
               CLOSE XREF-FILE
               CLOSE RUN-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOOKUP-SOURCE-PARA.
           IF XREF-AVAILABLE AND WS-XREF-COUNT > 0
               SEARCH ALL WS-XREF-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-XREF-RECNO (XREF-IDX) = WS-RAW-REC-NO-NUM
                       MOVE WS-XREF-PROV (XREF-IDX)
                           TO WS-FPR-PROVIDER
                       MOVE WS-XREF-ORIG (XREF-IDX)
                           TO WS-FPR-ORIG-RECNO
               END-SEARCH
           END-IF.

      *****************************************************************
      * FINGERPRINT DATASET (SEE ARITHFPR).  OPENED AS FOR THE
      * RUN-CONTROL, AND PURGED ON OPENING OF EVERYTHING OLDER THAN
      * THE LOOK-BACK WINDOW AND OF ANYTHING AN EARLIER EDIT OF THIS
      * SAME DATE LEFT BEHIND - THIS RUN RECORDS THE DATE AFRESH.
      *****************************************************************
       OPEN-FPRT-FILE-PARA.
           OPEN I-O FPRT-FILE
           IF WS-FPRT-STATUS NOT = '00'
               OPEN OUTPUT FPRT-FILE
               IF WS-FPRT-STATUS = '00'
                   CLOSE FPRT-FILE
                   OPEN I-O FPRT-FILE
               END-IF
           END-IF
           IF WS-FPRT-STATUS = '00'
               MOVE 'Y' TO WS-FPRT-AVAILABLE
               PERFORM COMPUTE-WINDOW-PARA
               PERFORM PURGE-FINGERPRINTS-PARA
           ELSE
               MOVE 'N' TO WS-FPRT-AVAILABLE
               DISPLAY "WARNING: FINGERPRINT FILE UNAVAILABLE - "
                   "STATUS = " WS-FPRT-STATUS
                   " - DUPLICATE CHECK OFF"
           END-IF.

       COMPUTE-WINDOW-PARA.
           MOVE WS-EXPECTED-DATE TO WS-WINDOW-NUM
           COMPUTE WS-WINDOW-INT =
               FUNCTION INTEGER-OF-DATE (WS-WINDOW-NUM)
               - WS-LOOKBACK-DAYS
           COMPUTE WS-WINDOW-NUM =
               FUNCTION DATE-OF-INTEGER (WS-WINDOW-INT)
           MOVE WS-WINDOW-NUM TO WS-WINDOW-START.

       PURGE-FINGERPRINTS-PARA.
           MOVE 'N' TO WS-FPRT-DONE
           MOVE LOW-VALUES TO FP-FPRT-KEY
           START FPRT-FILE KEY IS NOT LESS THAN FP-FPRT-KEY
               INVALID KEY
                   SET FPRT-SCAN-FINISHED TO TRUE
           END-START
           PERFORM UNTIL FPRT-SCAN-FINISHED
               READ FPRT-FILE NEXT RECORD
                   AT END
                       SET FPRT-SCAN-FINISHED TO TRUE
                   NOT AT END
                       IF FP-BATCH-DATE < WS-WINDOW-START
                           OR FP-BATCH-DATE = WS-EXPECTED-DATE
                           DELETE FPRT-FILE RECORD
                           IF WS-FPRT-STATUS = '00'
                               ADD 1 TO WS-FPRT-PURGE-COUNT
                           ELSE
                               DISPLAY "WARNING: UNABLE TO PURGE "
                                   "FINGERPRINT - STATUS = "
                                   WS-FPRT-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "ARITHEDIT: DUPLICATE WINDOW " WS-WINDOW-START
               " TO " WS-EXPECTED-DATE " - " WS-FPRT-PURGE-COUNT
               " FINGERPRINTS PURGED".

      *****************************************************************
      * A BATCH REFUSED FOR FAILED RECORDS OR ON ITS CONTROL TOTALS
      * IS BOUNCED BACK TO THE PROVIDER, NOT POSTED, SO THE
      * FINGERPRINTS THIS RUN RECORDED ARE WITHDRAWN AGAIN - THE
      * CORRECTED RESEND, UNDER WHATEVER BATCH DATE, MUST NOT BE HELD
      * AS A DUPLICATE OF A BATCH THAT NEVER POSTED.
      *****************************************************************
       WITHDRAW-FINGERPRINTS-PARA.
           MOVE 'N' TO WS-FPRT-DONE
           MOVE LOW-VALUES TO FP-FPRT-KEY
           START FPRT-FILE KEY IS NOT LESS THAN FP-FPRT-KEY
               INVALID KEY
                   SET FPRT-SCAN-FINISHED TO TRUE
           END-START
           PERFORM UNTIL FPRT-SCAN-FINISHED
               READ FPRT-FILE NEXT RECORD
                   AT END
                       SET FPRT-SCAN-FINISHED TO TRUE
                   NOT AT END
                       IF FP-BATCH-DATE = WS-EXPECTED-DATE
                           DELETE FPRT-FILE RECORD
                           IF WS-FPRT-STATUS = '00'
                               ADD 1 TO WS-FPRT-WITHDRAW-COUNT
                           ELSE
                               DISPLAY "WARNING: UNABLE TO WITHDRAW "
                                   "FINGERPRINT - STATUS = "
                                   WS-FPRT-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "ARITHEDIT: BATCH REFUSED - " WS-FPRT-WITHDRAW-COUNT
               " FINGERPRINTS WITHDRAWN".

      *****************************************************************
      * THE FIRST RECORD AT OR AFTER THE FINGERPRINT PLUS THE WINDOW
      * START IS THE EARLIEST SIGHTING INSIDE THE WINDOW; IT IS A
      * MATCH IF THE FINGERPRINT IS THE SAME AND IT WAS SEEN UNDER
      * AN EARLIER BATCH DATE.
      *****************************************************************
       CHECK-DUPLICATE-PARA.
           MOVE WS-RAW-DEPT TO WS-FPR-DEPT
           MOVE WS-RAW-A TO WS-FPR-A
           MOVE WS-RAW-B TO WS-FPR-B
           MOVE WS-RAW-OPE TO WS-FPR-OPE
           MOVE SPACES TO WS-FPR-PROVIDER, WS-FPR-ORIG-RECNO
           IF WS-CTL-HDR-PROVIDER = "MRG"
               PERFORM LOOKUP-SOURCE-PARA
           END-IF
           IF WS-FPR-PROVIDER NOT = WS-STANDING-PROVIDER
               MOVE WS-FINGERPRINT TO FP-FINGERPRINT
               MOVE WS-WINDOW-START TO FP-BATCH-DATE
               MOVE ZERO TO FP-REC-NO
               START FPRT-FILE KEY IS NOT LESS THAN FP-FPRT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ FPRT-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF FP-FINGERPRINT = WS-FINGERPRINT
                                   AND FP-BATCH-DATE < WS-EXPECTED-DATE
                                   MOVE 'Y' TO WS-DUP-FOUND
                                   MOVE FP-BATCH-DATE
                                       TO WS-DUP-BATCH-DATE
                                   MOVE FP-REC-NO TO WS-DUP-REC-NO
                               END-IF
                       END-READ
               END-START
           END-IF
           IF DUPLICATE-SUSPECTED
               PERFORM CHECK-RELEASE-PARA
               PERFORM WRITE-DUPLICATE-LINE-PARA
           END-IF.

       CHECK-RELEASE-PARA.
           MOVE WS-RELEASE-ALL TO WS-RELEASE-FOUND
           PERFORM VARYING WS-RELEASE-IX FROM 1 BY 1
               UNTIL WS-RELEASE-IX > WS-RELEASE-COUNT
                   OR RECORD-RELEASED
               IF WS-RELEASE-RECNO (WS-RELEASE-IX) = WS-RAW-REC-NO-NUM
                   MOVE 'Y' TO WS-RELEASE-FOUND
               END-IF
           END-PERFORM
           IF RECORD-RELEASED
               ADD 1 TO WS-RELEASED-COUNT
           END-IF.

       WRITE-DUPLICATE-LINE-PARA.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECORD " WS-READ-COUNT
               " REC-NO '" WS-RAW-REC-NO
               "' DUPLICATE OF BATCH " WS-DUP-BATCH-DATE
               " REC-NO " WS-DUP-REC-NO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF RECORD-RELEASED
               MOVE " RELEASED" TO WS-REPORT-LINE (72:9)
           ELSE
               MOVE " HELD" TO WS-REPORT-LINE (72:5)
           END-IF
           PERFORM WRITE-EDIT-REPORT-PARA.

       RECORD-FINGERPRINT-PARA.
           MOVE WS-FINGERPRINT TO FP-FINGERPRINT
           MOVE WS-EXPECTED-DATE TO FP-BATCH-DATE
           MOVE WS-RAW-REC-NO-NUM TO FP-REC-NO
           MOVE FUNCTION CURRENT-DATE (1:14) TO FP-SEEN-STAMP
           WRITE FP-FPRT-RECORD
           IF WS-FPRT-STATUS NOT = '00'
               DISPLAY "WARNING: UNABLE TO RECORD FINGERPRINT FOR "
                   "REC-NO " WS-RAW-REC-NO " - STATUS = "
                   WS-FPRT-STATUS
           END-IF.

       WRITE-EDIT-HEADER-PARA.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ARITHEDIT TRANSACTION EDIT REPORT - BATCH "
           STRING "FIELD ERRORS     : " WS-REASON-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-EDIT-REPORT-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DUPLICATES HELD  : " WS-HELD-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-EDIT-REPORT-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DUPS RELEASED    : " WS-RELEASED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-EDIT-REPORT-PARA
           DISPLAY "ARITHEDIT: READ " WS-READ-COUNT
               " PASSED " WS-PASS-COUNT
               " FAILED " WS-FAIL-COUNT
               " HELD " WS-HELD-COUNT.

       WRITE-EDIT-REPORT-PARA.
           WRITE EDIT-REPORT-REC FROM WS-REPORT-LINE
           CLOSE EDIT-FILE
           CLOSE EDIT-REPORT-FILE
           CLOSE DEPT-FILE
           CLOSE RUN-FILE
           CLOSE FPRT-FILE.
       END PROGRAM ArithEDIT.
