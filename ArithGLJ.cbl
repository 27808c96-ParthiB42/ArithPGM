       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArithGLJ.
      *****************************************************************
      * GENERAL LEDGER JOURNAL INTERFACE.
      * FINANCE USED TO RE-KEY THE DAILY DEPARTMENT TOTALS FROM THE
      * ARITHRPT CONTROL-BREAK PAGE INTO THE LEDGER.  THIS PROGRAM,
      * RUN AFTER ARITHRCN HAS BALANCED THE DAY, READS THE POSTED
      * HISTORY FOR THE BATCH DATE FROM ARITHHST AND WRITES A
      * BALANCED JOURNAL (GLJFILE - SEE ARITHGLJ) FOR THE LEDGER'S
      * JOURNAL IMPORT:
      *   - ONE DEBIT/CREDIT PAIR PER DEPARTMENT FOR THE DAY'S
      *     POSTINGS (STATUS 'S', AND STATUS 'V' - A RECORD STAMPED
      *     REVERSED WAS STILL POSTED ON THIS DATE), CHARGED TO THE
      *     DEPARTMENT'S COST CENTER FROM THE DEPARTMENT MASTER
      *     (DEPTMAST - SEE ARITHDPT).
      *   - REVERSALS (OPE 'V') POSTED TODAY ARE NOT NETTED INTO
      *     TODAY'S CHARGES: THEY COME OUT AS A SEPARATE CONTRA PAIR
      *     PER DEPARTMENT AND ORIGINAL POSTING DATE, SO THE LEDGER
      *     CAN MATCH THE CONTRA TO THE JOURNAL IT BACKS OUT.
      *   - LATE POSTINGS ARE NOT NETTED INTO TODAY'S CHARGES
      *     EITHER.  A HELD CALCULATION APPROVED WITH ARITHAPR, OR A
      *     REJECT RESUBMITTED THROUGH ARITHRSB, POSTS UNDER ITS
      *     ORIGINAL BATCH DATE, USUALLY AFTER THAT DATE'S JOURNAL
      *     HAS GONE.  THE HISTORY MASTER UP TO THE BATCH DATE IS
      *     READ FOR POSTED RECORDS OF AN EARLIER, ALREADY JOURNALED
      *     DATE WHOSE RUN STAMP IS LATER THAN THAT DATE'S JOURNAL
      *     SCAN; EACH COMES OUT IN A SEPARATE PAIR PER DEPARTMENT
      *     AND ORIGINAL POSTING DATE (ENTRY TYPE L) AND IS RECORDED
      *     ON JRNLCTL SO IT NEVER GOES AGAIN.  AN APPROVED CALCULATION
      *     REVERSED BEFORE IT WAS JOURNALED STILL GOES, FOUND BY ITS
      *     APPROVAL STAMP ON PENDAPRV, SINCE ITS REVERSAL GOES AS A
      *     CONTRA.  A RESUBMIT REVERSED BEFORE IT IS JOURNALED HAS
      *     NO SUCH STAMP AND IS NOT SENT - ITS CONTRA MUST BE
      *     CLEARED IN THE LEDGER BY HAND.  A DATE NOT YET JOURNALED
      *     IS LEFT ALONE - ITS OWN JOURNAL WILL CARRY EVERYTHING
      *     POSTED UNDER IT.
      *   - REJECTED RECORDS (STATUS 'E') NEVER POSTED AND ARE
      *     SKIPPED, AS ARE HELD ONES (STATUS 'H') UNTIL APPROVED.
      * A DEPARTMENT WHOSE NET IS A CREDIT GETS ITS PAIR THE OTHER
      * WAY ROUND, SO EVERY AMOUNT ON THE JOURNAL IS POSITIVE; A
      * DEPARTMENT THAT NETS TO ZERO GETS NO PAIR.
      * TWO GUARDS, NEITHER WAIVED BY AN OVERRIDE CARD - THE LEDGER
      * IS THE BOOKS OF RECORD:
      *   - THE DAILY RUN-CONTROL RECORD (ARITHRUN) MUST SHOW THE
      *     DATE RECONCILED.  AN UNAVAILABLE RUN-CONTROL CANNOT
      *     SHOW THAT, SO HERE IT REFUSES RATHER THAN WARNS.
      *   - THE JOURNAL-CONTROL FILE (JRNLCTL - SEE ARITHJCT) MUST
      *     NOT ALREADY HOLD THE DATE.  A RECORD IS WRITTEN THERE
      *     ONCE THE JOURNAL IS COMPLETE, SO THE SAME DATE CAN NEVER
      *     BE SENT TO THE LEDGER TWICE.  THE LATE POSTINGS IT
      *     CARRIES ARE RECORDED FIRST; ONES RECORDED BY A RUN FOR
      *     THE SAME DATE THAT NEVER COMPLETED ARE TAKEN AGAIN.
      * A DEPARTMENT CODE WITH NO COST CENTER ON THE MASTER REFUSES
      * THE WHOLE JOURNAL - A HALF JOURNAL WOULD BE WORSE THAN NONE.
      * A JOURNAL REPORT (GLJRPT) LISTS EVERY PAIR AND THE TOTALS.
      * SYSIN CONTROL CARDS (ALL OPTIONAL):
      *   DATE=YYYYMMDD   BATCH DATE TO JOURNAL (DEFAULT CURRENT
      *                   DATE) - CODE THE SAME CARD AS ARITHPGM.
      *   CHARGE=NNNNNN   LEDGER ACCOUNT DEBITED WITH A
      *                   DEPARTMENT'S CHARGES (DEFAULT 610000).
      *   RECOVERY=NNNNNN LEDGER ACCOUNT CREDITED WITH THE
      *                   RECOVERY (DEFAULT 490000).
      * THE PENDING-APPROVAL DATASET (PENDAPRV - SEE ARITHPND) IS
      * OPTIONAL; WITHOUT IT AN APPROVAL REVERSED BEFORE IT WAS
      * JOURNALED CANNOT BE FOUND, WHICH IS WARNED AND ENDS RC=4.
      * RETURN CODES: 0 JOURNAL BUILT, 4 JOURNAL BUILT BUT NOTHING
      * POSTED ON THE DATE OR PENDAPRV UNAVAILABLE, 8 REFUSED (NOT
      * RECONCILED, ALREADY JOURNALED, OR DEPARTMENT WITH NO COST
      * CENTER), 16 FILE OR CONTROL-CARD ERROR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "ARITHHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPTM-STATUS.

           SELECT RUN-FILE ASSIGN TO "ARITHRUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RN-RUN-DATE
               FILE STATUS IS WS-RUN-STATUS.

           SELECT JCTL-FILE ASSIGN TO "JRNLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JC-JCTL-KEY
               FILE STATUS IS WS-JCTL-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDAPRV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "GLJFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-REPORT-FILE ASSIGN TO "GLJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRPT-STATUS.

           SELECT PARAM-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  DEPT-FILE.
       COPY ARITHDPT REPLACING
           PREFIX-DEPT-RECORD   BY DP-DEPT-RECORD
           PREFIX-DEPT-CODE     BY DP-DEPT-CODE
           PREFIX-DEPT-NAME     BY DP-DEPT-NAME
           PREFIX-DEPT-STATUS   BY DP-DEPT-STATUS
           PREFIX-COST-CENTER   BY DP-COST-CENTER
           PREFIX-CEILING       BY DP-CEILING
           PREFIX-DEVIATION     BY DP-DEVIATION.

       FD  RUN-FILE.
       COPY ARITHRUN REPLACING
           PREFIX-RUN-RECORD    BY RN-RUN-RECORD
           PREFIX-RUN-DATE      BY RN-RUN-DATE
           PREFIX-EDITED-FLAG   BY RN-EDITED-FLAG
           PREFIX-EDITED-STAMP  BY RN-EDITED-STAMP
           PREFIX-POSTED-FLAG   BY RN-POSTED-FLAG
           PREFIX-POSTED-STAMP  BY RN-POSTED-STAMP
           PREFIX-RECON-FLAG    BY RN-RECON-FLAG
           PREFIX-RECON-STAMP   BY RN-RECON-STAMP
           PREFIX-DIST-FLAG     BY RN-DIST-FLAG
           PREFIX-DIST-STAMP    BY RN-DIST-STAMP
           PREFIX-HKP-FLAG      BY RN-HKP-FLAG
           PREFIX-HKP-STAMP     BY RN-HKP-STAMP.

       FD  JCTL-FILE.
       COPY ARITHJCT REPLACING
           PREFIX-JCTL-RECORD   BY JC-JCTL-RECORD
           PREFIX-JCTL-KEY      BY JC-JCTL-KEY
           PREFIX-JCTL-DATE     BY JC-JCTL-DATE
           PREFIX-JCTL-RECNO    BY JC-JCTL-RECNO
           PREFIX-JCTL-STAMP    BY JC-JCTL-STAMP
           PREFIX-JCTL-LINES    BY JC-JCTL-LINES
           PREFIX-JCTL-DR-TOTAL BY JC-JCTL-DR-TOTAL
           PREFIX-JCTL-CR-TOTAL BY JC-JCTL-CR-TOTAL
           PREFIX-JCTL-CARRIED-BY BY JC-JCTL-CARRIED-BY.

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

       FD  JOURNAL-FILE.
       COPY ARITHGLJ REPLACING
           PREFIX-GL-RECORD      BY GL-GL-RECORD
           PREFIX-GL-TAG         BY GL-GL-TAG
           PREFIX-GL-BODY        BY GL-GL-BODY
           PREFIX-GL-LINE        BY GL-GL-LINE
           PREFIX-POST-DATE      BY GL-POST-DATE
           PREFIX-ENTRY-TYPE     BY GL-ENTRY-TYPE
           PREFIX-ORIG-DATE      BY GL-ORIG-DATE
           PREFIX-DEPT           BY GL-DEPT
           PREFIX-COST-CENTER    BY GL-COST-CENTER
           PREFIX-ACCOUNT        BY GL-ACCOUNT
           PREFIX-DR-CR          BY GL-DR-CR
           PREFIX-AMOUNT         BY GL-AMOUNT
           PREFIX-ITEM-COUNT     BY GL-ITEM-COUNT
           PREFIX-DESCRIPTION    BY GL-DESCRIPTION
           PREFIX-GL-HDR         BY GL-GL-HDR
           PREFIX-HDR-DATE       BY GL-HDR-DATE
           PREFIX-HDR-SOURCE     BY GL-HDR-SOURCE
           PREFIX-GL-TRL         BY GL-GL-TRL
           PREFIX-TRL-LINE-COUNT BY GL-TRL-LINE-COUNT
           PREFIX-TRL-DR-TOTAL   BY GL-TRL-DR-TOTAL
           PREFIX-TRL-CR-TOTAL   BY GL-TRL-CR-TOTAL.

       FD  JOURNAL-REPORT-FILE.
       01  JOURNAL-REPORT-REC            PIC X(80).

       FD  PARAM-FILE.
       01  PARAM-REC                     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-HIST-STATUS            PIC X(02) VALUE SPACES.
           05  WS-DEPTM-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RUN-STATUS             PIC X(02) VALUE SPACES.
           05  WS-JCTL-STATUS            PIC X(02) VALUE SPACES.
           05  WS-PEND-STATUS            PIC X(02) VALUE SPACES.
           05  WS-JOURNAL-STATUS         PIC X(02) VALUE SPACES.
           05  WS-GLJRPT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-PARAM-STATUS           PIC X(02) VALUE SPACES.

       01  WS-HIST-DONE                  PIC X(01) VALUE 'N'.
           88  HISTORY-FINISHED                    VALUE 'Y'.

       01  WS-PARAM-EOF                  PIC X(01) VALUE 'N'.
           88  END-OF-PARAM-FILE                   VALUE 'Y'.

       01  WS-PEND-AVAILABLE             PIC X(01) VALUE 'N'.
           88  PEND-FILE-AVAILABLE                 VALUE 'Y'.

       01  WS-BATCH-DATE                 PIC X(08) VALUE SPACES.
       01  WS-SCAN-STAMP                 PIC X(14) VALUE SPACES.
       01  WS-CHARGE-ACCOUNT             PIC X(06) VALUE "610000".
       01  WS-RECOVERY-ACCOUNT           PIC X(06) VALUE "490000".

      *****************************************************************
      * ONE ENTRY PER JOURNAL PAIR: ENTRY TYPE P (THE DEPARTMENT'S
      * POSTINGS), C (CONTRA FOR ONE ORIGINAL POSTING DATE) OR L
      * (LATE POSTINGS FOR ONE ORIGINAL POSTING DATE).
      *****************************************************************
       01  WS-JRN-TABLE.
           05  WS-JRN-COUNT              PIC 9(3) VALUE ZERO.
           05  WS-JRN-ENTRY OCCURS 500 TIMES.
               10  WS-JRN-KEY.
                   15  WS-JRN-TYPE       PIC X(01).
                   15  WS-JRN-DEPT       PIC X(03).
                   15  WS-JRN-ORIG-DATE  PIC X(08).
               10  WS-JRN-COST-CENTER    PIC X(05).
               10  WS-JRN-ITEMS          PIC 9(6).
               10  WS-JRN-NET            PIC S9(11)V99.

       01  WS-JRN-IX                     PIC 9(3) VALUE ZERO.
       01  WS-JRN-HIT-IX                 PIC 9(3) VALUE ZERO.
       01  WS-JRN-FOUND                  PIC X(01) VALUE 'N'.
           88  JRN-ENTRY-FOUND                     VALUE 'Y'.

       01  WS-SEARCH-KEY.
           05  WS-SEARCH-TYPE            PIC X(01).
           05  WS-SEARCH-DEPT            PIC X(03).
           05  WS-SEARCH-ORIG-DATE       PIC X(08).

      *****************************************************************
      * LATE POSTINGS FOUND BY THE SCAN, TO BE RECORDED ON JRNLCTL,
      * AND THE JOURNAL-CONTROL STATE OF THE EARLIER DATE IN HAND.
      *****************************************************************
       01  WS-LATE-TABLE.
           05  WS-LATE-COUNT             PIC 9(4) VALUE ZERO.
           05  WS-LATE-ENTRY OCCURS 2000 TIMES.
               10  WS-LATE-DATE          PIC X(08).
               10  WS-LATE-RECNO         PIC 9(6).

       01  WS-LATE-IX                    PIC 9(4) VALUE ZERO.
       01  WS-PRIOR-DATE                 PIC X(08) VALUE SPACES.
       01  WS-PRIOR-STAMP                PIC X(14) VALUE SPACES.
       01  WS-PRIOR-JOURNALED            PIC X(01) VALUE 'N'.
           88  PRIOR-DATE-JOURNALED                VALUE 'Y'.

       01  WS-REV-MSG-PARTS.
           05  WS-REV-MSG-LEAD           PIC X(15).
           05  WS-REV-MSG-DATE           PIC X(08).
           05  FILLER                    PIC X(17).

       01  WS-COUNTERS.
           05  WS-HIST-READ-COUNT        PIC 9(8) VALUE ZERO.
           05  WS-POSTING-COUNT          PIC 9(8) VALUE ZERO.
           05  WS-CONTRA-COUNT           PIC 9(8) VALUE ZERO.
           05  WS-PRIOR-READ-COUNT       PIC 9(8) VALUE ZERO.
           05  WS-SKIP-COUNT             PIC 9(8) VALUE ZERO.
           05  WS-LINE-COUNT             PIC 9(6) VALUE ZERO.
           05  WS-NO-CC-COUNT            PIC 9(4) VALUE ZERO.

       01  WS-DR-TOTAL                   PIC 9(13)V99 VALUE ZERO.
       01  WS-CR-TOTAL                   PIC 9(13)V99 VALUE ZERO.
       01  WS-PAIR-AMOUNT                PIC 9(11)V99 VALUE ZERO.
       01  WS-CHARGE-SIDE                PIC X(01) VALUE SPACES.
       01  WS-RECOVERY-SIDE              PIC X(01) VALUE SPACES.
       01  WS-DESCRIPTION                PIC X(26) VALUE SPACES.

       01  WS-REPORT-LINE                PIC X(80) VALUE SPACES.
       01  WS-DISPLAY-AMOUNT             PIC Z(10)9.99.
       01  WS-DISPLAY-TOTAL              PIC Z(12)9.99.
       01  WS-DISPLAY-TOTAL-2            PIC Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CONTROL-CARDS-PARA
           IF WS-BATCH-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BATCH-DATE
           END-IF
           PERFORM CHECK-JOURNAL-CONTROL-PARA
           PERFORM CHECK-RUN-CONTROL-PARA
           PERFORM OPEN-FILES-PARA
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-SCAN-STAMP
           PERFORM SCAN-HISTORY-PARA
           PERFORM ASSIGN-COST-CENTERS-PARA
           IF WS-NO-CC-COUNT > ZERO
               DISPLAY "ERROR: " WS-NO-CC-COUNT " DEPARTMENT(S) WITH "
                   "NO COST CENTER ON DEPTMAST - NO JOURNAL BUILT "
                   "FOR " WS-BATCH-DATE
               PERFORM CLOSE-FILES-PARA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-OUTPUTS-PARA
           PERFORM WRITE-JOURNAL-PARA
           PERFORM RECORD-JOURNAL-CONTROL-PARA
           PERFORM WRITE-JOURNAL-REPORT-PARA
           PERFORM CLOSE-FILES-PARA
           CLOSE JOURNAL-FILE
           CLOSE JOURNAL-REPORT-FILE
           IF WS-JRN-COUNT = ZERO
               DISPLAY "ARITHGLJ: NOTHING POSTED ON " WS-BATCH-DATE
                   " - EMPTY JOURNAL SENT"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NOT PEND-FILE-AVAILABLE
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
               WHEN PARAM-REC (1:5) = "DATE="
                   IF PARAM-REC (6:8) NUMERIC
                       AND PARAM-REC (10:2) >= "01"
                       AND PARAM-REC (10:2) <= "12"
                       AND PARAM-REC (12:2) >= "01"
                       AND PARAM-REC (12:2) <= "31"
                       MOVE PARAM-REC (6:8) TO WS-BATCH-DATE
                   ELSE
                       PERFORM FLAG-BAD-CONTROL-CARD-PARA
                   END-IF
               WHEN PARAM-REC (1:7) = "CHARGE="
                   IF PARAM-REC (8:6) NUMERIC
                       MOVE PARAM-REC (8:6) TO WS-CHARGE-ACCOUNT
                   ELSE
                       PERFORM FLAG-BAD-CONTROL-CARD-PARA
                   END-IF
               WHEN PARAM-REC (1:9) = "RECOVERY="
                   IF PARAM-REC (10:6) NUMERIC
                       MOVE PARAM-REC (10:6) TO WS-RECOVERY-ACCOUNT
                   ELSE
                       PERFORM FLAG-BAD-CONTROL-CARD-PARA
                   END-IF
               WHEN OTHER
                   PERFORM FLAG-BAD-CONTROL-CARD-PARA
           END-EVALUATE.

       FLAG-BAD-CONTROL-CARD-PARA.
           DISPLAY "ERROR: INVALID CONTROL CARD '" PARAM-REC (1:20)
               "' - USE DATE=YYYYMMDD, CHARGE=NNNNNN OR "
               "RECOVERY=NNNNNN"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * JOURNAL CONTROL (SEE ARITHJCT).  THE FILE STAYS OPEN I-O SO
      * THE CONTROL RECORD CAN BE WRITTEN ONCE THE JOURNAL IS BUILT.
      *****************************************************************
       CHECK-JOURNAL-CONTROL-PARA.
           OPEN I-O JCTL-FILE
           IF WS-JCTL-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN JOURNAL-CONTROL FILE - "
                   "STATUS = " WS-JCTL-STATUS
                   " - CANNOT PROVE " WS-BATCH-DATE " NOT ALREADY SENT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BATCH-DATE TO JC-JCTL-DATE
           MOVE ZERO TO JC-JCTL-RECNO
           READ JCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERROR: BATCH DATE " WS-BATCH-DATE
                       " ALREADY JOURNALED " JC-JCTL-STAMP
                       " - NOT SENT TO THE LEDGER AGAIN"
                   CLOSE JCTL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.

      *****************************************************************
      * DAILY RUN-CONTROL (SEE ARITHRUN).  ONLY A RECONCILED DAY MAY
      * REACH THE LEDGER, AND THERE IS NO OVERRIDE.
      *****************************************************************
       CHECK-RUN-CONTROL-PARA.
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS NOT = '00'
               DISPLAY "ERROR: RUN-CONTROL UNAVAILABLE - STATUS = "
                   WS-RUN-STATUS " - CANNOT PROVE " WS-BATCH-DATE
                   " RECONCILED"
               CLOSE JCTL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BATCH-DATE TO RN-RUN-DATE
           READ RUN-FILE
               INVALID KEY
                   MOVE 'N' TO RN-RECON-FLAG
           END-READ
           CLOSE RUN-FILE
           IF RN-RECON-FLAG NOT = 'Y'
               DISPLAY "ERROR: BATCH DATE " WS-BATCH-DATE
                   " NOT MARKED RECONCILED - NO JOURNAL BUILT"
               CLOSE JCTL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-FILES-PARA.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN HISTORY-FILE - STATUS = "
                   WS-HIST-STATUS
               CLOSE JCTL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEPT-FILE
           IF WS-DEPTM-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN DEPT-FILE - STATUS = "
                   WS-DEPTM-STATUS " - COST CENTERS REQUIRED"
               CLOSE JCTL-FILE
               CLOSE HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS = '00'
               SET PEND-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "WARNING: PENDAPRV UNAVAILABLE - STATUS = "
                   WS-PEND-STATUS " - AN APPROVAL REVERSED BEFORE IT "
                   "WAS JOURNALED CANNOT BE FOUND"
           END-IF.

       OPEN-OUTPUTS-PARA.
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN JOURNAL-FILE - STATUS = "
                   WS-JOURNAL-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT JOURNAL-REPORT-FILE
           IF WS-GLJRPT-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN JOURNAL-REPORT-FILE - "
                   "STATUS = " WS-GLJRPT-STATUS
               PERFORM CLOSE-FILES-PARA
               CLOSE JOURNAL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * ONE PASS OF THE MASTER FROM THE FIRST KEY THROUGH THE BATCH
      * DATE: EARLIER DATES ARE SEARCHED FOR LATE POSTINGS, THE
      * BATCH DATE ITSELF IS JOURNALED.
      *****************************************************************
       SCAN-HISTORY-PARA.
           MOVE LOW-VALUES TO HS-HIST-KEY
           START HISTORY-FILE KEY IS NOT LESS THAN HS-HIST-KEY
               INVALID KEY
                   SET HISTORY-FINISHED TO TRUE
           END-START
           PERFORM UNTIL HISTORY-FINISHED
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       SET HISTORY-FINISHED TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN HS-BATCH-DATE > WS-BATCH-DATE
                               SET HISTORY-FINISHED TO TRUE
                           WHEN HS-BATCH-DATE < WS-BATCH-DATE
                               ADD 1 TO WS-PRIOR-READ-COUNT
                               PERFORM CHECK-LATE-POSTING-PARA
                           WHEN OTHER
                               ADD 1 TO WS-HIST-READ-COUNT
                               PERFORM JOURNAL-HISTORY-RECORD-PARA
                       END-EVALUATE
               END-READ
           END-PERFORM.

      *****************************************************************
      * A RECORD OF AN EARLIER DATE IS A LATE POSTING WHEN THAT DATE
      * HAS BEEN JOURNALED AND THE RECORD WAS STAMPED AFTER THE
      * JOURNAL'S SCAN BEGAN: POSTED ('S') BY AN APPROVAL OR A
      * RESUBMIT, OR SINCE REVERSED ('V') AFTER AN APPROVAL MADE
      * THEN.  A RECORD STAMPED ONLY BY ITS REVERSAL POSTED IN TIME
      * FOR ITS OWN DATE'S JOURNAL, AND ONE ALREADY ON JRNLCTL HAS
      * GONE ON AN EARLIER JOURNAL.
      *****************************************************************
       CHECK-LATE-POSTING-PARA.
           IF HS-BATCH-DATE NOT = WS-PRIOR-DATE
               PERFORM LOAD-PRIOR-DATE-PARA
           END-IF
           IF PRIOR-DATE-JOURNALED
               AND HS-RUN-STAMP > WS-PRIOR-STAMP
               AND HS-OPE NOT = 'V'
               EVALUATE TRUE
                   WHEN HS-STATUS = 'S'
                       PERFORM CHECK-LATE-CONTROL-PARA
                   WHEN HS-STATUS = 'V'
                       PERFORM CHECK-LATE-APPROVAL-PARA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       LOAD-PRIOR-DATE-PARA.
           MOVE HS-BATCH-DATE TO WS-PRIOR-DATE
           MOVE HS-BATCH-DATE TO JC-JCTL-DATE
           MOVE ZERO TO JC-JCTL-RECNO
           READ JCTL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PRIOR-JOURNALED
                   MOVE SPACES TO WS-PRIOR-STAMP
               NOT INVALID KEY
                   SET PRIOR-DATE-JOURNALED TO TRUE
                   MOVE JC-JCTL-STAMP TO WS-PRIOR-STAMP
           END-READ.

       CHECK-LATE-APPROVAL-PARA.
           IF PEND-FILE-AVAILABLE
               MOVE HS-HIST-KEY TO PD-PEND-KEY
               READ PEND-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PD-ACTION = 'A'
                           AND PD-ACTION-STAMP > WS-PRIOR-STAMP
                           PERFORM CHECK-LATE-CONTROL-PARA
                       END-IF
               END-READ
           END-IF.

       CHECK-LATE-CONTROL-PARA.
           MOVE HS-BATCH-DATE TO JC-JCTL-DATE
           MOVE HS-REC-NO TO JC-JCTL-RECNO
           READ JCTL-FILE
               INVALID KEY
                   PERFORM ADD-LATE-POSTING-PARA
               NOT INVALID KEY
                   IF JC-JCTL-CARRIED-BY = WS-BATCH-DATE
                       PERFORM ADD-LATE-POSTING-PARA
                   END-IF
           END-READ.

       ADD-LATE-POSTING-PARA.
           IF WS-LATE-COUNT NOT < 2000
               DISPLAY "ERROR: MORE THAN 2000 LATE POSTINGS FOR "
                   WS-BATCH-DATE " - NO JOURNAL BUILT"
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LATE-COUNT
           MOVE HS-BATCH-DATE TO WS-LATE-DATE (WS-LATE-COUNT)
           MOVE HS-REC-NO TO WS-LATE-RECNO (WS-LATE-COUNT)
           MOVE 'L' TO WS-SEARCH-TYPE
           MOVE HS-BATCH-DATE TO WS-SEARCH-ORIG-DATE
           PERFORM ACCUMULATE-JOURNAL-PARA.

      *****************************************************************
      * A REVERSAL'S HISTORY RECORD CARRIES THE ORIGINAL AMOUNT IN A
      * AND THE TARGET KEY ONLY IN ITS STATUS MESSAGE ("REVERSES
      * BATCH YYYYMMDD REC NNNNNN" - SEE APPLY-REVERSAL-PARA IN
      * ARITHPGM), SO THE ORIGINAL POSTING DATE IS TAKEN FROM THERE.
      * A RECORD STAMPED SINCE THE SCAN BEGAN (AN APPROVAL MADE WHILE
      * THIS RUN IS READING) IS LEFT AS A LATE POSTING FOR THE NEXT.
      *****************************************************************
       JOURNAL-HISTORY-RECORD-PARA.
           EVALUATE TRUE
               WHEN HS-RUN-STAMP > WS-SCAN-STAMP
                   ADD 1 TO WS-SKIP-COUNT
               WHEN HS-STATUS = 'S' AND HS-OPE = 'V'
                   MOVE HS-STATUS-MSG TO WS-REV-MSG-PARTS
                   MOVE 'C' TO WS-SEARCH-TYPE
                   IF WS-REV-MSG-LEAD = "REVERSES BATCH "
                       AND WS-REV-MSG-DATE NUMERIC
                       MOVE WS-REV-MSG-DATE TO WS-SEARCH-ORIG-DATE
                   ELSE
                       MOVE WS-BATCH-DATE TO WS-SEARCH-ORIG-DATE
                   END-IF
                   ADD 1 TO WS-CONTRA-COUNT
                   PERFORM ACCUMULATE-JOURNAL-PARA
               WHEN HS-STATUS = 'S' OR HS-STATUS = 'V'
                   MOVE 'P' TO WS-SEARCH-TYPE
                   MOVE WS-BATCH-DATE TO WS-SEARCH-ORIG-DATE
                   ADD 1 TO WS-POSTING-COUNT
                   PERFORM ACCUMULATE-JOURNAL-PARA
               WHEN OTHER
                   ADD 1 TO WS-SKIP-COUNT
           END-EVALUATE.

       ACCUMULATE-JOURNAL-PARA.
           MOVE HS-DEPT TO WS-SEARCH-DEPT
           PERFORM FIND-JRN-ENTRY-PARA
           ADD 1 TO WS-JRN-ITEMS (WS-JRN-HIT-IX)
           ADD HS-C TO WS-JRN-NET (WS-JRN-HIT-IX).

       FIND-JRN-ENTRY-PARA.
           MOVE 'N' TO WS-JRN-FOUND
           PERFORM VARYING WS-JRN-IX FROM 1 BY 1
               UNTIL WS-JRN-IX > WS-JRN-COUNT
                   OR JRN-ENTRY-FOUND
               IF WS-JRN-KEY (WS-JRN-IX) = WS-SEARCH-KEY
                   SET JRN-ENTRY-FOUND TO TRUE
                   MOVE WS-JRN-IX TO WS-JRN-HIT-IX
               END-IF
           END-PERFORM
           IF NOT JRN-ENTRY-FOUND
               IF WS-JRN-COUNT < 500
                   ADD 1 TO WS-JRN-COUNT
                   MOVE WS-SEARCH-KEY TO WS-JRN-KEY (WS-JRN-COUNT)
                   MOVE SPACES TO WS-JRN-COST-CENTER (WS-JRN-COUNT)
                   MOVE ZERO TO WS-JRN-ITEMS (WS-JRN-COUNT)
                   MOVE ZERO TO WS-JRN-NET (WS-JRN-COUNT)
                   MOVE WS-JRN-COUNT TO WS-JRN-HIT-IX
               ELSE
                   DISPLAY "ERROR: MORE THAN 500 JOURNAL PAIRS FOR "
                       WS-BATCH-DATE " - NO JOURNAL BUILT"
                   PERFORM CLOSE-FILES-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       ASSIGN-COST-CENTERS-PARA.
           PERFORM VARYING WS-JRN-IX FROM 1 BY 1
               UNTIL WS-JRN-IX > WS-JRN-COUNT
               MOVE WS-JRN-DEPT (WS-JRN-IX) TO DP-DEPT-CODE
               READ DEPT-FILE
                   INVALID KEY
                       MOVE SPACES TO DP-COST-CENTER
               END-READ
               IF DP-COST-CENTER = SPACES
                   ADD 1 TO WS-NO-CC-COUNT
                   DISPLAY "ERROR: DEPARTMENT '"
                       WS-JRN-DEPT (WS-JRN-IX)
                       "' HAS NO COST CENTER ON DEPTMAST"
               ELSE
                   MOVE DP-COST-CENTER
                       TO WS-JRN-COST-CENTER (WS-JRN-IX)
               END-IF
           END-PERFORM.

       WRITE-JOURNAL-PARA.
           MOVE SPACES TO GL-GL-RECORD
           MOVE "HDR" TO GL-GL-TAG
           MOVE WS-BATCH-DATE TO GL-HDR-DATE
           MOVE "ARITHPGM" TO GL-HDR-SOURCE
           PERFORM WRITE-JOURNAL-RECORD-PARA
           PERFORM VARYING WS-JRN-IX FROM 1 BY 1
               UNTIL WS-JRN-IX > WS-JRN-COUNT
               IF WS-JRN-NET (WS-JRN-IX) NOT = ZERO
                   PERFORM WRITE-JOURNAL-PAIR-PARA
               END-IF
           END-PERFORM
           MOVE SPACES TO GL-GL-RECORD
           MOVE "TRL" TO GL-GL-TAG
           MOVE WS-LINE-COUNT TO GL-TRL-LINE-COUNT
           MOVE WS-DR-TOTAL TO GL-TRL-DR-TOTAL
           MOVE WS-CR-TOTAL TO GL-TRL-CR-TOTAL
           PERFORM WRITE-JOURNAL-RECORD-PARA.

      *****************************************************************
      * A NET DEBIT CHARGES THE DEPARTMENT AND CREDITS RECOVERY; A
      * NET CREDIT (E.G. A CONTRA BACKING OUT A CHARGE) RUNS THE
      * OTHER WAY.  BOTH LINES CARRY THE DEPARTMENT'S COST CENTER.
      *****************************************************************
       WRITE-JOURNAL-PAIR-PARA.
           IF WS-JRN-NET (WS-JRN-IX) > ZERO
               MOVE WS-JRN-NET (WS-JRN-IX) TO WS-PAIR-AMOUNT
               MOVE 'D' TO WS-CHARGE-SIDE
               MOVE 'C' TO WS-RECOVERY-SIDE
           ELSE
               COMPUTE WS-PAIR-AMOUNT = ZERO - WS-JRN-NET (WS-JRN-IX)
               MOVE 'C' TO WS-CHARGE-SIDE
               MOVE 'D' TO WS-RECOVERY-SIDE
           END-IF
           MOVE SPACES TO WS-DESCRIPTION
           EVALUATE WS-JRN-TYPE (WS-JRN-IX)
               WHEN 'C'
                   STRING "CONTRA - REVERSES "
                       WS-JRN-ORIG-DATE (WS-JRN-IX)
                       DELIMITED BY SIZE INTO WS-DESCRIPTION
               WHEN 'L'
                   STRING "LATE POSTING FOR "
                       WS-JRN-ORIG-DATE (WS-JRN-IX)
                       DELIMITED BY SIZE INTO WS-DESCRIPTION
               WHEN OTHER
                   STRING "CALC CHARGES " WS-BATCH-DATE
                       DELIMITED BY SIZE INTO WS-DESCRIPTION
           END-EVALUATE
           PERFORM BUILD-JOURNAL-LINE-PARA
           MOVE WS-CHARGE-ACCOUNT TO GL-ACCOUNT
           MOVE WS-CHARGE-SIDE TO GL-DR-CR
           PERFORM WRITE-JOURNAL-LINE-PARA
           PERFORM BUILD-JOURNAL-LINE-PARA
           MOVE WS-RECOVERY-ACCOUNT TO GL-ACCOUNT
           MOVE WS-RECOVERY-SIDE TO GL-DR-CR
           PERFORM WRITE-JOURNAL-LINE-PARA.

       BUILD-JOURNAL-LINE-PARA.
           MOVE SPACES TO GL-GL-RECORD
           MOVE "JRN" TO GL-GL-TAG
           MOVE WS-BATCH-DATE TO GL-POST-DATE
           MOVE WS-JRN-TYPE (WS-JRN-IX) TO GL-ENTRY-TYPE
           MOVE WS-JRN-ORIG-DATE (WS-JRN-IX) TO GL-ORIG-DATE
           MOVE WS-JRN-DEPT (WS-JRN-IX) TO GL-DEPT
           MOVE WS-JRN-COST-CENTER (WS-JRN-IX) TO GL-COST-CENTER
           MOVE WS-PAIR-AMOUNT TO GL-AMOUNT
           MOVE WS-JRN-ITEMS (WS-JRN-IX) TO GL-ITEM-COUNT
           MOVE WS-DESCRIPTION TO GL-DESCRIPTION.

       WRITE-JOURNAL-LINE-PARA.
           ADD 1 TO WS-LINE-COUNT
           IF GL-DR-CR = 'D'
               ADD WS-PAIR-AMOUNT TO WS-DR-TOTAL
           ELSE
               ADD WS-PAIR-AMOUNT TO WS-CR-TOTAL
           END-IF
           PERFORM WRITE-JOURNAL-RECORD-PARA.

       WRITE-JOURNAL-RECORD-PARA.
           WRITE GL-GL-RECORD
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO WRITE JOURNAL-FILE - "
                   "STATUS = " WS-JOURNAL-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * THE LATE POSTINGS ARE RECORDED BEFORE THE DATE ITSELF, SO A
      * RUN THAT STOPS BETWEEN THE TWO LEAVES THE DATE OPEN AND ITS
      * RERUN TAKES THE SAME LATE POSTINGS AGAIN (SEE
      * CHECK-LATE-CONTROL-PARA).  THE DATE'S STAMP IS WHEN ITS SCAN
      * BEGAN, SO ANYTHING POSTED UNDER IT SINCE IS LATE.
      *****************************************************************
       RECORD-JOURNAL-CONTROL-PARA.
           PERFORM VARYING WS-LATE-IX FROM 1 BY 1
               UNTIL WS-LATE-IX > WS-LATE-COUNT
               PERFORM RECORD-LATE-POSTING-PARA
           END-PERFORM
           MOVE WS-BATCH-DATE TO JC-JCTL-DATE
           MOVE ZERO TO JC-JCTL-RECNO
           MOVE WS-SCAN-STAMP TO JC-JCTL-STAMP
           MOVE WS-LINE-COUNT TO JC-JCTL-LINES
           MOVE WS-DR-TOTAL TO JC-JCTL-DR-TOTAL
           MOVE WS-CR-TOTAL TO JC-JCTL-CR-TOTAL
           MOVE SPACES TO JC-JCTL-CARRIED-BY
           WRITE JC-JCTL-RECORD
           IF WS-JCTL-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO RECORD JOURNAL CONTROL FOR "
                   WS-BATCH-DATE " - STATUS = " WS-JCTL-STATUS
                   " - DO NOT SEND THE JOURNAL"
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECORD-LATE-POSTING-PARA.
           MOVE WS-LATE-DATE (WS-LATE-IX) TO JC-JCTL-DATE
           MOVE WS-LATE-RECNO (WS-LATE-IX) TO JC-JCTL-RECNO
           MOVE WS-SCAN-STAMP TO JC-JCTL-STAMP
           MOVE ZERO TO JC-JCTL-LINES
           MOVE ZERO TO JC-JCTL-DR-TOTAL
           MOVE ZERO TO JC-JCTL-CR-TOTAL
           MOVE WS-BATCH-DATE TO JC-JCTL-CARRIED-BY
           WRITE JC-JCTL-RECORD
               INVALID KEY
                   REWRITE JC-JCTL-RECORD
           END-WRITE
           IF WS-JCTL-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO RECORD LATE POSTING "
                   WS-LATE-DATE (WS-LATE-IX) " REC-NO "
                   WS-LATE-RECNO (WS-LATE-IX) " - STATUS = "
                   WS-JCTL-STATUS " - DO NOT SEND THE JOURNAL"
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-JOURNAL-REPORT-PARA.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ARITHGLJ GENERAL LEDGER JOURNAL - BATCH "
               WS-BATCH-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE "TYP DEP CC    ORIG DATE  ITEMS  SIDE/ACCOUNT"
               TO WS-REPORT-LINE
           MOVE "AMOUNT" TO WS-REPORT-LINE (67:6)
           PERFORM WRITE-REPORT-LINE-PARA
           PERFORM VARYING WS-JRN-IX FROM 1 BY 1
               UNTIL WS-JRN-IX > WS-JRN-COUNT
               PERFORM WRITE-REPORT-PAIR-PARA
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "HISTORY RECORDS READ : " WS-HIST-READ-COUNT
               "   POSTINGS: " WS-POSTING-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REVERSALS (CONTRA)   : " WS-CONTRA-COUNT
               "   NOT POSTED: " WS-SKIP-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LATE POSTINGS        : " WS-LATE-COUNT
               "   OF " WS-PRIOR-READ-COUNT
               " EARLIER-DATED RECORDS READ"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE WS-DR-TOTAL TO WS-DISPLAY-TOTAL
           MOVE WS-CR-TOTAL TO WS-DISPLAY-TOTAL-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING "JOURNAL LINES " WS-LINE-COUNT
               " DR " WS-DISPLAY-TOTAL
               " CR " WS-DISPLAY-TOTAL-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           DISPLAY "ARITHGLJ: BATCH " WS-BATCH-DATE " - "
               WS-LINE-COUNT " JOURNAL LINES, DR " WS-DISPLAY-TOTAL
               " CR " WS-DISPLAY-TOTAL-2.

       WRITE-REPORT-PAIR-PARA.
           MOVE WS-JRN-NET (WS-JRN-IX) TO WS-PAIR-AMOUNT
           IF WS-JRN-NET (WS-JRN-IX) < ZERO
               COMPUTE WS-PAIR-AMOUNT = ZERO - WS-JRN-NET (WS-JRN-IX)
           END-IF
           MOVE WS-PAIR-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-JRN-NET (WS-JRN-IX) = ZERO
                   STRING " " WS-JRN-TYPE (WS-JRN-IX)
                       "  " WS-JRN-DEPT (WS-JRN-IX)
                       " " WS-JRN-COST-CENTER (WS-JRN-IX)
                       " " WS-JRN-ORIG-DATE (WS-JRN-IX)
                       " " WS-JRN-ITEMS (WS-JRN-IX)
                       "  NETS TO ZERO - NO PAIR"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN WS-JRN-NET (WS-JRN-IX) > ZERO
                   STRING " " WS-JRN-TYPE (WS-JRN-IX)
                       "  " WS-JRN-DEPT (WS-JRN-IX)
                       " " WS-JRN-COST-CENTER (WS-JRN-IX)
                       " " WS-JRN-ORIG-DATE (WS-JRN-IX)
                       " " WS-JRN-ITEMS (WS-JRN-IX)
                       "  DR " WS-CHARGE-ACCOUNT
                       " CR " WS-RECOVERY-ACCOUNT
                       "    " WS-DISPLAY-AMOUNT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN OTHER
                   STRING " " WS-JRN-TYPE (WS-JRN-IX)
                       "  " WS-JRN-DEPT (WS-JRN-IX)
                       " " WS-JRN-COST-CENTER (WS-JRN-IX)
                       " " WS-JRN-ORIG-DATE (WS-JRN-IX)
                       " " WS-JRN-ITEMS (WS-JRN-IX)
                       "  DR " WS-RECOVERY-ACCOUNT
                       " CR " WS-CHARGE-ACCOUNT
                       "    " WS-DISPLAY-AMOUNT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE-PARA.

       WRITE-REPORT-LINE-PARA.
           WRITE JOURNAL-REPORT-REC FROM WS-REPORT-LINE
           IF WS-GLJRPT-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO WRITE JOURNAL-REPORT-FILE - "
                   "STATUS = " WS-GLJRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-FILES-PARA.
           CLOSE HISTORY-FILE
           CLOSE DEPT-FILE
           CLOSE JCTL-FILE
           IF PEND-FILE-AVAILABLE
               CLOSE PEND-FILE
           END-IF.
       END PROGRAM ArithGLJ.
