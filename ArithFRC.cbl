       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArithFRC.
      *****************************************************************
      * FORWARD RECOVERY OF THE CALCULATION HISTORY MASTER.
      * REBUILDS ARITHHST AFTER VSAM DAMAGE FROM A BACKUP COPY PLUS
      * EVERYTHING THAT HAS HAPPENED TO THE MASTER SINCE, INSTEAD OF
      * LOSING IT.  THE MASTER ONLY EVER CHANGES IN FOUR WAYS, AND
      * EACH ONE LEAVES A RETAINED RECORD BEHIND:
      *   - A BATCH POSTS A DAY'S CALCULATIONS (STATUS S, E OR H) -
      *     THE DAY'S RESLFILE GENERATION;
      *   - A RESUBMIT REWRITES A REJECT UNDER ITS ORIGINAL KEY -
      *     THE RSB MARKER, OR THE FRESH REJECT, ON ARITHREJ;
      *   - A SUPERVISOR APPROVES OR DECLINES A HELD CALCULATION -
      *     THE DECISION KEPT ON PENDAPRV;
      *   - A REVERSAL STAMPS ITS TARGET 'V' - THE REVERSING RECORD
      *     ("REVERSES BATCH ... REC ...") IN ITS DAY'S RESLFILE.
      * THE RECOVERY RUNS AS A SERIES OF STEPS (SEE THE ARITHFRC JCL),
      * EACH NAMED BY ONE SYSIN CONTROL CARD, AND EACH APPENDING WHAT
      * IT DID TO THE RECOVERY JOURNAL (RCVJRNL - SEE ARITHFRJ):
      *   LOAD           COPIES THE BACKUP (HSTBKUP, A SEQUENTIAL
      *                  COPY OF THE MASTER) ONTO THE FRESHLY DEFINED,
      *                  EMPTY MASTER AND STARTS A NEW JOURNAL.
      *   ROLL=YYYYMMDD  ROLLS ONE RESLFILE GENERATION - THE DAY
      *                  WHOSE BATCH DATE IS GIVEN - FORWARD ONTO THE
      *                  MASTER.  ONE STEP PER RETAINED GENERATION,
      *                  OLDEST FIRST.  AS FOR ARITHRCN THE RESLFILE DD
      *                  POINTS AT THAT SINGLE DAY.  THE DAY'S FINAL
      *                  CHECKPOINT (ARITHCKP - THE CHECKPOINT ARCHIVE
      *                  CONCATENATED IN FRONT OF THE LIVE DATASET)
      *                  MARKS WHERE THE BATCH ENDS: RESUBMIT RECORDS
      *                  APPENDED AFTER IT DO NOT CARRY THEIR ORIGINAL
      *                  BATCH DATE AND ARE PASSED OVER HERE.  THE
      *                  BATCH'S POSTED AND REJECTED COUNTS AND POSTED
      *                  TOTAL ARE PROVED AGAINST THAT CHECKPOINT.
      *   FINISH         REAPPLIES, IN THIS ORDER, EVERY RESUBMIT
      *                  OUTCOME ON ARITHREJ (IN FILE ORDER), EVERY
      *                  SUPERVISOR DECISION ON PENDAPRV AND EVERY
      *                  REVERSAL STAMP FROM THE ROLLED GENERATIONS,
      *                  THEN WRITES THE RECOVERY REPORT (RCVRPT).
      * THE ORDER REPRODUCES THE RUN-TIMESTAMP ORDER OF THE ORIGINAL
      * UPDATES: ON ANY ONE RECORD A RESUBMIT OR A DECISION CAN ONLY
      * FOLLOW THE BATCH THAT POSTED IT, AND A REVERSAL ONLY FOLLOWS
      * THE RESUBMIT OR APPROVAL THAT MADE IT POSTED - AND NOTHING
      * FOLLOWS A REVERSAL.  SO A RECORD ALREADY REVERSED IS NEVER
      * OVERWRITTEN, A DECISION IS ONLY APPLIED TO A RECORD STILL
      * HELD, AND A REPLAYED UPDATE THAT CHANGES NOTHING LEAVES THE
      * RECORD (AND ITS RUN STAMP) AS IT WAS.  RUN STAMPS: A BATCH
      * RECORD OR 'V' STAMP TAKES ITS DAY'S POSTED STAMP FROM THE RUN-
      * CONTROL (ARITHRUN), A DECISION ITS PENDAPRV ACTION STAMP, AND
      * A RESUBMIT - WHICH KEEPS NO STAMP OF ITS OWN - THE RECOVERY
      * RUN'S.  A PRIOR-PERIOD ADJUSTMENT NEVER STAMPED ITS TARGET AND
      * IS NOT APPLIED.
      * THE RECOVERY REPORT SHOWS THE BACKUP, EACH GENERATION ROLLED,
      * WHAT WAS REAPPLIED, AND FOR EVERY BATCH DATE THE RECORDS FROM
      * THE BACKUP, THE RECORDS ROLLED FORWARD AND THE RECORDS NOW ON
      * THE MASTER, CHECKED AGAINST THE RUN-CONTROL AND THE FINAL
      * CHECKPOINT (POSTED + REJECTED, PLUS THE DAY'S HOLDS ON
      * PENDAPRV LESS ANY RESUBMIT OF A REJECT HELD UNDER THAT DATE,
      * WHICH THE CHECKPOINT ALREADY COUNTED).  IT FLAGS:
      *   GAP        A DATE POSTED (ARITHRUN) AFTER THE BACKUP WAS
      *              TAKEN WHOSE GENERATION WAS NOT ROLLED
      *   MISSING    A DATE POSTED WITH NOTHING ON THE MASTER
      *   COUNT      RECORDS ON THE MASTER DIFFER FROM THE CHECKPOINT
      *   UNPOSTED   RECORDS FOR A DATE THE RUN-CONTROL NEVER MARKED
      *              POSTED (WARNING)
      *   NO CKPT    NO CHECKPOINT TO PROVE THE DATE AGAINST (WARNING)
      * THE MASTER'S DEPT ALTERNATE INDEX MUST BE REBUILT (BLDINDEX)
      * BEFORE THE MASTER GOES BACK INTO SERVICE - SEE THE JCL.
      * RETURN CODES:
      *   LOAD    0 LOADED, 4 EMPTY BACKUP, 8 DUPLICATE KEYS ON THE
      *           BACKUP (LISTED), 16 FILE ERROR
      *   ROLL    0 IN BALANCE WITH THE CHECKPOINT, 4 NO CHECKPOINT OR
      *           NO POSTED STAMP FOR THE DATE, 8 OUT OF BALANCE, 16
      *           FILE ERROR, NO LOAD YET OR GENERATION OUT OF ORDER
      *   FINISH  0 MASTER READY FOR SERVICE, 4 WARNINGS ONLY, 8 GAPS,
      *           MISMATCHES OR UNAPPLIED REVERSALS - DO NOT RETURN
      *           THE MASTER TO SERVICE, 16 FILE ERROR
      *   ALL     16 ON A MISSING OR INVALID CONTROL CARD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN TO "HSTBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "ARITHHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT RESULT-FILE ASSIGN TO "RESLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT REJECT-FILE ASSIGN TO "ARITHREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "ARITHCKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT RUN-FILE ASSIGN TO "ARITHRUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-RUN-DATE
               FILE STATUS IS WS-RUN-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDAPRV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "RCVJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT RECOVERY-REPORT-FILE ASSIGN TO "RCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVRPT-STATUS.

           SELECT PARAM-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-FILE.
       COPY ARITHHST REPLACING
           PREFIX-HIST-RECORD   BY BK-HIST-RECORD
           PREFIX-HIST-KEY      BY BK-HIST-KEY
           PREFIX-BATCH-DATE    BY BK-BATCH-DATE
           PREFIX-REC-NO        BY BK-REC-NO
           PREFIX-A             BY BK-A
           PREFIX-A-REF         BY BK-A-REF
           PREFIX-A-REF-FLAG    BY BK-A-REF-FLAG
           PREFIX-A-REF-RECNO   BY BK-A-REF-RECNO
           PREFIX-B             BY BK-B
           PREFIX-B-REF         BY BK-B-REF
           PREFIX-B-REF-FLAG    BY BK-B-REF-FLAG
           PREFIX-B-REF-RECNO   BY BK-B-REF-RECNO
           PREFIX-OPE           BY BK-OPE
           PREFIX-C             BY BK-C
           PREFIX-REMAINDER     BY BK-REMAINDER
           PREFIX-STATUS        BY BK-STATUS
           PREFIX-STATUS-MSG    BY BK-STATUS-MSG
           PREFIX-DEPT          BY BK-DEPT
           PREFIX-RUN-STAMP     BY BK-RUN-STAMP.

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

       FD  RESULT-FILE.
       COPY ARITHREC REPLACING
           PREFIX-CALC-RECORD   BY RS-CALC-RECORD
           PREFIX-REC-NO        BY RS-REC-NO
           PREFIX-A             BY RS-A
           PREFIX-A-REF         BY RS-A-REF
           PREFIX-A-REF-FLAG    BY RS-A-REF-FLAG
           PREFIX-A-REF-RECNO   BY RS-A-REF-RECNO
           PREFIX-B             BY RS-B
           PREFIX-B-REF         BY RS-B-REF
           PREFIX-B-REF-FLAG    BY RS-B-REF-FLAG
           PREFIX-B-REF-RECNO   BY RS-B-REF-RECNO
           PREFIX-OPE           BY RS-OPE
           PREFIX-C             BY RS-C
           PREFIX-REMAINDER     BY RS-REMAINDER
           PREFIX-STATUS        BY RS-STATUS
           PREFIX-STATUS-MSG    BY RS-STATUS-MSG
           PREFIX-DEPT          BY RS-DEPT.

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

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           05  CKPT-BATCH-DATE           PIC X(08).
           05  CKPT-LAST-RECNO           PIC 9(6).
           05  CKPT-GRAND-TOTAL          PIC S9(9)V99.
           05  CKPT-CALC-COUNT           PIC 9(6).
           05  CKPT-ADD-COUNT            PIC 9(6).
           05  CKPT-SUB-COUNT            PIC 9(6).
           05  CKPT-MUL-COUNT            PIC 9(6).
           05  CKPT-DIV-COUNT            PIC 9(6).
           05  CKPT-ERROR-COUNT          PIC 9(6).
           05  CKPT-PCT-COUNT            PIC 9(6).
           05  CKPT-PWR-COUNT            PIC 9(6).
           05  CKPT-AVG-COUNT            PIC 9(6).

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
       COPY ARITHFRJ REPLACING
           PREFIX-JRNL-RECORD   BY FJ-JRNL-RECORD
           PREFIX-JRNL-TYPE     BY FJ-JRNL-TYPE
           PREFIX-JRNL-DATE     BY FJ-JRNL-DATE
           PREFIX-JRNL-BODY     BY FJ-JRNL-BODY
           PREFIX-JRNL-BACKUP   BY FJ-JRNL-BACKUP
           PREFIX-BKP-COUNT     BY FJ-BKP-COUNT
           PREFIX-BKP-HIGH-STAMP
                                BY FJ-BKP-HIGH-STAMP
           PREFIX-BKP-LOAD-STAMP
                                BY FJ-BKP-LOAD-STAMP
           PREFIX-JRNL-DAY      BY FJ-JRNL-DAY
           PREFIX-DAY-COUNT     BY FJ-DAY-COUNT
           PREFIX-JRNL-GEN      BY FJ-JRNL-GEN
           PREFIX-GEN-READ      BY FJ-GEN-READ
           PREFIX-GEN-BATCH     BY FJ-GEN-BATCH
           PREFIX-GEN-DUPS      BY FJ-GEN-DUPS
           PREFIX-GEN-RESUB     BY FJ-GEN-RESUB
           PREFIX-GEN-WRITTEN   BY FJ-GEN-WRITTEN
           PREFIX-GEN-S-COUNT   BY FJ-GEN-S-COUNT
           PREFIX-GEN-E-COUNT   BY FJ-GEN-E-COUNT
           PREFIX-GEN-H-COUNT   BY FJ-GEN-H-COUNT
           PREFIX-GEN-S-TOTAL   BY FJ-GEN-S-TOTAL
           PREFIX-GEN-CKPT-FLAG BY FJ-GEN-CKPT-FLAG
           PREFIX-GEN-CKPT-CALC BY FJ-GEN-CKPT-CALC
           PREFIX-GEN-CKPT-ERROR
                                BY FJ-GEN-CKPT-ERROR
           PREFIX-GEN-CKPT-TOTAL
                                BY FJ-GEN-CKPT-TOTAL
           PREFIX-JRNL-REV      BY FJ-JRNL-REV
           PREFIX-REV-TARGET-RECNO
                                BY FJ-REV-TARGET-RECNO
           PREFIX-REV-BY-DATE   BY FJ-REV-BY-DATE
           PREFIX-REV-BY-RECNO  BY FJ-REV-BY-RECNO
           PREFIX-REV-STAMP     BY FJ-REV-STAMP.

       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-REC           PIC X(80).

       FD  PARAM-FILE.
       01  PARAM-REC                     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-BACKUP-STATUS          PIC X(02) VALUE SPACES.
           05  WS-HIST-STATUS            PIC X(02) VALUE SPACES.
           05  WS-RESULT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-REJECT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-CKPT-STATUS            PIC X(02) VALUE SPACES.
           05  WS-RUN-STATUS             PIC X(02) VALUE SPACES.
           05  WS-PEND-STATUS            PIC X(02) VALUE SPACES.
           05  WS-JRNL-STATUS            PIC X(02) VALUE SPACES.
           05  WS-RCVRPT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-PARAM-STATUS           PIC X(02) VALUE SPACES.

       01  WS-FUNCTION                   PIC X(01) VALUE SPACE.
           88  LOAD-FUNCTION                       VALUE 'L'.
           88  ROLL-FUNCTION                       VALUE 'R'.
           88  FINISH-FUNCTION                     VALUE 'F'.

       01  WS-ROLL-DATE                  PIC X(08) VALUE SPACES.
       01  WS-RECOVERY-STAMP             PIC X(14) VALUE SPACES.

       01  WS-EOF-FLAGS.
           05  WS-PARAM-EOF              PIC X(01) VALUE 'N'.
               88  END-OF-PARAM-FILE               VALUE 'Y'.
           05  WS-BACKUP-EOF             PIC X(01) VALUE 'N'.
               88  END-OF-BACKUP-FILE              VALUE 'Y'.
           05  WS-RESULT-EOF             PIC X(01) VALUE 'N'.
               88  END-OF-RESULT-FILE              VALUE 'Y'.
           05  WS-REJECT-EOF             PIC X(01) VALUE 'N'.
               88  END-OF-REJECT-FILE              VALUE 'Y'.
           05  WS-CKPT-EOF               PIC X(01) VALUE 'N'.
               88  END-OF-CKPT-FILE                VALUE 'Y'.
           05  WS-RUN-EOF                PIC X(01) VALUE 'N'.
               88  END-OF-RUN-FILE                 VALUE 'Y'.
           05  WS-PEND-EOF               PIC X(01) VALUE 'N'.
               88  END-OF-PEND-FILE                VALUE 'Y'.
           05  WS-JRNL-EOF               PIC X(01) VALUE 'N'.
               88  END-OF-JRNL-FILE                VALUE 'Y'.
           05  WS-HIST-EOF               PIC X(01) VALUE 'N'.
               88  END-OF-HIST-FILE                VALUE 'Y'.

       01  WS-HIST-FOUND                 PIC X(01) VALUE 'N'.
           88  HIST-RECORD-FOUND                   VALUE 'Y'.

      *****************************************************************
      * LOAD STEP.
      *****************************************************************
       01  WS-LOAD-COUNTERS.
           05  WS-BKP-READ-COUNT         PIC 9(8) VALUE ZERO.
           05  WS-BKP-LOADED-COUNT       PIC 9(8) VALUE ZERO.
           05  WS-BKP-DUP-COUNT          PIC 9(8) VALUE ZERO.
           05  WS-BKP-DAY-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-BKP-DAY-DATE               PIC X(08) VALUE SPACES.
       01  WS-BKP-HIGH-DATE              PIC X(08) VALUE SPACES.
       01  WS-BKP-HIGH-STAMP             PIC X(14) VALUE SPACES.

      *****************************************************************
      * ROLL STEP.  THE BATCH PORTION OF THE GENERATION ENDS AT THE
      * RECORD NAMED BY THE DAY'S FINAL CHECKPOINT; WITHOUT ONE, AT
      * THE FIRST REC-NO OUT OF ASCENDING ORDER.
      *****************************************************************
       01  WS-JRNL-BACKUP-SEEN           PIC X(01) VALUE 'N'.
           88  JOURNAL-HAS-BACKUP                  VALUE 'Y'.
       01  WS-LAST-ROLLED-DATE           PIC X(08) VALUE SPACES.

       01  WS-CKPT-FOUND                 PIC X(01) VALUE 'N'.
           88  CHECKPOINT-FOUND                    VALUE 'Y'.
       01  WS-FINAL-CKPT.
           05  WS-FINAL-LAST-RECNO       PIC 9(6) VALUE ZERO.
           05  WS-FINAL-GRAND-TOTAL      PIC S9(9)V99 VALUE ZERO.
           05  WS-FINAL-CALC-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-FINAL-ERROR-COUNT      PIC 9(6) VALUE ZERO.

       01  WS-POSTED-STAMP               PIC X(14) VALUE SPACES.
       01  WS-POSTED-STAMP-FOUND         PIC X(01) VALUE 'N'.
           88  POSTED-STAMP-FOUND                  VALUE 'Y'.

       01  WS-BATCH-OVER                 PIC X(01) VALUE 'N'.
           88  BATCH-PORTION-OVER                  VALUE 'Y'.
       01  WS-GEN-HIGH-RECNO             PIC 9(6) VALUE ZERO.

       01  WS-GEN-COUNTERS.
           05  WS-GEN-READ               PIC 9(6) VALUE ZERO.
           05  WS-GEN-BATCH              PIC 9(6) VALUE ZERO.
           05  WS-GEN-DUPS               PIC 9(6) VALUE ZERO.
           05  WS-GEN-RESUB              PIC 9(6) VALUE ZERO.
           05  WS-GEN-WRITTEN            PIC 9(6) VALUE ZERO.
           05  WS-GEN-S-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-GEN-E-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-GEN-H-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-GEN-S-TOTAL            PIC S9(9)V99 VALUE ZERO.
           05  WS-GEN-REV-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-GEN-BALANCE                PIC X(01) VALUE 'N'.
           88  GENERATION-IN-BALANCE               VALUE 'B'.
           88  GENERATION-OUT-OF-BALANCE           VALUE 'O'.

      *****************************************************************
      * FINISH STEP.
      *****************************************************************
       01  WS-BACKUP-INFO.
           05  WS-JB-COUNT               PIC 9(8) VALUE ZERO.
           05  WS-JB-HIGH-DATE           PIC X(08) VALUE SPACES.
           05  WS-JB-HIGH-STAMP          PIC X(14) VALUE SPACES.
           05  WS-JB-LOAD-STAMP          PIC X(14) VALUE SPACES.

       01  WS-FINISH-COUNTERS.
           05  WS-GENS-ROLLED            PIC 9(6) VALUE ZERO.
           05  WS-GENS-OUT-OF-BALANCE    PIC 9(6) VALUE ZERO.
           05  WS-GENS-NO-CKPT           PIC 9(6) VALUE ZERO.
           05  WS-RSB-REAPPLIED          PIC 9(8) VALUE ZERO.
           05  WS-RSB-CURRENT            PIC 9(8) VALUE ZERO.
           05  WS-RSB-AFTER-REVERSAL     PIC 9(8) VALUE ZERO.
           05  WS-DECISIONS-APPLIED      PIC 9(8) VALUE ZERO.
           05  WS-DECISIONS-CURRENT      PIC 9(8) VALUE ZERO.
           05  WS-DECISIONS-MISSING      PIC 9(8) VALUE ZERO.
           05  WS-REVERSALS-APPLIED      PIC 9(8) VALUE ZERO.
           05  WS-REVERSALS-CURRENT      PIC 9(8) VALUE ZERO.
           05  WS-REVERSALS-FAILED       PIC 9(8) VALUE ZERO.
           05  WS-MASTER-COUNT           PIC 9(8) VALUE ZERO.
           05  WS-GAP-COUNT              PIC 9(6) VALUE ZERO.
           05  WS-MISMATCH-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-WARNING-COUNT          PIC 9(6) VALUE ZERO.

       01  WS-SOURCE-FLAGS.
           05  WS-REJECT-AVAILABLE       PIC X(01) VALUE 'N'.
               88  REJECT-FILE-AVAILABLE           VALUE 'Y'.
           05  WS-PEND-AVAILABLE         PIC X(01) VALUE 'N'.
               88  PEND-FILE-AVAILABLE             VALUE 'Y'.
           05  WS-RUN-AVAILABLE          PIC X(01) VALUE 'N'.
               88  RUN-FILE-AVAILABLE              VALUE 'Y'.
           05  WS-CKPT-AVAILABLE         PIC X(01) VALUE 'N'.
               88  CKPT-FILE-AVAILABLE             VALUE 'Y'.

      *****************************************************************
      * ONE ENTRY PER BATCH DATE SEEN ON ANY SOURCE, KEPT IN DATE
      * ORDER AS IT IS BUILT (AS FOR ARITHPGM'S TABLES) - ROOM FOR
      * MORE THAN TEN YEARS OF DAILY BATCHES.
      *****************************************************************
       01  WS-DATE-TABLE.
           05  WS-DATE-COUNT             PIC 9(4) VALUE ZERO.
           05  WS-DATE-ENTRY OCCURS 4000 TIMES.
               10  WS-DT-DATE            PIC X(08).
               10  WS-DT-BACKUP          PIC 9(6).
               10  WS-DT-ROLLED          PIC X(01).
               10  WS-DT-ROLL-COUNT      PIC 9(6).
               10  WS-DT-MASTER          PIC 9(6).
               10  WS-DT-POSTED          PIC X(01).
               10  WS-DT-POSTED-STAMP    PIC X(14).
               10  WS-DT-CKPT            PIC X(01).
               10  WS-DT-CKPT-COUNT      PIC 9(6).
               10  WS-DT-HELD            PIC 9(6).
               10  WS-DT-RSB-HELD        PIC 9(6).

       01  WS-DT-SEARCH                  PIC X(08) VALUE SPACES.
       01  WS-DT-IX                      PIC 9(4) VALUE ZERO.
       01  WS-DT-HIT-IX                  PIC 9(4) VALUE ZERO.
       01  WS-DT-FOUND                   PIC X(01) VALUE 'N'.
           88  DATE-ENTRY-FOUND                    VALUE 'Y'.

       01  WS-REPORT-LINE                PIC X(80) VALUE SPACES.
       01  WS-NOTE                       PIC X(30) VALUE SPACES.
       01  WS-DISPLAY-TOTAL              PIC -(9)9.99.
       01  WS-DISPLAY-CKPT-TOTAL         PIC -(9)9.99.

       01  WS-DATE-LINE.
           05  DL-DATE                   PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-BACKUP                 PIC ZZZZZ9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DL-ROLLED                 PIC X(06).
           05  DL-ROLLED-N REDEFINES DL-ROLLED
                                         PIC ZZZZZ9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DL-MASTER                 PIC ZZZZZ9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DL-CKPT                   PIC X(06).
           05  DL-CKPT-N REDEFINES DL-CKPT
                                         PIC ZZZZZ9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DL-HELD                   PIC ZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-NOTE                   PIC X(30).
           05  FILLER                    PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RECOVERY-STAMP
           PERFORM READ-CONTROL-CARDS-PARA
           EVALUATE TRUE
               WHEN LOAD-FUNCTION
                   PERFORM LOAD-BACKUP-PARA
               WHEN ROLL-FUNCTION
                   PERFORM ROLL-GENERATION-PARA
               WHEN FINISH-FUNCTION
                   PERFORM FINISH-RECOVERY-PARA
               WHEN OTHER
                   DISPLAY "ERROR: NO FUNCTION CARD - CODE LOAD, "
                       "ROLL=YYYYMMDD OR FINISH ON SYSIN"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
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
               WHEN WS-FUNCTION NOT = SPACE
                   DISPLAY "ERROR: MORE THAN ONE FUNCTION CARD - '"
                       PARAM-REC (1:20) "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN PARAM-REC (1:5) = "LOAD "
                   SET LOAD-FUNCTION TO TRUE
               WHEN PARAM-REC (1:7) = "FINISH "
                   SET FINISH-FUNCTION TO TRUE
               WHEN PARAM-REC (1:5) = "ROLL="
                   IF PARAM-REC (6:8) NUMERIC
                       AND PARAM-REC (10:2) >= "01"
                       AND PARAM-REC (10:2) <= "12"
                       AND PARAM-REC (12:2) >= "01"
                       AND PARAM-REC (12:2) <= "31"
                       MOVE PARAM-REC (6:8) TO WS-ROLL-DATE
                       SET ROLL-FUNCTION TO TRUE
                   ELSE
                       PERFORM FLAG-BAD-CONTROL-CARD-PARA
                   END-IF
               WHEN OTHER
                   PERFORM FLAG-BAD-CONTROL-CARD-PARA
           END-EVALUATE.

       FLAG-BAD-CONTROL-CARD-PARA.
           DISPLAY "ERROR: INVALID CONTROL CARD '" PARAM-REC (1:20)
               "' - USE LOAD, ROLL=YYYYMMDD OR FINISH"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * LOAD: THE BACKUP IS COPIED ONTO THE NEW, EMPTY MASTER AS IT
      * STANDS, AND A FRESH JOURNAL RECORDS HOW MANY RECORDS IT HELD
      * FOR EACH BATCH DATE AND THE LATEST RUN STAMP ON IT - THE
      * POINT FROM WHICH THE GENERATIONS MUST BE ROLLED FORWARD.
      *****************************************************************
       LOAD-BACKUP-PARA.
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN BACKUP-FILE - STATUS = "
                   WS-BACKUP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN HISTORY-FILE - STATUS = "
                   WS-HIST-STATUS " - THE MASTER MUST BE FRESHLY "
                   "DEFINED AND EMPTY"
               CLOSE BACKUP-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN JOURNAL-FILE - STATUS = "
                   WS-JRNL-STATUS
               CLOSE BACKUP-FILE
               CLOSE HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-BACKUP-FILE
               READ BACKUP-FILE
                   AT END
                       SET END-OF-BACKUP-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BKP-READ-COUNT
                       PERFORM LOAD-BACKUP-RECORD-PARA
               END-READ
           END-PERFORM
           IF WS-BKP-DAY-DATE NOT = SPACES
               PERFORM WRITE-DAY-JOURNAL-PARA
           END-IF
           MOVE SPACES TO FJ-JRNL-RECORD
           MOVE 'B' TO FJ-JRNL-TYPE
           MOVE WS-BKP-HIGH-DATE TO FJ-JRNL-DATE
           MOVE WS-BKP-LOADED-COUNT TO FJ-BKP-COUNT
           MOVE WS-BKP-HIGH-STAMP TO FJ-BKP-HIGH-STAMP
           MOVE WS-RECOVERY-STAMP TO FJ-BKP-LOAD-STAMP
           PERFORM WRITE-JOURNAL-PARA
           CLOSE BACKUP-FILE
           CLOSE HISTORY-FILE
           CLOSE JOURNAL-FILE
           DISPLAY "ARITHFRC: LOADED " WS-BKP-LOADED-COUNT
               " RECORDS FROM THE BACKUP, HIGHEST BATCH DATE "
               WS-BKP-HIGH-DATE ", LATEST RUN STAMP "
               WS-BKP-HIGH-STAMP
           EVALUATE TRUE
               WHEN WS-BKP-DUP-COUNT > 0
                   DISPLAY "ARITHFRC: " WS-BKP-DUP-COUNT
                       " DUPLICATE KEYS ON THE BACKUP NOT LOADED"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BKP-LOADED-COUNT = ZERO
                   DISPLAY "ARITHFRC: BACKUP IS EMPTY - EVERYTHING "
                       "MUST COME FROM THE GENERATIONS"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       LOAD-BACKUP-RECORD-PARA.
           IF BK-BATCH-DATE NOT = WS-BKP-DAY-DATE
               IF WS-BKP-DAY-DATE NOT = SPACES
                   PERFORM WRITE-DAY-JOURNAL-PARA
               END-IF
               MOVE BK-BATCH-DATE TO WS-BKP-DAY-DATE
               MOVE ZERO TO WS-BKP-DAY-COUNT
           END-IF
           MOVE BK-HIST-RECORD TO HS-HIST-RECORD
           WRITE HS-HIST-RECORD
               INVALID KEY
                   ADD 1 TO WS-BKP-DUP-COUNT
                   DISPLAY "DUPLICATE KEY ON BACKUP NOT LOADED: BATCH "
                       BK-BATCH-DATE " REC-NO " BK-REC-NO
               NOT INVALID KEY
                   ADD 1 TO WS-BKP-LOADED-COUNT
                   ADD 1 TO WS-BKP-DAY-COUNT
                   IF BK-BATCH-DATE > WS-BKP-HIGH-DATE
                       OR WS-BKP-HIGH-DATE = SPACES
                       MOVE BK-BATCH-DATE TO WS-BKP-HIGH-DATE
                   END-IF
                   IF BK-RUN-STAMP > WS-BKP-HIGH-STAMP
                       OR WS-BKP-HIGH-STAMP = SPACES
                       MOVE BK-RUN-STAMP TO WS-BKP-HIGH-STAMP
                   END-IF
           END-WRITE
           IF WS-HIST-STATUS NOT = '00'
               AND WS-HIST-STATUS NOT = '22'
               DISPLAY "ERROR: UNABLE TO WRITE HISTORY-FILE - "
                   "STATUS = " WS-HIST-STATUS
               CLOSE BACKUP-FILE
               CLOSE HISTORY-FILE
               CLOSE JOURNAL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-DAY-JOURNAL-PARA.
           MOVE SPACES TO FJ-JRNL-RECORD
           MOVE 'D' TO FJ-JRNL-TYPE
           MOVE WS-BKP-DAY-DATE TO FJ-JRNL-DATE
           MOVE WS-BKP-DAY-COUNT TO FJ-DAY-COUNT
           PERFORM WRITE-JOURNAL-PARA.

       WRITE-JOURNAL-PARA.
           WRITE FJ-JRNL-RECORD
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO WRITE JOURNAL-FILE - "
                   "STATUS = " WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * ROLL: ONE RESLFILE GENERATION.  THE JOURNAL MUST SHOW A LOAD
      * AND NO GENERATION OF THE SAME OR A LATER DATE ALREADY ROLLED,
      * SO THE GENERATIONS GO ON IN THE ORDER THEY WERE POSTED.
      *****************************************************************
       ROLL-GENERATION-PARA.
           PERFORM CHECK-JOURNAL-PARA
           PERFORM FIND-FINAL-CHECKPOINT-PARA
           IF CHECKPOINT-FOUND AND WS-FINAL-LAST-RECNO = ZERO
               SET BATCH-PORTION-OVER TO TRUE
           END-IF
           PERFORM GET-POSTED-STAMP-PARA
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN RESULT-FILE - STATUS = "
                   WS-RESULT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN HISTORY-FILE - STATUS = "
                   WS-HIST-STATUS
               CLOSE RESULT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO EXTEND JOURNAL-FILE - "
                   "STATUS = " WS-JRNL-STATUS
               CLOSE RESULT-FILE
               CLOSE HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-RESULT-FILE
               READ RESULT-FILE
                   AT END
                       SET END-OF-RESULT-FILE TO TRUE
                   NOT AT END
                       PERFORM PROCESS-RESULT-RECORD-PARA
               END-READ
           END-PERFORM
           PERFORM WRITE-GENERATION-JOURNAL-PARA
           CLOSE RESULT-FILE
           CLOSE HISTORY-FILE
           CLOSE JOURNAL-FILE
           MOVE WS-GEN-S-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "ARITHFRC: ROLLED " WS-ROLL-DATE " - READ "
               WS-GEN-READ ", BATCH " WS-GEN-BATCH ", WRITTEN "
               WS-GEN-WRITTEN ", RESUBMIT RECORDS PASSED OVER "
               WS-GEN-RESUB
           DISPLAY "ARITHFRC: POSTED " WS-GEN-S-COUNT " REJECTED "
               WS-GEN-E-COUNT " HELD " WS-GEN-H-COUNT " TOTAL "
               WS-DISPLAY-TOTAL " REVERSALS " WS-GEN-REV-COUNT
           EVALUATE TRUE
               WHEN NOT CHECKPOINT-FOUND
                   DISPLAY "WARNING: NO CHECKPOINT FOR " WS-ROLL-DATE
                       " - BATCH ENDED BY REC-NO SEQUENCE, NOT PROVED"
                   MOVE 4 TO RETURN-CODE
               WHEN GENERATION-OUT-OF-BALANCE
                   MOVE WS-FINAL-GRAND-TOTAL TO WS-DISPLAY-CKPT-TOTAL
                   DISPLAY "ERROR: GENERATION OUT OF BALANCE WITH THE "
                       "CHECKPOINT - POSTED " WS-FINAL-CALC-COUNT
                       " REJECTED " WS-FINAL-ERROR-COUNT " TOTAL "
                       WS-DISPLAY-CKPT-TOTAL
                   MOVE 8 TO RETURN-CODE
               WHEN NOT POSTED-STAMP-FOUND
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       CHECK-JOURNAL-PARA.
           MOVE 'N' TO WS-JRNL-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN JOURNAL-FILE - STATUS = "
                   WS-JRNL-STATUS " - RUN THE LOAD STEP FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-JRNL-FILE
               READ JOURNAL-FILE
                   AT END
                       SET END-OF-JRNL-FILE TO TRUE
                   NOT AT END
                       EVALUATE FJ-JRNL-TYPE
                           WHEN 'B'
                               SET JOURNAL-HAS-BACKUP TO TRUE
                           WHEN 'G'
                               MOVE FJ-JRNL-DATE
                                   TO WS-LAST-ROLLED-DATE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF NOT JOURNAL-HAS-BACKUP
               DISPLAY "ERROR: NO BACKUP LOADED ON THE JOURNAL - RUN "
                   "THE LOAD STEP FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LAST-ROLLED-DATE NOT = SPACES
               AND WS-ROLL-DATE NOT > WS-LAST-ROLLED-DATE
               DISPLAY "ERROR: GENERATION " WS-ROLL-DATE " IS NOT "
                   "AFTER THE LAST ONE ROLLED (" WS-LAST-ROLLED-DATE
                   ") - ROLL THE GENERATIONS OLDEST FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * THE LAST CHECKPOINT RECORD FOR THE DATE IS THE DAY'S FINAL
      * ONE, AS FOR ARITHMTD.  AN UNAVAILABLE CHECKPOINT DATASET IS
      * TREATED AS NO CHECKPOINT FOR THE DATE.
      *****************************************************************
       FIND-FINAL-CHECKPOINT-PARA.
           MOVE 'N' TO WS-CKPT-EOF
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = '00'
               PERFORM UNTIL END-OF-CKPT-FILE
                   READ CHECKPOINT-FILE
                       AT END
                           SET END-OF-CKPT-FILE TO TRUE
                       NOT AT END
                           IF CKPT-BATCH-DATE = WS-ROLL-DATE
                               SET CHECKPOINT-FOUND TO TRUE
                               MOVE CKPT-LAST-RECNO
                                   TO WS-FINAL-LAST-RECNO
                               MOVE CKPT-GRAND-TOTAL
                                   TO WS-FINAL-GRAND-TOTAL
                               MOVE CKPT-CALC-COUNT
                                   TO WS-FINAL-CALC-COUNT
                               MOVE CKPT-ERROR-COUNT
                                   TO WS-FINAL-ERROR-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           ELSE
               DISPLAY "WARNING: CHECKPOINT-FILE UNAVAILABLE - STATUS "
                   "= " WS-CKPT-STATUS
           END-IF.

       GET-POSTED-STAMP-PARA.
           MOVE WS-RECOVERY-STAMP TO WS-POSTED-STAMP
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS = '00'
               MOVE WS-ROLL-DATE TO RN-RUN-DATE
               READ RUN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RN-POSTED-FLAG = 'Y'
                           SET POSTED-STAMP-FOUND TO TRUE
                           MOVE RN-POSTED-STAMP TO WS-POSTED-STAMP
                       END-IF
               END-READ
               CLOSE RUN-FILE
           END-IF
           IF NOT POSTED-STAMP-FOUND
               DISPLAY "WARNING: " WS-ROLL-DATE " NOT MARKED POSTED "
                   "ON THE RUN-CONTROL - RECORDS STAMPED WITH THE "
                   "RECOVERY RUN"
           END-IF.

      *****************************************************************
      * A REC-NO NOT ABOVE THE HIGHEST ALREADY SEEN IS A RESTART
      * DUPLICATE WHILE THE BATCH LASTS - THE LATER COPY IS APPLIED,
      * BUT COUNTED ONCE - OR, WITHOUT A CHECKPOINT TO SAY WHERE THE
      * BATCH ENDS, THE FIRST RESUBMIT RECORD.
      *****************************************************************
       PROCESS-RESULT-RECORD-PARA.
           ADD 1 TO WS-GEN-READ
           EVALUATE TRUE
               WHEN BATCH-PORTION-OVER
                   ADD 1 TO WS-GEN-RESUB
               WHEN RS-REC-NO NOT > WS-GEN-HIGH-RECNO
                   AND NOT CHECKPOINT-FOUND
                   SET BATCH-PORTION-OVER TO TRUE
                   ADD 1 TO WS-GEN-RESUB
               WHEN RS-REC-NO NOT > WS-GEN-HIGH-RECNO
                   ADD 1 TO WS-GEN-DUPS
                   PERFORM APPLY-RESULT-RECORD-PARA
               WHEN OTHER
                   ADD 1 TO WS-GEN-BATCH
                   MOVE RS-REC-NO TO WS-GEN-HIGH-RECNO
                   PERFORM COUNT-RESULT-RECORD-PARA
                   PERFORM APPLY-RESULT-RECORD-PARA
                   PERFORM NOTE-REVERSAL-PARA
           END-EVALUATE
           IF CHECKPOINT-FOUND
               AND RS-REC-NO = WS-FINAL-LAST-RECNO
               SET BATCH-PORTION-OVER TO TRUE
           END-IF.

       COUNT-RESULT-RECORD-PARA.
           EVALUATE RS-STATUS
               WHEN 'S'
                   ADD 1 TO WS-GEN-S-COUNT
                   ADD RS-C TO WS-GEN-S-TOTAL
               WHEN 'H'
                   ADD 1 TO WS-GEN-H-COUNT
               WHEN OTHER
                   ADD 1 TO WS-GEN-E-COUNT
           END-EVALUATE.

      *****************************************************************
      * THE HISTORY BODY (A THROUGH DEPT, 85 BYTES FROM OFFSET 15)
      * IS BYTE FOR BYTE THE RESULT RECORD AFTER ITS REC-NO, AS
      * ARITHPGM'S WRITE-HISTORY-PARA BUILDS IT.  A RECORD THE BACKUP
      * ALREADY HOLDS REVERSED IS LEFT REVERSED - ITS REVERSAL MAY
      * COME FROM A GENERATION OLDER THAN THE BACKUP.
      *****************************************************************
       APPLY-RESULT-RECORD-PARA.
           MOVE WS-ROLL-DATE TO HS-BATCH-DATE
           MOVE RS-REC-NO TO HS-REC-NO
           PERFORM READ-HISTORY-PARA
           EVALUATE TRUE
               WHEN HIST-RECORD-FOUND AND HS-STATUS = 'V'
                   CONTINUE
               WHEN HIST-RECORD-FOUND
                   AND HS-HIST-RECORD (15:85) = RS-CALC-RECORD (7:85)
                   CONTINUE
               WHEN OTHER
                   MOVE RS-CALC-RECORD (7:85) TO HS-HIST-RECORD (15:85)
                   MOVE WS-POSTED-STAMP TO HS-RUN-STAMP
                   PERFORM PUT-HISTORY-PARA
                   ADD 1 TO WS-GEN-WRITTEN
           END-EVALUATE.

      *****************************************************************
      * A REVERSAL THAT POSTED (NOT A PRIOR-PERIOD ADJUSTMENT, WHICH
      * LEAVES ITS TARGET AS INVOICED) IS JOURNALLED FOR FINISH TO
      * STAMP ITS TARGET.  THE TARGET KEY IS IN THE STATUS MESSAGE,
      * "REVERSES BATCH YYYYMMDD REC NNNNNN" - SEE ARITHPGM.
      *****************************************************************
       NOTE-REVERSAL-PARA.
           IF RS-OPE = 'V' AND RS-STATUS = 'S'
               AND RS-STATUS-MSG (1:15) = "REVERSES BATCH "
               AND RS-STATUS-MSG (35:6) NOT = " PRIOR"
               AND RS-STATUS-MSG (16:8) NUMERIC
               AND RS-STATUS-MSG (29:6) NUMERIC
               MOVE SPACES TO FJ-JRNL-RECORD
               MOVE 'V' TO FJ-JRNL-TYPE
               MOVE RS-STATUS-MSG (16:8) TO FJ-JRNL-DATE
               MOVE RS-STATUS-MSG (29:6) TO FJ-REV-TARGET-RECNO
               MOVE WS-ROLL-DATE TO FJ-REV-BY-DATE
               MOVE RS-REC-NO TO FJ-REV-BY-RECNO
               MOVE WS-POSTED-STAMP TO FJ-REV-STAMP
               PERFORM WRITE-JOURNAL-PARA
               ADD 1 TO WS-GEN-REV-COUNT
           END-IF.

       WRITE-GENERATION-JOURNAL-PARA.
           MOVE SPACES TO FJ-JRNL-RECORD
           MOVE 'G' TO FJ-JRNL-TYPE
           MOVE WS-ROLL-DATE TO FJ-JRNL-DATE
           MOVE WS-GEN-READ TO FJ-GEN-READ
           MOVE WS-GEN-BATCH TO FJ-GEN-BATCH
           MOVE WS-GEN-DUPS TO FJ-GEN-DUPS
           MOVE WS-GEN-RESUB TO FJ-GEN-RESUB
           MOVE WS-GEN-WRITTEN TO FJ-GEN-WRITTEN
           MOVE WS-GEN-S-COUNT TO FJ-GEN-S-COUNT
           MOVE WS-GEN-E-COUNT TO FJ-GEN-E-COUNT
           MOVE WS-GEN-H-COUNT TO FJ-GEN-H-COUNT
           MOVE WS-GEN-S-TOTAL TO FJ-GEN-S-TOTAL
           MOVE WS-FINAL-CALC-COUNT TO FJ-GEN-CKPT-CALC
           MOVE WS-FINAL-ERROR-COUNT TO FJ-GEN-CKPT-ERROR
           MOVE WS-FINAL-GRAND-TOTAL TO FJ-GEN-CKPT-TOTAL
           EVALUATE TRUE
               WHEN NOT CHECKPOINT-FOUND
                   MOVE 'N' TO WS-GEN-BALANCE
               WHEN WS-GEN-S-COUNT = WS-FINAL-CALC-COUNT
                   AND WS-GEN-E-COUNT = WS-FINAL-ERROR-COUNT
                   AND WS-GEN-S-TOTAL = WS-FINAL-GRAND-TOTAL
                   SET GENERATION-IN-BALANCE TO TRUE
               WHEN OTHER
                   SET GENERATION-OUT-OF-BALANCE TO TRUE
           END-EVALUATE
           MOVE WS-GEN-BALANCE TO FJ-GEN-CKPT-FLAG
           PERFORM WRITE-JOURNAL-PARA.

       READ-HISTORY-PARA.
           READ HISTORY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-HIST-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HIST-FOUND
           END-READ.

       PUT-HISTORY-PARA.
           IF HIST-RECORD-FOUND
               REWRITE HS-HIST-RECORD
           ELSE
               WRITE HS-HIST-RECORD
           END-IF
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO WRITE HISTORY-FILE - "
                   "STATUS = " WS-HIST-STATUS " BATCH " HS-BATCH-DATE
                   " REC-NO " HS-REC-NO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * FINISH: REAPPLY THE LATER UPDATES, THEN PROVE THE MASTER.
      *****************************************************************
       FINISH-RECOVERY-PARA.
           OPEN OUTPUT RECOVERY-REPORT-FILE
           IF WS-RCVRPT-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN RECOVERY-REPORT-FILE - "
                   "STATUS = " WS-RCVRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN HISTORY-FILE - STATUS = "
                   WS-HIST-STATUS
               CLOSE RECOVERY-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ARITHFRC HISTORY MASTER FORWARD RECOVERY - RUN "
               WS-RECOVERY-STAMP (1:8) "-" WS-RECOVERY-STAMP (9:6)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           PERFORM READ-JOURNAL-SUMMARY-PARA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE "REAPPLIED UPDATES" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           PERFORM REAPPLY-RESUBMITS-PARA
           PERFORM REAPPLY-DECISIONS-PARA
           PERFORM REAPPLY-REVERSALS-PARA
           PERFORM WRITE-REAPPLY-TOTALS-PARA
           PERFORM COUNT-MASTER-PARA
           PERFORM LOAD-RUN-CONTROL-PARA
           PERFORM LOAD-CHECKPOINTS-PARA
           PERFORM WRITE-DATE-SECTION-PARA
           PERFORM WRITE-VERDICT-PARA
           CLOSE HISTORY-FILE
           CLOSE RECOVERY-REPORT-FILE
           DISPLAY "ARITHFRC: FINISH - " WS-MASTER-COUNT
               " RECORDS ON THE MASTER, " WS-GAP-COUNT " GAPS, "
               WS-MISMATCH-COUNT " MISMATCHES, " WS-WARNING-COUNT
               " WARNINGS"
           EVALUATE TRUE
               WHEN WS-GAP-COUNT > 0
                   OR WS-MISMATCH-COUNT > 0
                   OR WS-GENS-OUT-OF-BALANCE > 0
                   OR WS-REVERSALS-FAILED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

      *****************************************************************
      * FIRST PASS OF THE JOURNAL: THE BACKUP, ITS PER-DATE COUNTS AND
      * THE GENERATIONS ROLLED.  REVERSALS ARE LEFT FOR THE SECOND.
      *****************************************************************
       READ-JOURNAL-SUMMARY-PARA.
           MOVE 'N' TO WS-JRNL-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN JOURNAL-FILE - STATUS = "
                   WS-JRNL-STATUS
               PERFORM CLOSE-FINISH-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-JRNL-FILE
               READ JOURNAL-FILE
                   AT END
                       SET END-OF-JRNL-FILE TO TRUE
                   NOT AT END
                       EVALUATE FJ-JRNL-TYPE
                           WHEN 'B'
                               PERFORM REPORT-BACKUP-PARA
                           WHEN 'D'
                               MOVE FJ-JRNL-DATE TO WS-DT-SEARCH
                               PERFORM FIND-DATE-ENTRY-PARA
                               ADD FJ-DAY-COUNT
                                   TO WS-DT-BACKUP (WS-DT-HIT-IX)
                           WHEN 'G'
                               PERFORM REPORT-GENERATION-PARA
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF NOT JOURNAL-HAS-BACKUP
               DISPLAY "ERROR: NO BACKUP LOADED ON THE JOURNAL - THE "
                   "RECOVERY HAS NOT BEEN RUN"
               PERFORM CLOSE-FINISH-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-GENS-ROLLED = ZERO
               MOVE "  NO GENERATIONS ROLLED" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF.

       REPORT-BACKUP-PARA.
           SET JOURNAL-HAS-BACKUP TO TRUE
           MOVE FJ-BKP-COUNT TO WS-JB-COUNT
           MOVE FJ-JRNL-DATE TO WS-JB-HIGH-DATE
           MOVE FJ-BKP-HIGH-STAMP TO WS-JB-HIGH-STAMP
           MOVE FJ-BKP-LOAD-STAMP TO WS-JB-LOAD-STAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BACKUP LOADED " WS-JB-LOAD-STAMP (1:8) ": "
               WS-JB-COUNT " RECORDS, HIGHEST BATCH DATE "
               WS-JB-HIGH-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  LATEST RUN STAMP ON THE BACKUP "
               WS-JB-HIGH-STAMP (1:8) "-" WS-JB-HIGH-STAMP (9:6)
               " - LATER POSTINGS MUST BE ROLLED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE "GENERATIONS ROLLED FORWARD" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA.

       REPORT-GENERATION-PARA.
           ADD 1 TO WS-GENS-ROLLED
           MOVE FJ-JRNL-DATE TO WS-DT-SEARCH
           PERFORM FIND-DATE-ENTRY-PARA
           MOVE 'Y' TO WS-DT-ROLLED (WS-DT-HIT-IX)
           ADD FJ-GEN-BATCH TO WS-DT-ROLL-COUNT (WS-DT-HIT-IX)
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " FJ-JRNL-DATE " READ " FJ-GEN-READ
               "  BATCH " FJ-GEN-BATCH "  WRITTEN " FJ-GEN-WRITTEN
               "  RESUBMIT " FJ-GEN-RESUB
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "           POSTED " FJ-GEN-S-COUNT
               "  REJECTED " FJ-GEN-E-COUNT "  HELD " FJ-GEN-H-COUNT
               "  RESTART DUPS " FJ-GEN-DUPS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE FJ-GEN-S-TOTAL TO WS-DISPLAY-TOTAL
           MOVE FJ-GEN-CKPT-TOTAL TO WS-DISPLAY-CKPT-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE FJ-GEN-CKPT-FLAG
               WHEN 'B'
                   STRING "           TOTAL " WS-DISPLAY-TOTAL
                       "  IN BALANCE WITH THE CHECKPOINT"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN 'O'
                   ADD 1 TO WS-GENS-OUT-OF-BALANCE
                   STRING "           TOTAL " WS-DISPLAY-TOTAL
                       "  ** OUT OF BALANCE - CHECKPOINT "
                       FJ-GEN-CKPT-CALC "/" FJ-GEN-CKPT-ERROR
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE-PARA
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "           CHECKPOINT TOTAL "
                       WS-DISPLAY-CKPT-TOTAL
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN OTHER
                   ADD 1 TO WS-GENS-NO-CKPT
                   ADD 1 TO WS-WARNING-COUNT
                   STRING "           TOTAL " WS-DISPLAY-TOTAL
                       "  NO CHECKPOINT - NOT PROVED"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE-PARA.

      *****************************************************************
      * RESUBMIT OUTCOMES, IN THE ORDER ARITHREJ RECORDS THEM.  ONLY
      * THE REASONS THAT ARITHPGM ALSO WROTE TO THE MASTER ARE
      * REAPPLIED: THE RSB MARKER OF A RESUBMIT THAT POSTED (OR WAS
      * HELD - STATUS 'H', DECIDED LATER FROM PENDAPRV), AND THE
      * CALCULATION REJECTS (R01 R02 R03 R09) - FROM THE BATCH, WHERE
      * THEY MATCH WHAT THE GENERATION WROTE, OR FROM A RESUBMIT THAT
      * FAILED AGAIN.  R04 R05 R11 AND A RESUBMIT'S R06/R07 NEVER
      * TOUCHED THE MASTER; R06-R08 FROM A BATCH ARE ON THE
      * GENERATION ALREADY; R10 IS A DECISION, TAKEN FROM PENDAPRV.
      *****************************************************************
       REAPPLY-RESUBMITS-PARA.
           MOVE 'N' TO WS-REJECT-EOF
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS = '00'
               SET REJECT-FILE-AVAILABLE TO TRUE
               PERFORM UNTIL END-OF-REJECT-FILE
                   READ REJECT-FILE
                       AT END
                           SET END-OF-REJECT-FILE TO TRUE
                       NOT AT END
                           IF RJ-REASON = "RSB" OR RJ-REASON = "R01"
                               OR RJ-REASON = "R02"
                               OR RJ-REASON = "R03"
                               OR RJ-REASON = "R09"
                               PERFORM REAPPLY-REJECT-RECORD-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           ELSE
               ADD 1 TO WS-WARNING-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ** ARITHREJ UNAVAILABLE (STATUS "
                   WS-REJECT-STATUS ") - NO RESUBMITS REAPPLIED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF.

       REAPPLY-REJECT-RECORD-PARA.
           MOVE RJ-ORIG-DATE TO HS-BATCH-DATE
           MOVE RJ-REC-NO TO HS-REC-NO
           PERFORM READ-HISTORY-PARA
           EVALUATE TRUE
               WHEN HIST-RECORD-FOUND AND HS-STATUS = 'V'
                   ADD 1 TO WS-RSB-AFTER-REVERSAL
               WHEN HIST-RECORD-FOUND
                   AND HS-HIST-RECORD (15:85) = RJ-REJECT-RECORD (15:85)
                   ADD 1 TO WS-RSB-CURRENT
               WHEN OTHER
                   MOVE RJ-REJECT-RECORD (15:85)
                       TO HS-HIST-RECORD (15:85)
                   MOVE WS-RECOVERY-STAMP TO HS-RUN-STAMP
                   PERFORM PUT-HISTORY-PARA
                   ADD 1 TO WS-RSB-REAPPLIED
           END-EVALUATE
           IF RJ-REASON = "RSB" AND RJ-STATUS = 'H'
               MOVE RJ-ORIG-DATE TO WS-DT-SEARCH
               PERFORM FIND-DATE-ENTRY-PARA
               ADD 1 TO WS-DT-RSB-HELD (WS-DT-HIT-IX)
           END-IF.

      *****************************************************************
      * SUPERVISOR DECISIONS, REWRITTEN EXACTLY AS ARITHAPR DOES.  A
      * RECORD NO LONGER HELD WAS DECIDED BEFORE THE BACKUP; EVERY
      * PENDAPRV ENTRY ALSO COUNTS TOWARDS ITS DATE'S HOLDS.
      *****************************************************************
       REAPPLY-DECISIONS-PARA.
           MOVE 'N' TO WS-PEND-EOF
           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS = '00'
               SET PEND-FILE-AVAILABLE TO TRUE
               PERFORM UNTIL END-OF-PEND-FILE
                   READ PEND-FILE NEXT RECORD
                       AT END
                           SET END-OF-PEND-FILE TO TRUE
                       NOT AT END
                           PERFORM REAPPLY-DECISION-PARA
                   END-READ
               END-PERFORM
               CLOSE PEND-FILE
           ELSE
               ADD 1 TO WS-WARNING-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ** PENDAPRV UNAVAILABLE (STATUS "
                   WS-PEND-STATUS ") - NO DECISIONS REAPPLIED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF.

       REAPPLY-DECISION-PARA.
           MOVE PD-BATCH-DATE TO WS-DT-SEARCH
           PERFORM FIND-DATE-ENTRY-PARA
           ADD 1 TO WS-DT-HELD (WS-DT-HIT-IX)
           IF PD-ACTION = 'A' OR PD-ACTION = 'D'
               MOVE PD-BATCH-DATE TO HS-BATCH-DATE
               MOVE PD-REC-NO TO HS-REC-NO
               PERFORM READ-HISTORY-PARA
               EVALUATE TRUE
                   WHEN NOT HIST-RECORD-FOUND
                       ADD 1 TO WS-DECISIONS-MISSING
                       ADD 1 TO WS-WARNING-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "  ** DECIDED " PD-BATCH-DATE " REC "
                           PD-REC-NO " NOT ON THE MASTER"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE-PARA
                   WHEN HS-STATUS NOT = 'H'
                       ADD 1 TO WS-DECISIONS-CURRENT
                   WHEN PD-ACTION = 'A'
                       MOVE 'S' TO HS-STATUS
                       MOVE SPACES TO HS-STATUS-MSG
                       STRING "APPROVED BY " PD-APPROVER
                           DELIMITED BY SIZE INTO HS-STATUS-MSG
                       MOVE PD-ACTION-STAMP TO HS-RUN-STAMP
                       PERFORM PUT-HISTORY-PARA
                       ADD 1 TO WS-DECISIONS-APPLIED
                   WHEN OTHER
                       MOVE 'E' TO HS-STATUS
                       MOVE ZERO TO HS-C, HS-REMAINDER
                       MOVE SPACES TO HS-STATUS-MSG
                       STRING "DECLINED BY " PD-APPROVER
                           DELIMITED BY SIZE INTO HS-STATUS-MSG
                       MOVE PD-ACTION-STAMP TO HS-RUN-STAMP
                       PERFORM PUT-HISTORY-PARA
                       ADD 1 TO WS-DECISIONS-APPLIED
               END-EVALUATE
           END-IF.

      *****************************************************************
      * SECOND PASS OF THE JOURNAL: THE REVERSAL STAMPS, LAST OF ALL,
      * AS ARITHPGM'S APPLY-REVERSAL-PARA WROTE THEM.  A TARGET THAT
      * IS MISSING OR NOT POSTED MEANS AN EARLIER UPDATE WAS NOT
      * RECOVERED AND IS LISTED.
      *****************************************************************
       REAPPLY-REVERSALS-PARA.
           MOVE 'N' TO WS-JRNL-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN JOURNAL-FILE - STATUS = "
                   WS-JRNL-STATUS
               PERFORM CLOSE-FINISH-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-JRNL-FILE
               READ JOURNAL-FILE
                   AT END
                       SET END-OF-JRNL-FILE TO TRUE
                   NOT AT END
                       IF FJ-JRNL-TYPE = 'V'
                           PERFORM REAPPLY-REVERSAL-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       REAPPLY-REVERSAL-PARA.
           MOVE FJ-JRNL-DATE TO HS-BATCH-DATE
           MOVE FJ-REV-TARGET-RECNO TO HS-REC-NO
           PERFORM READ-HISTORY-PARA
           EVALUATE TRUE
               WHEN NOT HIST-RECORD-FOUND
                   MOVE "NOT ON THE MASTER" TO WS-NOTE
                   PERFORM REPORT-FAILED-REVERSAL-PARA
               WHEN HS-STATUS = 'V'
                   ADD 1 TO WS-REVERSALS-CURRENT
               WHEN HS-STATUS NOT = 'S'
                   MOVE SPACES TO WS-NOTE
                   STRING "NOT POSTED (STATUS " HS-STATUS ")"
                       DELIMITED BY SIZE INTO WS-NOTE
                   PERFORM REPORT-FAILED-REVERSAL-PARA
               WHEN OTHER
                   MOVE 'V' TO HS-STATUS
                   MOVE SPACES TO HS-STATUS-MSG
                   STRING "REVERSED BY BATCH " FJ-REV-BY-DATE
                       " REC " FJ-REV-BY-RECNO
                       DELIMITED BY SIZE INTO HS-STATUS-MSG
                   MOVE FJ-REV-STAMP TO HS-RUN-STAMP
                   PERFORM PUT-HISTORY-PARA
                   ADD 1 TO WS-REVERSALS-APPLIED
           END-EVALUATE.

       REPORT-FAILED-REVERSAL-PARA.
           ADD 1 TO WS-REVERSALS-FAILED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  ** REVERSAL TARGET " FJ-JRNL-DATE " REC "
               FJ-REV-TARGET-RECNO " " WS-NOTE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA.

       WRITE-REAPPLY-TOTALS-PARA.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  RESUBMITS/REJECTS  REAPPLIED " WS-RSB-REAPPLIED
               "  ALREADY CURRENT " WS-RSB-CURRENT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "                     SINCE REVERSED "
               WS-RSB-AFTER-REVERSAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  DECISIONS          REAPPLIED "
               WS-DECISIONS-APPLIED "  ALREADY CURRENT "
               WS-DECISIONS-CURRENT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  REVERSAL STAMPS    REAPPLIED "
               WS-REVERSALS-APPLIED "  ALREADY CURRENT "
               WS-REVERSALS-CURRENT "  FAILED " WS-REVERSALS-FAILED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA.

       COUNT-MASTER-PARA.
           MOVE 'N' TO WS-HIST-EOF
           MOVE LOW-VALUES TO HS-HIST-KEY
           START HISTORY-FILE KEY IS NOT LESS THAN HS-HIST-KEY
               INVALID KEY
                   SET END-OF-HIST-FILE TO TRUE
           END-START
           MOVE SPACES TO WS-DT-SEARCH
           PERFORM UNTIL END-OF-HIST-FILE
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-HIST-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-COUNT
                       IF HS-BATCH-DATE NOT = WS-DT-SEARCH
                           MOVE HS-BATCH-DATE TO WS-DT-SEARCH
                           PERFORM FIND-DATE-ENTRY-PARA
                       END-IF
                       ADD 1 TO WS-DT-MASTER (WS-DT-HIT-IX)
               END-READ
           END-PERFORM.

       LOAD-RUN-CONTROL-PARA.
           MOVE 'N' TO WS-RUN-EOF
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS = '00'
               SET RUN-FILE-AVAILABLE TO TRUE
               PERFORM UNTIL END-OF-RUN-FILE
                   READ RUN-FILE NEXT RECORD
                       AT END
                           SET END-OF-RUN-FILE TO TRUE
                       NOT AT END
                           IF RN-POSTED-FLAG = 'Y'
                               MOVE RN-RUN-DATE TO WS-DT-SEARCH
                               PERFORM FIND-DATE-ENTRY-PARA
                               MOVE 'Y' TO WS-DT-POSTED (WS-DT-HIT-IX)
                               MOVE RN-POSTED-STAMP
                                   TO WS-DT-POSTED-STAMP (WS-DT-HIT-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-FILE
           ELSE
               ADD 1 TO WS-WARNING-COUNT
               DISPLAY "WARNING: RUN-FILE UNAVAILABLE - STATUS = "
                   WS-RUN-STATUS " - POSTED DATES NOT CHECKED"
           END-IF.

       LOAD-CHECKPOINTS-PARA.
           MOVE 'N' TO WS-CKPT-EOF
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = '00'
               SET CKPT-FILE-AVAILABLE TO TRUE
               PERFORM UNTIL END-OF-CKPT-FILE
                   READ CHECKPOINT-FILE
                       AT END
                           SET END-OF-CKPT-FILE TO TRUE
                       NOT AT END
                           MOVE CKPT-BATCH-DATE TO WS-DT-SEARCH
                           PERFORM FIND-DATE-ENTRY-PARA
                           MOVE 'Y' TO WS-DT-CKPT (WS-DT-HIT-IX)
                           COMPUTE WS-DT-CKPT-COUNT (WS-DT-HIT-IX)
                               = CKPT-CALC-COUNT + CKPT-ERROR-COUNT
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           ELSE
               ADD 1 TO WS-WARNING-COUNT
               DISPLAY "WARNING: CHECKPOINT-FILE UNAVAILABLE - STATUS "
                   "= " WS-CKPT-STATUS " - COUNTS NOT CHECKED"
           END-IF.

      *****************************************************************
      * ONE LINE PER BATCH DATE.  THE CHECKPOINT COUNTS POSTED AND
      * REJECTED CALCULATIONS; HELD ONES ARE ON PENDAPRV, SO THE
      * MASTER SHOULD HOLD THE TWO TOGETHER FOR THE DATE - RESUBMITS,
      * DECISIONS AND REVERSALS ONLY EVER REWRITE EXISTING KEYS.  A
      * RESUBMIT HELD FOR APPROVAL (RSB MARKER STATUS 'H') IS ALSO ON
      * PENDAPRV UNDER ITS ORIGINAL DATE BUT WAS COUNTED AS A REJECT
      * BY THAT DAY'S CHECKPOINT, SO IT IS TAKEN OFF THE DATE'S HOLDS;
      * THE HELD COLUMN SHOWS THE BATCH'S OWN HOLDS.
      *****************************************************************
       WRITE-DATE-SECTION-PARA.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE "RECORDS RESTORED BY BATCH DATE" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE "DATE      BACKUP ROLLED MASTER   CKPT   HELD  NOTE"
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           PERFORM VARYING WS-DT-IX FROM 1 BY 1
               UNTIL WS-DT-IX > WS-DATE-COUNT
               PERFORM WRITE-DATE-LINE-PARA
           END-PERFORM.

       WRITE-DATE-LINE-PARA.
           MOVE SPACES TO WS-NOTE
           EVALUATE TRUE
               WHEN WS-DT-POSTED (WS-DT-IX) = 'Y'
                   AND WS-DT-POSTED-STAMP (WS-DT-IX) > WS-JB-HIGH-STAMP
                   AND WS-DT-ROLLED (WS-DT-IX) NOT = 'Y'
                   ADD 1 TO WS-GAP-COUNT
                   MOVE "** GAP - GENERATION NOT ROLLED" TO WS-NOTE
               WHEN WS-DT-POSTED (WS-DT-IX) = 'Y'
                   AND WS-DT-MASTER (WS-DT-IX) = ZERO
                   ADD 1 TO WS-GAP-COUNT
                   MOVE "** MISSING - POSTED, NONE HERE" TO WS-NOTE
               WHEN WS-DT-CKPT (WS-DT-IX) = 'Y'
                   AND WS-DT-MASTER (WS-DT-IX)
                       + WS-DT-RSB-HELD (WS-DT-IX) NOT =
                       WS-DT-CKPT-COUNT (WS-DT-IX)
                       + WS-DT-HELD (WS-DT-IX)
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE "** COUNT DIFFERS FROM CKPT" TO WS-NOTE
               WHEN WS-DT-MASTER (WS-DT-IX) > ZERO
                   AND RUN-FILE-AVAILABLE
                   AND WS-DT-POSTED (WS-DT-IX) NOT = 'Y'
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE "UNPOSTED ON ARITHRUN" TO WS-NOTE
               WHEN WS-DT-MASTER (WS-DT-IX) > ZERO
                   AND CKPT-FILE-AVAILABLE
                   AND WS-DT-CKPT (WS-DT-IX) NOT = 'Y'
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE "NO CKPT" TO WS-NOTE
           END-EVALUATE
           MOVE WS-DT-DATE (WS-DT-IX) TO DL-DATE
           MOVE WS-DT-BACKUP (WS-DT-IX) TO DL-BACKUP
           IF WS-DT-ROLLED (WS-DT-IX) = 'Y'
               MOVE WS-DT-ROLL-COUNT (WS-DT-IX) TO DL-ROLLED-N
           ELSE
               MOVE "     -" TO DL-ROLLED
           END-IF
           MOVE WS-DT-MASTER (WS-DT-IX) TO DL-MASTER
           IF WS-DT-CKPT (WS-DT-IX) = 'Y'
               MOVE WS-DT-CKPT-COUNT (WS-DT-IX) TO DL-CKPT-N
           ELSE
               MOVE "     -" TO DL-CKPT
           END-IF
           COMPUTE DL-HELD = WS-DT-HELD (WS-DT-IX)
               - WS-DT-RSB-HELD (WS-DT-IX)
           MOVE WS-NOTE TO DL-NOTE
           MOVE WS-DATE-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA.

       WRITE-VERDICT-PARA.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECORDS ON THE MASTER " WS-MASTER-COUNT
               "  BATCH DATES " WS-DATE-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GAPS " WS-GAP-COUNT "  COUNT MISMATCHES "
               WS-MISMATCH-COUNT "  GENERATIONS OUT OF BALANCE "
               WS-GENS-OUT-OF-BALANCE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "UNAPPLIED REVERSALS " WS-REVERSALS-FAILED
               "  WARNINGS " WS-WARNING-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           IF WS-GAP-COUNT > 0
               OR WS-MISMATCH-COUNT > 0
               OR WS-GENS-OUT-OF-BALANCE > 0
               OR WS-REVERSALS-FAILED > 0
               MOVE "** DO NOT RETURN THE MASTER TO SERVICE - RESOLVE "
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
               MOVE "** THE FLAGGED ITEMS AND RERUN THE RECOVERY"
                   TO WS-REPORT-LINE
           ELSE
               MOVE "MASTER RECOVERED - REBUILD THE DEPT ALTERNATE "
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
               MOVE "INDEX (BLDINDEX) BEFORE RETURNING IT TO SERVICE"
                   TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE-PARA.

       FIND-DATE-ENTRY-PARA.
           MOVE 'N' TO WS-DT-FOUND
           PERFORM VARYING WS-DT-IX FROM 1 BY 1
               UNTIL WS-DT-IX > WS-DATE-COUNT
                   OR DATE-ENTRY-FOUND
                   OR WS-DT-DATE (WS-DT-IX) > WS-DT-SEARCH
               IF WS-DT-DATE (WS-DT-IX) = WS-DT-SEARCH
                   SET DATE-ENTRY-FOUND TO TRUE
                   MOVE WS-DT-IX TO WS-DT-HIT-IX
               END-IF
           END-PERFORM
           IF NOT DATE-ENTRY-FOUND
               PERFORM INSERT-DATE-ENTRY-PARA
           END-IF.

       INSERT-DATE-ENTRY-PARA.
           IF WS-DATE-COUNT NOT < 4000
               DISPLAY "ERROR: DATE TABLE FULL - MORE THAN 4000 BATCH "
                   "DATES"
               PERFORM CLOSE-FINISH-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DATE-COUNT
           MOVE WS-DATE-COUNT TO WS-DT-IX
           PERFORM UNTIL WS-DT-IX = 1
               OR WS-DT-DATE (WS-DT-IX - 1) < WS-DT-SEARCH
               MOVE WS-DATE-ENTRY (WS-DT-IX - 1)
                   TO WS-DATE-ENTRY (WS-DT-IX)
               SUBTRACT 1 FROM WS-DT-IX
           END-PERFORM
           MOVE WS-DT-SEARCH TO WS-DT-DATE (WS-DT-IX)
           MOVE ZERO TO WS-DT-BACKUP (WS-DT-IX)
           MOVE 'N' TO WS-DT-ROLLED (WS-DT-IX)
           MOVE ZERO TO WS-DT-ROLL-COUNT (WS-DT-IX)
           MOVE ZERO TO WS-DT-MASTER (WS-DT-IX)
           MOVE 'N' TO WS-DT-POSTED (WS-DT-IX)
           MOVE SPACES TO WS-DT-POSTED-STAMP (WS-DT-IX)
           MOVE 'N' TO WS-DT-CKPT (WS-DT-IX)
           MOVE ZERO TO WS-DT-CKPT-COUNT (WS-DT-IX)
           MOVE ZERO TO WS-DT-HELD (WS-DT-IX)
           MOVE ZERO TO WS-DT-RSB-HELD (WS-DT-IX)
           MOVE WS-DT-IX TO WS-DT-HIT-IX.

       CLOSE-FINISH-FILES-PARA.
           CLOSE HISTORY-FILE
           CLOSE RECOVERY-REPORT-FILE.

       WRITE-REPORT-LINE-PARA.
           WRITE RECOVERY-REPORT-REC FROM WS-REPORT-LINE
           IF WS-RCVRPT-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO WRITE RECOVERY-REPORT-FILE - "
                   "STATUS = " WS-RCVRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       END PROGRAM ArithFRC.
