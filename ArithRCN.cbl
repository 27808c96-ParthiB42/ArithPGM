      *     ARITHLOG ENTRIES BY REC-NO (INTERACTIVE ENTRIES, LOGGED
      *     WITH R=000000, ARE OUTSIDE THE BATCH AND IGNORED),
      *   - COMPARES BOTH AGAINST THE FINAL CHECKPOINT RECORD'S
      *     CALC/ERROR/PER-OPERATION COUNTS AND GRAND TOTAL,
      *   - ACCOUNTS FOR CALCULATIONS HELD FOR APPROVAL (STATUS 'H'
      *     - SEE ARITHPND): THEY ARE NEITHER POSTED NOR REJECTED,
      *     SO THEY ARE COUNTED APART, AND EACH MUST HAVE ITS RECORD
      *     ON THE PENDING-APPROVAL DATASET, WHOSE ENTRIES FOR THE
      *     BATCH DATE MUST NUMBER THE SAME AS THE HELD RECORDS.
      * THE BATCH DATE RECONCILED IS TAKEN FROM THE FINAL CHECKPOINT
      * RECORD, SO A LATE RUN AFTER MIDNIGHT STILL CLOSES THE RIGHT
      * BATCH.  EVERY DISCREPANCY (MISSING RECORD, DUPLICATE REC-NO,
               RECORD KEY IS RN-RUN-DATE
               FILE STATUS IS WS-RUN-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDAPRV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RESULT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-RCNRPT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-PARAM-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RUN-STATUS             PIC X(02) VALUE SPACES.
           05  WS-PEND-STATUS            PIC X(02) VALUE SPACES.

       01  WS-RESULT-EOF                 PIC X(01) VALUE 'N'.
           88  END-OF-RESULT-FILE                  VALUE 'Y'.
       01  WS-RUN-REC-FOUND              PIC X(01) VALUE 'N'.
           88  RUN-RECORD-FOUND                    VALUE 'Y'.

       01  WS-PEND-AVAILABLE             PIC X(01) VALUE 'N'.
           88  PEND-FILE-AVAILABLE                 VALUE 'Y'.

       01  WS-PEND-EOF                   PIC X(01) VALUE 'N'.
           88  END-OF-PEND-SCAN                    VALUE 'Y'.

       01  WS-PEND-DAY-COUNT             PIC 9(6) VALUE ZERO.

       01  WS-RESL-COUNTS.
           05  WS-RESL-COUNT             PIC 9(6) VALUE ZERO.
           05  WS-RESL-GOOD-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-RESL-ERROR-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-RESL-HELD-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-RESL-ADD-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-RESL-SUB-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-RESL-MUL-COUNT         PIC 9(6) VALUE ZERO.
               10  WS-MATCH-RECNO        PIC 9(6).
               10  WS-MATCH-RESL         PIC 9(4).
               10  WS-MATCH-LOG          PIC 9(4).
               10  WS-MATCH-PEND         PIC X(01).
                   88  HELD-NOT-PENDING            VALUE 'M'.

       01  WS-MATCH-IX                   PIC 9(6) VALUE ZERO.
       01  WS-MATCH-LO                   PIC 9(6) VALUE ZERO.
           PERFORM OPEN-REPORT-PARA
           PERFORM READ-FINAL-CHECKPOINT-PARA
           PERFORM CHECK-RUN-CONTROL-PARA
           PERFORM OPEN-PEND-FILE-PARA
           PERFORM TALLY-RESULT-FILE-PARA
           PERFORM COUNT-PENDING-PARA
           PERFORM TALLY-AUDIT-LOG-PARA
           PERFORM WRITE-BALANCE-REPORT-PARA
           PERFORM COMPARE-TOTALS-PARA
           END-IF
           CLOSE BALANCE-REPORT-FILE
           CLOSE RUN-FILE
           CLOSE PEND-FILE
           IF WS-DISCREPANCY-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
               END-IF
           END-IF.

      *****************************************************************
      * THE PENDING-APPROVAL DATASET IS ONLY NEEDED WHEN THE DAY HAS
      * HELD RECORDS; IF IT CANNOT BE OPENED THEN, EVERY HELD RECORD
      * SHOWS AS UNACCOUNTED FOR AND THE DAY IS OUT OF BALANCE.
      *****************************************************************
       OPEN-PEND-FILE-PARA.
           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS = '00'
               MOVE 'Y' TO WS-PEND-AVAILABLE
           ELSE
               MOVE 'N' TO WS-PEND-AVAILABLE
               DISPLAY "WARNING: PEND-FILE UNAVAILABLE - STATUS = "
                   WS-PEND-STATUS " - HELD RECORDS CANNOT BE "
                   "ACCOUNTED FOR"
           END-IF.

      *****************************************************************
      * A HELD RECORD KEEPS ITS PENDING-APPROVAL ENTRY AFTER IT IS
      * APPROVED OR DECLINED, SO EVERY ENTRY FOR THE BATCH DATE IS
      * COUNTED, WHATEVER ITS ACTION.
      *****************************************************************
       COUNT-PENDING-PARA.
           MOVE ZERO TO WS-PEND-DAY-COUNT
           IF PEND-FILE-AVAILABLE
               MOVE 'N' TO WS-PEND-EOF
               MOVE WS-BATCH-DATE TO PD-BATCH-DATE
               MOVE ZERO TO PD-REC-NO
               START PEND-FILE KEY IS NOT LESS THAN PD-PEND-KEY
                   INVALID KEY
                       SET END-OF-PEND-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-PEND-SCAN
                   READ PEND-FILE NEXT RECORD
                       AT END
                           SET END-OF-PEND-SCAN TO TRUE
                       NOT AT END
                           IF PD-BATCH-DATE = WS-BATCH-DATE
                               ADD 1 TO WS-PEND-DAY-COUNT
                           ELSE
                               SET END-OF-PEND-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-HELD-PENDING-PARA.
           IF PEND-FILE-AVAILABLE
               MOVE WS-BATCH-DATE TO PD-BATCH-DATE
               MOVE RS-REC-NO TO PD-REC-NO
               READ PEND-FILE
                   INVALID KEY
                       MOVE 'M' TO WS-MATCH-PEND (WS-MATCH-HIT-IX)
               END-READ
           ELSE
               MOVE 'M' TO WS-MATCH-PEND (WS-MATCH-HIT-IX)
           END-IF.

       OPEN-REPORT-PARA.
           OPEN OUTPUT BALANCE-REPORT-FILE
           IF WS-RCNRPT-STATUS NOT = '00'
                       ADD 1 TO WS-RESL-AVG-COUNT
               END-EVALUATE
           ELSE
               IF RS-STATUS = 'H'
                   ADD 1 TO WS-RESL-HELD-COUNT
               ELSE
                   ADD 1 TO WS-RESL-ERROR-COUNT
               END-IF
           END-IF
           MOVE RS-REC-NO TO WS-LOOKUP-RECNO
           PERFORM FIND-MATCH-ENTRY-PARA
           ADD 1 TO WS-MATCH-RESL (WS-MATCH-HIT-IX)
           IF RS-STATUS = 'H'
               PERFORM CHECK-HELD-PENDING-PARA
           END-IF.

       TALLY-AUDIT-LOG-PARA.
           OPEN INPUT ARITHLOG-FILE
           MOVE WS-LOOKUP-RECNO TO WS-MATCH-RECNO (WS-MATCH-LO)
           MOVE ZERO TO WS-MATCH-RESL (WS-MATCH-LO)
           MOVE ZERO TO WS-MATCH-LOG (WS-MATCH-LO)
           MOVE SPACE TO WS-MATCH-PEND (WS-MATCH-LO)
           MOVE WS-MATCH-LO TO WS-MATCH-HIT-IX.

       WRITE-BALANCE-REPORT-PARA.
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RESLFILE HELD FOR APPROVAL: " WS-RESL-HELD-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RESLFILE GRAND TOTAL      : " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PENDAPRV ENTRIES FOR DATE : " WS-PEND-DAY-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA.

       COMPARE-TOTALS-PARA.
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
           IF WS-RESL-HELD-COUNT NOT = WS-PEND-DAY-COUNT
               PERFORM REPORT-DISCREPANCY-SETUP-PARA
               STRING "MISMATCH: RESLFILE HELD "
                   WS-RESL-HELD-COUNT
                   " VS PENDAPRV ENTRIES " WS-PEND-DAY-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
           IF WS-RESL-GRAND-TOTAL NOT = WS-CKPT-GRAND-TOTAL
               PERFORM REPORT-DISCREPANCY-SETUP-PARA
               STRING "MISMATCH: GRAND TOTALS OUT OF BALANCE"
                       WS-MATCH-RECNO (WS-MATCH-IX)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE-PARA
           END-EVALUATE
           IF HELD-NOT-PENDING (WS-MATCH-IX)
               PERFORM REPORT-DISCREPANCY-SETUP-PARA
               STRING "HELD RECORD NOT ON PENDAPRV : "
                   WS-MATCH-RECNO (WS-MATCH-IX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF.

       WRITE-VERDICT-PARA.
           MOVE SPACES TO WS-REPORT-LINE
