       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArithSOG.
      *****************************************************************
      * STANDING-ORDER FEED GENERATOR.
      * RUN BEFORE ARITHMRG.  READS THE STANDING-ORDER MASTER
      * (SORDMAST - SEE ARITHSOR) AND WRITES EVERY ORDER FALLING DUE
      * ON THE BATCH DATE AS AN ORDINARY PROVIDER FEED (SORDFEED),
      * HEADED AND TRAILED AS ARITHCTL REQUIRES UNDER PROVIDER ID
      * 'STD', SO THE ITEMS GO THROUGH THE MERGE, THE EDIT, POSTING
      * AND ACKNOWLEDGEMENT EXACTLY AS ANY OTHER PROVIDER'S RECORDS
      * DO.  EACH ITEM CARRIES ITS ORDER NUMBER AS THE PROVIDER'S
      * RECORD NUMBER, SO THE CROSS-REFERENCE TIES EVERY POSTED OR
      * REJECTED ITEM BACK TO ITS ORDER.
      * AN ORDER IS DUE WHEN IT IS ACTIVE AND ITS MOST RECENT
      * OCCURRENCE ON OR BEFORE THE BATCH DATE (TODAY FOR D, THE
      * LATEST OF ITS WEEKDAY FOR W, ITS DAY OF THE MONTH FOR M,
      * THE MONTH'S LAST MONDAY-FRIDAY FOR L - THIS MONTH'S, OR
      * LAST MONTH'S WHILE THIS MONTH'S IS STILL TO COME) LIES
      * BETWEEN ITS START AND END DATES AND IS LATER THAN THE DATE
      * IT WAS LAST GENERATED FOR - SO AN OCCURRENCE ON A DAY WITH
      * NO BATCH IS PICKED UP BY THE NEXT ONE, ONCE, EVEN ACROSS A
      * MONTH END.  THERE IS NO HOLIDAY
      * CALENDAR: THE LAST BUSINESS DAY IS THE LAST WEEKDAY.
      * RERUNS: THE GENERATED ORDER IS STAMPED WITH THE BATCH DATE
      * AFTER ITS ITEM IS WRITTEN.  A RERUN FOR THE SAME DATE WRITES
      * THE STAMPED ORDERS AGAIN UNDER THE SAME NUMBERS - THE FEED
      * DATASET IS REPLACED, NEVER ADDED TO, SO IT ALWAYS HOLDS EACH
      * DUE ITEM ONCE - AND WRITES ANY NEWLY DUE ORDER ONCE.  NOTHING
      * IS EVER GENERATED FOR AN OCCURRENCE ON OR BEFORE A DATE THE
      * ORDER WAS ALREADY GENERATED FOR.  A RUN FOR A DATE EARLIER
      * THAN AN ORDER'S LAST GENERATED DATE SKIPS THAT ORDER WITH A
      * WARNING.
      * AN ORDER WHOSE DEPARTMENT IS NO LONGER ACTIVE ON DEPTMAST IS
      * SKIPPED WITH A WARNING AND NOT STAMPED (THE EDIT WOULD ONLY
      * BOUNCE IT) - END OR SUSPEND IT WITH ARITHSOM.
      * SYSIN CONTROL CARD (OPTIONAL):
      *   DATE=YYYYMMDD
      *       THE BATCH DATE TO GENERATE FOR (DEFAULT THE CURRENT
      *       DATE) - CODE THE SAME CARD AS ARITHMRG.
      * RETURN CODES: 0 FEED WRITTEN (EVEN WITH NOTHING DUE), 4 FEED
      * WRITTEN BUT ORDERS SKIPPED FOR A CLOSED DEPARTMENT OR A
      * LATER GENERATED DATE, 16 FILE OR CONTROL-CARD ERROR (THE
      * FEED HAS NO TRAILER, SO ARITHMRG WILL NOT TAKE IT).
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

           SELECT FEED-FILE ASSIGN TO "SORDFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT PARAM-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

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

       FD  FEED-FILE.
       01  FEED-OUT-REC                  PIC X(91).

       FD  PARAM-FILE.
       01  PARAM-REC                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY ARITHREC REPLACING
           PREFIX-CALC-RECORD   BY SF-CALC-RECORD
           PREFIX-REC-NO        BY SF-REC-NO
           PREFIX-A             BY SF-A
           PREFIX-A-REF         BY SF-A-REF
           PREFIX-A-REF-FLAG    BY SF-A-REF-FLAG
           PREFIX-A-REF-RECNO   BY SF-A-REF-RECNO
           PREFIX-B             BY SF-B
           PREFIX-B-REF         BY SF-B-REF
           PREFIX-B-REF-FLAG    BY SF-B-REF-FLAG
           PREFIX-B-REF-RECNO   BY SF-B-REF-RECNO
           PREFIX-OPE           BY SF-OPE
           PREFIX-C             BY SF-C
           PREFIX-REMAINDER     BY SF-REMAINDER
           PREFIX-STATUS        BY SF-STATUS
           PREFIX-STATUS-MSG    BY SF-STATUS-MSG
           PREFIX-DEPT          BY SF-DEPT.

       COPY ARITHCTL REPLACING
           PREFIX-CONTROL-RECORD BY CT-CONTROL-RECORD
           PREFIX-CTL-TAG        BY CT-CTL-TAG
           PREFIX-CTL-BODY       BY CT-CTL-BODY
           PREFIX-CTL-HDR        BY CT-CTL-HDR
           PREFIX-HDR-DATE       BY CT-HDR-DATE
           PREFIX-HDR-PROVIDER   BY CT-HDR-PROVIDER
           PREFIX-CTL-TRL        BY CT-CTL-TRL
           PREFIX-TRL-COUNT      BY CT-TRL-COUNT
           PREFIX-TRL-A-HASH     BY CT-TRL-A-HASH
           PREFIX-TRL-B-HASH     BY CT-TRL-B-HASH.

       01  WS-FILE-STATUSES.
           05  WS-ORDER-STATUS           PIC X(02) VALUE SPACES.
           05  WS-DEPT-STATUS            PIC X(02) VALUE SPACES.
           05  WS-FEED-STATUS            PIC X(02) VALUE SPACES.
           05  WS-PARAM-STATUS           PIC X(02) VALUE SPACES.

       01  WS-PARAM-EOF                  PIC X(01) VALUE 'N'.
           88  END-OF-PARAM-FILE                   VALUE 'Y'.

       01  WS-ORDER-DONE                 PIC X(01) VALUE 'N'.
           88  ORDER-BROWSE-FINISHED               VALUE 'Y'.

       01  WS-STANDING-PROVIDER          PIC X(03) VALUE "STD".

       01  WS-BATCH-DATE                 PIC X(08) VALUE SPACES.
       01  WS-BATCH-DATE-NUM REDEFINES WS-BATCH-DATE
                                         PIC 9(08).

      *****************************************************************
      * CALENDAR FACTS FOR THE BATCH DATE, WORKED OUT ONCE, WITH THE
      * MONTH END AND LAST BUSINESS DAY OF BOTH THE BATCH MONTH AND
      * THE MONTH BEFORE IT.  WEEKDAY 1 IS MONDAY: DAY 1 OF THE
      * INTEGER-DATE CALENDAR (1 JANUARY 1601) WAS A MONDAY.
      *****************************************************************
       01  WS-BATCH-INT                  PIC 9(8) VALUE ZERO.
       01  WS-BATCH-WEEKDAY              PIC 9(1) VALUE ZERO.
       01  WS-MONTH-END                  PIC X(08) VALUE SPACES.
       01  WS-LAST-BUSINESS-DAY          PIC X(08) VALUE SPACES.
       01  WS-PREV-MONTH-END             PIC X(08) VALUE SPACES.
       01  WS-PREV-LAST-BUSINESS-DAY     PIC X(08) VALUE SPACES.

       01  WS-WORK-DATE                  PIC X(08) VALUE SPACES.
       01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                         PIC 9(08).
       01  WS-WORK-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR              PIC 9(04).
           05  WS-WORK-MONTH             PIC 9(02).
           05  WS-WORK-DAY               PIC 9(02).
       01  WS-WORK-INT                   PIC 9(8) VALUE ZERO.
       01  WS-WORK-QUOTIENT              PIC 9(8) VALUE ZERO.
       01  WS-WORK-WEEKDAY               PIC 9(1) VALUE ZERO.
       01  WS-DAYS-BACK                  PIC 9(2) VALUE ZERO.

       01  WS-TARGET-DATE                PIC X(08) VALUE SPACES.

       01  WS-DUE-FLAG                   PIC X(01) VALUE 'N'.
           88  ORDER-IS-DUE                        VALUE 'Y'.

       01  WS-FEED-A-HASH                PIC S9(13)V99 VALUE ZERO.
       01  WS-FEED-B-HASH                PIC S9(13)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-COUNT             PIC 9(6) VALUE ZERO.
           05  WS-FEED-COUNT             PIC 9(6) VALUE ZERO.
           05  WS-NEW-COUNT              PIC 9(6) VALUE ZERO.
           05  WS-REPRODUCED-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-DEPT-SKIP-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-LATER-SKIP-COUNT       PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CONTROL-CARDS-PARA
           IF WS-BATCH-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BATCH-DATE
           END-IF
           PERFORM SET-CALENDAR-PARA
           PERFORM OPEN-FILES-PARA
           PERFORM WRITE-FEED-HEADER-PARA
           MOVE 'N' TO WS-ORDER-DONE
           MOVE ZERO TO SO-ORDER-NO
           START ORDER-FILE KEY IS NOT LESS THAN SO-ORDER-NO
               INVALID KEY
                   SET ORDER-BROWSE-FINISHED TO TRUE
           END-START
           PERFORM UNTIL ORDER-BROWSE-FINISHED
               READ ORDER-FILE NEXT RECORD
                   AT END
                       SET ORDER-BROWSE-FINISHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PROCESS-ORDER-PARA
               END-READ
           END-PERFORM
           PERFORM WRITE-FEED-TRAILER-PARA
           PERFORM CLOSE-FILES-PARA
           DISPLAY "ARITHSOG: BATCH " WS-BATCH-DATE " - "
               WS-READ-COUNT " ORDERS READ, " WS-FEED-COUNT
               " ITEMS ON FEED (" WS-NEW-COUNT " NEW, "
               WS-REPRODUCED-COUNT " REPRODUCED)"
           IF WS-DEPT-SKIP-COUNT > ZERO OR WS-LATER-SKIP-COUNT > ZERO
               DISPLAY "ARITHSOG: " WS-DEPT-SKIP-COUNT
                   " SKIPPED FOR CLOSED DEPARTMENT, "
                   WS-LATER-SKIP-COUNT
                   " SKIPPED FOR A LATER GENERATED DATE"
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
               WHEN OTHER
                   PERFORM FLAG-BAD-CONTROL-CARD-PARA
           END-EVALUATE.

       FLAG-BAD-CONTROL-CARD-PARA.
           DISPLAY "ERROR: INVALID CONTROL CARD '" PARAM-REC (1:20)
               "' - USE DATE=YYYYMMDD"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * THE LAST DAY OF THE MONTH IS THE DAY BEFORE THE FIRST OF THE
      * NEXT; THE LAST BUSINESS DAY IS THAT, PULLED BACK OFF A
      * SATURDAY OR SUNDAY.
      *****************************************************************
       SET-CALENDAR-PARA.
           COMPUTE WS-BATCH-INT =
               FUNCTION INTEGER-OF-DATE (WS-BATCH-DATE-NUM)
           MOVE WS-BATCH-INT TO WS-WORK-INT
           PERFORM FIND-WEEKDAY-PARA
           MOVE WS-WORK-WEEKDAY TO WS-BATCH-WEEKDAY
           MOVE WS-BATCH-DATE TO WS-WORK-DATE
           IF WS-WORK-MONTH = 12
               ADD 1 TO WS-WORK-YEAR
               MOVE 1 TO WS-WORK-MONTH
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF
           MOVE 1 TO WS-WORK-DAY
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-NUM) - 1
           PERFORM FIND-MONTH-END-PARA
           MOVE WS-TARGET-DATE TO WS-MONTH-END
           MOVE WS-WORK-DATE TO WS-LAST-BUSINESS-DAY
           MOVE WS-BATCH-DATE TO WS-WORK-DATE
           MOVE 1 TO WS-WORK-DAY
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-NUM) - 1
           PERFORM FIND-MONTH-END-PARA
           MOVE WS-TARGET-DATE TO WS-PREV-MONTH-END
           MOVE WS-WORK-DATE TO WS-PREV-LAST-BUSINESS-DAY
           MOVE SPACES TO WS-TARGET-DATE.

      *****************************************************************
      * WS-WORK-INT HOLDS THE LAST DAY OF A MONTH.  LEAVES THAT DATE
      * IN WS-TARGET-DATE AND THE MONTH'S LAST MONDAY-FRIDAY IN
      * WS-WORK-DATE.
      *****************************************************************
       FIND-MONTH-END-PARA.
           COMPUTE WS-WORK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
           MOVE WS-WORK-DATE TO WS-TARGET-DATE
           PERFORM FIND-WEEKDAY-PARA
           EVALUATE WS-WORK-WEEKDAY
               WHEN 6
                   SUBTRACT 1 FROM WS-WORK-INT
               WHEN 7
                   SUBTRACT 2 FROM WS-WORK-INT
           END-EVALUATE
           COMPUTE WS-WORK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INT).

       FIND-WEEKDAY-PARA.
           DIVIDE 7 INTO WS-WORK-INT GIVING WS-WORK-QUOTIENT
               REMAINDER WS-WORK-WEEKDAY
           IF WS-WORK-WEEKDAY = ZERO
               MOVE 7 TO WS-WORK-WEEKDAY
           END-IF.

       OPEN-FILES-PARA.
           OPEN I-O ORDER-FILE
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
           END-IF
           OPEN OUTPUT FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN FEED-FILE - STATUS = "
                   WS-FEED-STATUS
               CLOSE ORDER-FILE
               CLOSE DEPT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-ORDER-PARA.
           EVALUATE TRUE
               WHEN SO-LAST-GEN-DATE = WS-BATCH-DATE
                   PERFORM WRITE-FEED-ITEM-PARA
                   ADD 1 TO WS-REPRODUCED-COUNT
               WHEN SO-ORDER-STATUS NOT = 'A'
                   CONTINUE
               WHEN SO-LAST-GEN-DATE NOT = SPACES
                   AND SO-LAST-GEN-DATE > WS-BATCH-DATE
                   ADD 1 TO WS-LATER-SKIP-COUNT
                   DISPLAY "WARNING: ORDER " SO-ORDER-NO
                       " ALREADY GENERATED FOR LATER DATE "
                       SO-LAST-GEN-DATE " - SKIPPED"
               WHEN OTHER
                   PERFORM CHECK-ORDER-DUE-PARA
                   IF ORDER-IS-DUE
                       PERFORM GENERATE-ORDER-PARA
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * THE TARGET IS THE ORDER'S MOST RECENT OCCURRENCE ON OR BEFORE
      * THE BATCH DATE.  FOR M AND L, WHILE THIS MONTH'S OCCURRENCE IS
      * STILL TO COME IT IS LAST MONTH'S, SO ONE MISSED AT A MONTH END
      * IS STILL PICKED UP; THE LAST-GENERATED TEST STOPS IT BEING
      * GENERATED TWICE.
      *****************************************************************
       CHECK-ORDER-DUE-PARA.
           MOVE 'N' TO WS-DUE-FLAG
           MOVE SPACES TO WS-TARGET-DATE
           EVALUATE SO-FREQUENCY
               WHEN 'D'
                   MOVE WS-BATCH-DATE TO WS-TARGET-DATE
               WHEN 'W'
                   IF SO-FREQ-DAY >= 1 AND SO-FREQ-DAY <= 7
                       COMPUTE WS-DAYS-BACK =
                           WS-BATCH-WEEKDAY + 7 - SO-FREQ-DAY
                       IF WS-DAYS-BACK >= 7
                           SUBTRACT 7 FROM WS-DAYS-BACK
                       END-IF
                       COMPUTE WS-WORK-INT =
                           WS-BATCH-INT - WS-DAYS-BACK
                       COMPUTE WS-WORK-DATE-NUM =
                           FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
                       MOVE WS-WORK-DATE TO WS-TARGET-DATE
                   END-IF
               WHEN 'M'
                   MOVE WS-BATCH-DATE TO WS-WORK-DATE
                   IF SO-FREQ-DAY >= WS-MONTH-END (7:2)
                       MOVE WS-MONTH-END TO WS-WORK-DATE
                   ELSE
                       MOVE SO-FREQ-DAY TO WS-WORK-DAY
                   END-IF
                   IF WS-WORK-DATE > WS-BATCH-DATE
                       MOVE WS-PREV-MONTH-END TO WS-WORK-DATE
                       IF SO-FREQ-DAY < WS-PREV-MONTH-END (7:2)
                           MOVE SO-FREQ-DAY TO WS-WORK-DAY
                       END-IF
                   END-IF
                   IF SO-FREQ-DAY > ZERO
                       MOVE WS-WORK-DATE TO WS-TARGET-DATE
                   END-IF
               WHEN 'L'
                   IF WS-LAST-BUSINESS-DAY NOT > WS-BATCH-DATE
                       MOVE WS-LAST-BUSINESS-DAY TO WS-TARGET-DATE
                   ELSE
                       MOVE WS-PREV-LAST-BUSINESS-DAY
                           TO WS-TARGET-DATE
                   END-IF
           END-EVALUATE
           IF WS-TARGET-DATE NOT = SPACES
               AND WS-TARGET-DATE >= SO-START-DATE
               AND (SO-END-DATE = SPACES
                   OR WS-TARGET-DATE NOT > SO-END-DATE)
               AND (SO-LAST-GEN-DATE = SPACES
                   OR SO-LAST-GEN-DATE < WS-TARGET-DATE)
               SET ORDER-IS-DUE TO TRUE
           END-IF.

      *****************************************************************
      * THE ITEM IS WRITTEN BEFORE THE ORDER IS STAMPED: IF THE RUN
      * DIES BETWEEN THE TWO, THE RERUN SIMPLY WRITES IT AGAIN ON THE
      * REPLACEMENT FEED.
      *****************************************************************
       GENERATE-ORDER-PARA.
           MOVE SO-DEPT TO DP-DEPT-CODE
           READ DEPT-FILE
               INVALID KEY
                   MOVE SPACE TO DP-DEPT-STATUS
           END-READ
           IF DP-DEPT-STATUS NOT = 'A'
               ADD 1 TO WS-DEPT-SKIP-COUNT
               DISPLAY "WARNING: ORDER " SO-ORDER-NO " DEPARTMENT "
                   SO-DEPT " NOT ACTIVE ON DEPTMAST - SKIPPED"
           ELSE
               PERFORM WRITE-FEED-ITEM-PARA
               ADD 1 TO WS-NEW-COUNT
               MOVE WS-BATCH-DATE TO SO-LAST-GEN-DATE
               ADD 1 TO SO-GEN-COUNT
               REWRITE SO-ORDER-RECORD
               IF WS-ORDER-STATUS NOT = '00'
                   DISPLAY "ERROR: UNABLE TO REWRITE ORDER-FILE - "
                       "STATUS = " WS-ORDER-STATUS
                   PERFORM CLOSE-FILES-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       WRITE-FEED-ITEM-PARA.
           MOVE SPACES TO SF-CALC-RECORD
           MOVE SO-ORDER-NO TO SF-REC-NO
           MOVE SO-A TO SF-A
           MOVE SO-B TO SF-B
           MOVE SO-OPE TO SF-OPE
           MOVE ZERO TO SF-C
           MOVE ZERO TO SF-REMAINDER
           MOVE SO-DEPT TO SF-DEPT
           WRITE FEED-OUT-REC FROM SF-CALC-RECORD
           PERFORM CHECK-FEED-WRITE-PARA
           ADD 1 TO WS-FEED-COUNT
           ADD SO-A TO WS-FEED-A-HASH
           ADD SO-B TO WS-FEED-B-HASH.

       WRITE-FEED-HEADER-PARA.
           MOVE SPACES TO CT-CONTROL-RECORD
           MOVE 'HDR' TO CT-CTL-TAG
           MOVE WS-BATCH-DATE TO CT-HDR-DATE
           MOVE WS-STANDING-PROVIDER TO CT-HDR-PROVIDER
           WRITE FEED-OUT-REC FROM CT-CONTROL-RECORD
           PERFORM CHECK-FEED-WRITE-PARA.

       WRITE-FEED-TRAILER-PARA.
           MOVE SPACES TO CT-CONTROL-RECORD
           MOVE 'TRL' TO CT-CTL-TAG
           MOVE WS-FEED-COUNT TO CT-TRL-COUNT
           MOVE WS-FEED-A-HASH TO CT-TRL-A-HASH
           MOVE WS-FEED-B-HASH TO CT-TRL-B-HASH
           WRITE FEED-OUT-REC FROM CT-CONTROL-RECORD
           PERFORM CHECK-FEED-WRITE-PARA.

       CHECK-FEED-WRITE-PARA.
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO WRITE FEED-FILE - STATUS = "
                   WS-FEED-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-FILES-PARA.
           CLOSE ORDER-FILE
           CLOSE DEPT-FILE
           CLOSE FEED-FILE.
       END PROGRAM ArithSOG.
