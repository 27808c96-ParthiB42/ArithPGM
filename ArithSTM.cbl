       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArithSTM.
      *****************************************************************
      * DEPARTMENT STATEMENT OF ACCOUNT.
      * ANSWERS A DEPARTMENT'S "SHOW ME EVERYTHING YOU CHARGED US FOR
      * BETWEEN THESE DATES" FROM THE CALCULATION HISTORY MASTER
      * (ARITHHST) WITHOUT SCANNING EVERY RECORD IN THE RANGE: THE
      * MASTER CARRIES AN ALTERNATE INDEX ON THE DEPARTMENT CODE
      * (NON-UNIQUE, UPGRADED BY EVERY PROGRAM THAT UPDATES THE
      * MASTER - SEE ARITHSTM JCL), SO ONE START POSITIONS AT THE
      * DEPARTMENT'S OWN RECORDS.  FOR ONE DEPARTMENT, OR EVERY
      * ACTIVE DEPARTMENT ON DEPTMAST, IT PRODUCES:
      *   STMTPRT - A PRINTED STATEMENT PER DEPARTMENT: THE OPENING
      *             CUMULATIVE TOTAL (EVERYTHING POSTED BEFORE THE
      *             RANGE), EVERY CALCULATION IN THE RANGE IN BATCH
      *             DATE / REC-NO ORDER WITH ITS OPERANDS, OPERATION,
      *             RESULT, STATUS AND PROVIDER REFERENCE, THE
      *             RANGE'S COUNTS, AND THE CLOSING CUMULATIVE TOTAL.
      *   STMTEXT - THE SAME STATEMENT AS A FIXED-FORMAT EXTRACT
      *             (SEE ARITHSTX) FOR DEPARTMENTS THAT LOAD IT.
      * REVERSALS ARE SHOWN BESIDE THEIR ORIGINALS: UNDER A REVERSAL
      * THE LINE IT REVERSES AND ITS RESULT; UNDER A REVERSED (OR,
      * IN A CLOSED MONTH, PRIOR-PERIOD ADJUSTED) CALCULATION THE
      * REVERSAL THAT BACKED IT OUT, EVEN IF THAT POSTED AFTER THE
      * RANGE.  A REVERSAL ALWAYS POSTS UNDER ITS ORIGINAL'S
      * DEPARTMENT, SO BOTH HALVES ARE ON THE DEPARTMENT'S PATH.
      * THE CUMULATIVE TOTALS ARE THE NET OF C OVER STATUS 'S' AND
      * 'V' RECORDS - A RECORD STAMPED REVERSED STILL POSTED, AND ITS
      * OFFSET NETS IT OUT.  REJECTED AND HELD CALCULATIONS ARE
      * LISTED BUT NOT TOTALLED.
      * THE PROVIDER REFERENCE IS THE FEED PROVIDER AND ITS OWN
      * RECORD NUMBER THAT ARITHMRG PUT ON THE DAY'S CROSS-REFERENCE
      * (ARITHXRF).  THAT FILE ONLY EVER HOLDS THE LATEST DAY, SO
      * IT IS TAKEN FROM THE ACKNOWLEDGEMENT REGISTER (ACKREG - SEE
      * ARITHAKR), WHERE ARITHACK KEEPS IT BY BATCH DATE AND REC-NO.
      * SYSIN CONTROL CARDS (ALL OPTIONAL):
      *   DEPT=XXX        ONE DEPARTMENT (ACTIVE OR CLOSED); DEPT=ALL
      *                   OR NO CARD GIVES EVERY ACTIVE DEPARTMENT.
      *   FROM=YYYYMMDD   FIRST BATCH DATE (DEFAULT THE FIRST OF THE
      *                   CURRENT MONTH).
      *   TO=YYYYMMDD     LAST BATCH DATE (DEFAULT CURRENT DATE).
      * RETURN CODES: 0 STATEMENTS PRODUCED, 4 PRODUCED WITHOUT
      * PROVIDER REFERENCES (REGISTER UNAVAILABLE), 8 NO STATEMENT
      * (DEPARTMENT NOT ON DEPTMAST OR NO ACTIVE DEPARTMENTS), 16
      * FILE OR CONTROL-CARD ERROR, OR A DEPARTMENT WITH MORE THAN
      * 5000 CALCULATIONS IN THE RANGE (NARROW THE RANGE).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "ARITHHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-HIST-KEY
               ALTERNATE RECORD KEY IS HS-DEPT WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPTM-STATUS.

           SELECT ACK-FILE ASSIGN TO "ACKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AK-ACKREG-KEY
               FILE STATUS IS WS-ACK-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "STMTPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTPRT-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "STMTEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTEXT-STATUS.

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

       FD  ACK-FILE.
       COPY ARITHAKR REPLACING
           PREFIX-ACKREG-RECORD BY AK-ACKREG-RECORD
           PREFIX-ACKREG-KEY    BY AK-ACKREG-KEY
           PREFIX-BATCH-DATE    BY AK-BATCH-DATE
           PREFIX-REC-NO        BY AK-REC-NO
           PREFIX-PROVIDER      BY AK-PROVIDER
           PREFIX-ORIG-RECNO    BY AK-ORIG-RECNO
           PREFIX-ACK-STATUS    BY AK-ACK-STATUS
           PREFIX-ACK-STAMP     BY AK-ACK-STAMP
           PREFIX-FUP-DATE      BY AK-FUP-DATE
           PREFIX-FUP-RUN       BY AK-FUP-RUN.

       FD  STATEMENT-FILE.
       01  STATEMENT-REC                 PIC X(80).

       FD  EXTRACT-FILE.
       COPY ARITHSTX REPLACING
           PREFIX-STX-RECORD    BY SX-STX-RECORD
           PREFIX-STX-TAG       BY SX-STX-TAG
           PREFIX-STX-DEPT      BY SX-STX-DEPT
           PREFIX-STX-BODY      BY SX-STX-BODY
           PREFIX-STX-DETAIL    BY SX-STX-DETAIL
           PREFIX-BATCH-DATE    BY SX-BATCH-DATE
           PREFIX-REC-NO        BY SX-REC-NO
           PREFIX-A             BY SX-A
           PREFIX-B             BY SX-B
           PREFIX-OPE           BY SX-OPE
           PREFIX-C             BY SX-C
           PREFIX-REMAINDER     BY SX-REMAINDER
           PREFIX-STATUS        BY SX-STATUS
           PREFIX-LINK-TYPE     BY SX-LINK-TYPE
           PREFIX-LINK-DATE     BY SX-LINK-DATE
           PREFIX-LINK-RECNO    BY SX-LINK-RECNO
           PREFIX-PROVIDER      BY SX-PROVIDER
           PREFIX-PROV-RECNO    BY SX-PROV-RECNO
           PREFIX-STX-TOTAL     BY SX-STX-TOTAL
           PREFIX-FROM-DATE     BY SX-FROM-DATE
           PREFIX-TO-DATE       BY SX-TO-DATE
           PREFIX-ITEM-COUNT    BY SX-ITEM-COUNT
           PREFIX-NET-TOTAL     BY SX-NET-TOTAL
           PREFIX-DEPT-NAME     BY SX-DEPT-NAME.

       FD  PARAM-FILE.
       01  PARAM-REC                     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-HIST-STATUS            PIC X(02) VALUE SPACES.
           05  WS-DEPTM-STATUS           PIC X(02) VALUE SPACES.
           05  WS-ACK-STATUS             PIC X(02) VALUE SPACES.
           05  WS-STMTPRT-STATUS         PIC X(02) VALUE SPACES.
           05  WS-STMTEXT-STATUS         PIC X(02) VALUE SPACES.
           05  WS-PARAM-STATUS           PIC X(02) VALUE SPACES.

       01  WS-PARAM-EOF                  PIC X(01) VALUE 'N'.
           88  END-OF-PARAM-FILE                   VALUE 'Y'.

       01  WS-HIST-DONE                  PIC X(01) VALUE 'N'.
           88  HISTORY-FINISHED                    VALUE 'Y'.

       01  WS-DEPT-DONE                  PIC X(01) VALUE 'N'.
           88  DEPT-BROWSE-FINISHED                VALUE 'Y'.

       01  WS-ACK-AVAILABLE              PIC X(01) VALUE 'N'.
           88  ACK-FILE-AVAILABLE                  VALUE 'Y'.

       01  WS-INSERT-DONE                PIC X(01) VALUE 'N'.
           88  INSERT-POINT-FOUND                  VALUE 'Y'.

       01  WS-ASK-DEPT                   PIC X(03) VALUE "ALL".
       01  WS-FROM-DATE                  PIC X(08) VALUE SPACES.
       01  WS-TO-DATE                    PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE                   PIC X(08) VALUE SPACES.

       01  WS-STMT-DEPT                  PIC X(03) VALUE SPACES.
       01  WS-STMT-DEPT-NAME             PIC X(25) VALUE SPACES.
       01  WS-STMT-DEPT-STATUS           PIC X(01) VALUE SPACES.

      *****************************************************************
      * THE DEPARTMENT'S CALCULATIONS IN THE RANGE, KEPT IN HISTORY
      * KEY ORDER.  THE ALTERNATE INDEX RETURNS A DEPARTMENT'S
      * RECORDS IN THE ORDER THEY WERE ADDED, WHICH IS ALMOST ALWAYS
      * KEY ORDER ALREADY, SO EACH RECORD IS SLOTTED IN FROM THE END.
      *****************************************************************
       01  WS-STM-TABLE.
           05  WS-STM-COUNT              PIC 9(4) VALUE ZERO.
           05  WS-STM-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-STM-COUNT
               ASCENDING KEY IS WS-STM-KEY
               INDEXED BY STM-IDX.
               10  WS-STM-KEY            PIC X(14).
               10  WS-STM-BODY           PIC X(99).

       01  WS-INS-IX                     PIC 9(4) VALUE ZERO.
       01  WS-STM-IX                     PIC 9(4) VALUE ZERO.

      *****************************************************************
      * EVERY REVERSAL POSTED FOR THE DEPARTMENT FROM THE START OF THE
      * RANGE ON - A REVERSAL CANNOT PREDATE ITS ORIGINAL, SO NO
      * EARLIER ONE CAN BACK OUT A CALCULATION IN THE RANGE.
      *****************************************************************
       01  WS-REV-TABLE.
           05  WS-REV-COUNT              PIC 9(4) VALUE ZERO.
           05  WS-REV-ENTRY OCCURS 5000 TIMES
               INDEXED BY REV-IDX.
               10  WS-REV-TARGET-KEY     PIC X(14).
               10  WS-REV-DATE           PIC X(08).
               10  WS-REV-RECNO          PIC 9(6).
               10  WS-REV-C              PIC S9(7)V99.
               10  WS-REV-PRIOR          PIC X(01).

       01  WS-REV-MSG-PARTS.
           05  WS-REV-MSG-LEAD           PIC X(15).
           05  WS-REV-MSG-DATE           PIC X(08).
           05  WS-REV-MSG-REC            PIC X(05).
           05  WS-REV-MSG-RECNO          PIC X(06).
           05  WS-REV-MSG-PRIOR          PIC X(06).

       01  WS-LINK-TYPE                  PIC X(01) VALUE SPACE.
       01  WS-LINK-KEY.
           05  WS-LINK-DATE              PIC X(08).
           05  WS-LINK-RECNO             PIC 9(6).
       01  WS-LINK-C                     PIC S9(7)V99 VALUE ZERO.
       01  WS-LINK-FOUND                 PIC X(01) VALUE 'N'.
           88  LINK-ON-FILE                        VALUE 'Y'.

       01  WS-EXTRACT-TAG                PIC X(03) VALUE SPACES.
       01  WS-EXTRACT-COUNT              PIC 9(8) VALUE ZERO.
       01  WS-EXTRACT-NET                PIC S9(13)V99 VALUE ZERO.

       01  WS-PROVIDER                   PIC X(03) VALUE SPACES.
       01  WS-PROV-RECNO                 PIC X(06) VALUE SPACES.

       COPY ARITHHST REPLACING
           PREFIX-HIST-RECORD   BY SH-HIST-RECORD
           PREFIX-HIST-KEY      BY SH-HIST-KEY
           PREFIX-BATCH-DATE    BY SH-BATCH-DATE
           PREFIX-REC-NO        BY SH-REC-NO
           PREFIX-A             BY SH-A
           PREFIX-A-REF         BY SH-A-REF
           PREFIX-A-REF-FLAG    BY SH-A-REF-FLAG
           PREFIX-A-REF-RECNO   BY SH-A-REF-RECNO
           PREFIX-B             BY SH-B
           PREFIX-B-REF         BY SH-B-REF
           PREFIX-B-REF-FLAG    BY SH-B-REF-FLAG
           PREFIX-B-REF-RECNO   BY SH-B-REF-RECNO
           PREFIX-OPE           BY SH-OPE
           PREFIX-C             BY SH-C
           PREFIX-REMAINDER     BY SH-REMAINDER
           PREFIX-STATUS        BY SH-STATUS
           PREFIX-STATUS-MSG    BY SH-STATUS-MSG
           PREFIX-DEPT          BY SH-DEPT
           PREFIX-RUN-STAMP     BY SH-RUN-STAMP.

       01  WS-COUNTERS.
           05  WS-STMT-COUNT             PIC 9(4) VALUE ZERO.
           05  WS-OPEN-COUNT             PIC 9(8) VALUE ZERO.
           05  WS-PERIOD-COUNT           PIC 9(8) VALUE ZERO.
           05  WS-REJECT-COUNT           PIC 9(8) VALUE ZERO.
           05  WS-HELD-COUNT             PIC 9(8) VALUE ZERO.
           05  WS-REVERSAL-COUNT         PIC 9(8) VALUE ZERO.
           05  WS-CLOSE-COUNT            PIC 9(8) VALUE ZERO.
           05  WS-LINE-TOTAL             PIC 9(8) VALUE ZERO.
           05  WS-EXTRACT-TOTAL          PIC 9(8) VALUE ZERO.

       01  WS-OPEN-TOTAL                 PIC S9(13)V99 VALUE ZERO.
       01  WS-PERIOD-TOTAL               PIC S9(13)V99 VALUE ZERO.
       01  WS-CLOSE-TOTAL                PIC S9(13)V99 VALUE ZERO.

       01  WS-REPORT-LINE                PIC X(80) VALUE SPACES.
       01  WS-SHOW-A                     PIC X(11) VALUE SPACES.
       01  WS-SHOW-B                     PIC X(11) VALUE SPACES.
       01  WS-DISPLAY-A                  PIC -(7)9.99.
       01  WS-DISPLAY-B                  PIC -(7)9.99.
       01  WS-DISPLAY-C                  PIC -(7)9.99.
       01  WS-DISPLAY-LINK-C             PIC -(7)9.99.
       01  WS-DISPLAY-TOTAL              PIC -(12)9.99.
       01  WS-DISPLAY-COUNT              PIC Z(7)9.

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
           PERFORM OPEN-FILES-PARA
           IF WS-ASK-DEPT = "ALL"
               PERFORM ALL-DEPARTMENTS-PARA
           ELSE
               MOVE WS-ASK-DEPT TO DP-DEPT-CODE
               READ DEPT-FILE
                   INVALID KEY
                       DISPLAY "ERROR: DEPARTMENT '" WS-ASK-DEPT
                           "' IS NOT ON DEPTMAST - NO STATEMENT"
                       PERFORM CLOSE-FILES-PARA
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ
               PERFORM PRODUCE-STATEMENT-PARA
           END-IF
           PERFORM CLOSE-FILES-PARA
           IF WS-STMT-COUNT = ZERO
               DISPLAY "ARITHSTM: NO ACTIVE DEPARTMENTS ON DEPTMAST - "
                   "NO STATEMENTS PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "ARITHSTM: " WS-STMT-COUNT " STATEMENTS FOR "
               WS-FROM-DATE " THRU " WS-TO-DATE ", "
               WS-LINE-TOTAL " CALCULATIONS, "
               WS-EXTRACT-TOTAL " EXTRACT RECORDS"
           IF NOT ACK-FILE-AVAILABLE
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
               WHEN PARAM-REC (1:5) = "DEPT="
                   IF PARAM-REC (6:3) NOT = SPACES
                       MOVE PARAM-REC (6:3) TO WS-ASK-DEPT
                   ELSE
                       PERFORM FLAG-BAD-CONTROL-CARD-PARA
                   END-IF
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
               "' - USE DEPT=XXX, DEPT=ALL, FROM=YYYYMMDD OR "
               "TO=YYYYMMDD"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * THE ACKNOWLEDGEMENT REGISTER IS OPTIONAL - WITHOUT IT THE
      * STATEMENTS ARE STILL PRODUCED, WITH NO PROVIDER REFERENCES,
      * AND THE RUN ENDS RC=4.
      *****************************************************************
       OPEN-FILES-PARA.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN HISTORY-FILE - STATUS = "
                   WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEPT-FILE
           IF WS-DEPTM-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN DEPT-FILE - STATUS = "
                   WS-DEPTM-STATUS
               CLOSE HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS = '00'
               SET ACK-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "WARNING: ACKREG UNAVAILABLE - STATUS = "
                   WS-ACK-STATUS " - PROVIDER REFERENCES NOT SHOWN"
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STMTPRT-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN STATEMENT-FILE - "
                   "STATUS = " WS-STMTPRT-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           IF WS-STMTEXT-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN EXTRACT-FILE - "
                   "STATUS = " WS-STMTEXT-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ALL-DEPARTMENTS-PARA.
           MOVE 'N' TO WS-DEPT-DONE
           MOVE LOW-VALUES TO DP-DEPT-CODE
           START DEPT-FILE KEY IS NOT LESS THAN DP-DEPT-CODE
               INVALID KEY
                   SET DEPT-BROWSE-FINISHED TO TRUE
           END-START
           PERFORM UNTIL DEPT-BROWSE-FINISHED
               READ DEPT-FILE NEXT RECORD
                   AT END
                       SET DEPT-BROWSE-FINISHED TO TRUE
                   NOT AT END
                       IF DP-DEPT-STATUS = 'A'
                           PERFORM PRODUCE-STATEMENT-PARA
                       END-IF
               END-READ
           END-PERFORM.

       PRODUCE-STATEMENT-PARA.
           MOVE DP-DEPT-CODE TO WS-STMT-DEPT
           MOVE DP-DEPT-NAME TO WS-STMT-DEPT-NAME
           MOVE DP-DEPT-STATUS TO WS-STMT-DEPT-STATUS
           PERFORM LOAD-DEPT-HISTORY-PARA
           COMPUTE WS-CLOSE-COUNT = WS-OPEN-COUNT + WS-PERIOD-COUNT
           COMPUTE WS-CLOSE-TOTAL = WS-OPEN-TOTAL + WS-PERIOD-TOTAL
           PERFORM WRITE-STATEMENT-PARA
           ADD 1 TO WS-STMT-COUNT.

      *****************************************************************
      * ONE PASS DOWN THE DEPARTMENT'S ALTERNATE-INDEX PATH: RECORDS
      * BEFORE THE RANGE ONLY FEED THE OPENING TOTAL; RECORDS IN THE
      * RANGE ARE KEPT FOR THE STATEMENT; REVERSALS FROM THE START OF
      * THE RANGE ON ARE INDEXED BY THE CALCULATION THEY BACK OUT.
      * THE TABLES ARE COMPLETE BEFORE ANY DIRECT READ IS DONE, SO
      * THE BROWSE IS NEVER REPOSITIONED PART WAY.
      *****************************************************************
       LOAD-DEPT-HISTORY-PARA.
           MOVE ZERO TO WS-STM-COUNT
           MOVE ZERO TO WS-REV-COUNT
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE ZERO TO WS-PERIOD-COUNT
           MOVE ZERO TO WS-REJECT-COUNT
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-REVERSAL-COUNT
           MOVE ZERO TO WS-OPEN-TOTAL
           MOVE ZERO TO WS-PERIOD-TOTAL
           MOVE 'N' TO WS-HIST-DONE
           MOVE WS-STMT-DEPT TO HS-DEPT
           START HISTORY-FILE KEY IS EQUAL TO HS-DEPT
               INVALID KEY
                   SET HISTORY-FINISHED TO TRUE
           END-START
           PERFORM UNTIL HISTORY-FINISHED
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       SET HISTORY-FINISHED TO TRUE
                   NOT AT END
                       IF HS-DEPT NOT = WS-STMT-DEPT
                           SET HISTORY-FINISHED TO TRUE
                       ELSE
                           PERFORM TALLY-DEPT-RECORD-PARA
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-DEPT-RECORD-PARA.
           IF HS-BATCH-DATE < WS-FROM-DATE
               IF HS-STATUS = 'S' OR HS-STATUS = 'V'
                   ADD 1 TO WS-OPEN-COUNT
                   ADD HS-C TO WS-OPEN-TOTAL
               END-IF
           ELSE
               IF HS-OPE = 'V' AND HS-STATUS = 'S'
                   PERFORM ADD-REVERSAL-ENTRY-PARA
               END-IF
               IF HS-BATCH-DATE NOT > WS-TO-DATE
                   PERFORM ADD-STATEMENT-ENTRY-PARA
               END-IF
           END-IF.

      *****************************************************************
      * A REVERSAL NAMES ITS TARGET ONLY IN ITS STATUS MESSAGE
      * ("REVERSES BATCH YYYYMMDD REC NNNNNN", FOLLOWED BY " PRIOR"
      * FOR A PRIOR-PERIOD ADJUSTMENT - SEE ARITHPGM).
      *****************************************************************
       ADD-REVERSAL-ENTRY-PARA.
           MOVE HS-STATUS-MSG TO WS-REV-MSG-PARTS
           IF WS-REV-MSG-LEAD = "REVERSES BATCH "
               AND WS-REV-MSG-DATE NUMERIC
               AND WS-REV-MSG-RECNO NUMERIC
               IF WS-REV-COUNT >= 5000
                   DISPLAY "ERROR: MORE THAN 5000 REVERSALS FOR "
                       "DEPARTMENT " WS-STMT-DEPT " FROM "
                       WS-FROM-DATE " - NARROW THE RANGE"
                   PERFORM CLOSE-FILES-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REV-COUNT
               MOVE WS-REV-MSG-DATE
                   TO WS-REV-TARGET-KEY (WS-REV-COUNT) (1:8)
               MOVE WS-REV-MSG-RECNO
                   TO WS-REV-TARGET-KEY (WS-REV-COUNT) (9:6)
               MOVE HS-BATCH-DATE TO WS-REV-DATE (WS-REV-COUNT)
               MOVE HS-REC-NO TO WS-REV-RECNO (WS-REV-COUNT)
               MOVE HS-C TO WS-REV-C (WS-REV-COUNT)
               IF WS-REV-MSG-PRIOR = " PRIOR"
                   MOVE 'P' TO WS-REV-PRIOR (WS-REV-COUNT)
               ELSE
                   MOVE 'R' TO WS-REV-PRIOR (WS-REV-COUNT)
               END-IF
           END-IF.

       ADD-STATEMENT-ENTRY-PARA.
           IF WS-STM-COUNT >= 5000
               DISPLAY "ERROR: MORE THAN 5000 CALCULATIONS FOR "
                   "DEPARTMENT " WS-STMT-DEPT " IN " WS-FROM-DATE
                   " THRU " WS-TO-DATE " - NARROW THE RANGE"
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-STM-COUNT TO WS-INS-IX
           MOVE 'N' TO WS-INSERT-DONE
           ADD 1 TO WS-STM-COUNT
           PERFORM UNTIL INSERT-POINT-FOUND
               IF WS-INS-IX = ZERO
                   SET INSERT-POINT-FOUND TO TRUE
               ELSE
                   IF WS-STM-KEY (WS-INS-IX) > HS-HIST-KEY
                       MOVE WS-STM-ENTRY (WS-INS-IX)
                           TO WS-STM-ENTRY (WS-INS-IX + 1)
                       SUBTRACT 1 FROM WS-INS-IX
                   ELSE
                       SET INSERT-POINT-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           MOVE HS-HIST-RECORD TO WS-STM-ENTRY (WS-INS-IX + 1)
           EVALUATE HS-STATUS
               WHEN 'S'
               WHEN 'V'
                   ADD 1 TO WS-PERIOD-COUNT
                   ADD HS-C TO WS-PERIOD-TOTAL
                   IF HS-OPE = 'V'
                       ADD 1 TO WS-REVERSAL-COUNT
                   END-IF
               WHEN 'H'
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       WRITE-STATEMENT-PARA.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-STATEMENT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "STATEMENT OF ACCOUNT - DEPARTMENT " WS-STMT-DEPT
               " " WS-STMT-DEPT-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-STATEMENT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BATCH DATES " WS-FROM-DATE " THRU " WS-TO-DATE
               "     PRODUCED " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF WS-STMT-DEPT-STATUS = 'C'
               MOVE "(DEPARTMENT CLOSED)" TO WS-REPORT-LINE (61:19)
           END-IF
           PERFORM WRITE-STATEMENT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-STATEMENT-LINE-PARA
           MOVE WS-OPEN-TOTAL TO WS-DISPLAY-TOTAL
           MOVE WS-OPEN-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OPENING CUMULATIVE TOTAL (" WS-DISPLAY-COUNT
               " ITEMS)      : " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-STATEMENT-LINE-PARA
           MOVE "OPN" TO WS-EXTRACT-TAG
           MOVE WS-OPEN-COUNT TO WS-EXTRACT-COUNT
           MOVE WS-OPEN-TOTAL TO WS-EXTRACT-NET
           PERFORM WRITE-TOTAL-EXTRACT-PARA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-STATEMENT-LINE-PARA
           MOVE "BATCH    REC-NO           A           B OP"
               TO WS-REPORT-LINE
           MOVE "C ST  PROV/REF" TO WS-REPORT-LINE (54:14)
           PERFORM WRITE-STATEMENT-LINE-PARA
           PERFORM VARYING WS-STM-IX FROM 1 BY 1
               UNTIL WS-STM-IX > WS-STM-COUNT
               PERFORM WRITE-CALCULATION-PARA
           END-PERFORM
           IF WS-STM-COUNT = ZERO
               MOVE "    NO CALCULATIONS IN THE RANGE"
                   TO WS-REPORT-LINE
               PERFORM WRITE-STATEMENT-LINE-PARA
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-STATEMENT-LINE-PARA
           MOVE WS-PERIOD-TOTAL TO WS-DISPLAY-TOTAL
           MOVE WS-PERIOD-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "POSTED IN THE RANGE      (" WS-DISPLAY-COUNT
               " ITEMS)      : " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-STATEMENT-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  OF WHICH REVERSALS: " WS-REVERSAL-COUNT
               "   NOT TOTALLED - REJECTED: " WS-REJECT-COUNT
               " HELD: " WS-HELD-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-STATEMENT-LINE-PARA
           MOVE WS-CLOSE-TOTAL TO WS-DISPLAY-TOTAL
           MOVE WS-CLOSE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CLOSING CUMULATIVE TOTAL (" WS-DISPLAY-COUNT
               " ITEMS)      : " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-STATEMENT-LINE-PARA
           MOVE "CLS" TO WS-EXTRACT-TAG
           MOVE WS-CLOSE-COUNT TO WS-EXTRACT-COUNT
           MOVE WS-CLOSE-TOTAL TO WS-EXTRACT-NET
           PERFORM WRITE-TOTAL-EXTRACT-PARA.

      *****************************************************************
      * ONE CALCULATION LINE, THEN THE LINE THAT PAIRS IT WITH ITS
      * REVERSAL OR ORIGINAL, IF ANY.  A REJECTED CHAINED
      * CALCULATION CARRIES THE "RNNNNNN" REFERENCE IMAGE IN A OR B -
      * SHOWN AS TEXT, AS BY ARITHINQ.
      *****************************************************************
       WRITE-CALCULATION-PARA.
           MOVE WS-STM-ENTRY (WS-STM-IX) TO SH-HIST-RECORD
           ADD 1 TO WS-LINE-TOTAL
           PERFORM LOOKUP-PROVIDER-PARA
           IF SH-A-REF-FLAG = 'R'
               MOVE SH-A-REF TO WS-SHOW-A
           ELSE
               MOVE SH-A TO WS-DISPLAY-A
               MOVE WS-DISPLAY-A TO WS-SHOW-A
           END-IF
           IF SH-B-REF-FLAG = 'R'
               MOVE SH-B-REF TO WS-SHOW-B
           ELSE
               MOVE SH-B TO WS-DISPLAY-B
               MOVE WS-DISPLAY-B TO WS-SHOW-B
           END-IF
           MOVE SH-C TO WS-DISPLAY-C
           MOVE SPACES TO WS-REPORT-LINE
           STRING SH-BATCH-DATE " " SH-REC-NO " " WS-SHOW-A
               " " WS-SHOW-B "  " SH-OPE " " WS-DISPLAY-C
               "  " SH-STATUS "  " WS-PROVIDER " " WS-PROV-RECNO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-STATEMENT-LINE-PARA
           PERFORM FIND-LINK-PARA
           PERFORM WRITE-LINK-LINE-PARA
           PERFORM WRITE-DETAIL-EXTRACT-PARA.

       LOOKUP-PROVIDER-PARA.
           MOVE SPACES TO WS-PROVIDER
           MOVE SPACES TO WS-PROV-RECNO
           IF ACK-FILE-AVAILABLE
               MOVE SH-HIST-KEY TO AK-ACKREG-KEY
               READ ACK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AK-PROVIDER TO WS-PROVIDER
                       MOVE AK-ORIG-RECNO TO WS-PROV-RECNO
               END-READ
           END-IF.

      *****************************************************************
      * A REVERSAL LINKS BACK TO ITS ORIGINAL (TYPE O); ANYTHING ELSE
      * POSTED LINKS FORWARD TO THE REVERSAL THAT BACKED IT OUT -
      * TYPE R, OR P FOR A PRIOR-PERIOD ADJUSTMENT, WHICH LEAVES THE
      * ORIGINAL STATUS 'S'.  AN ORIGINAL BEFORE THE RANGE IS READ
      * DIRECTLY; THE DEPARTMENT BROWSE IS FINISHED BY NOW.
      *****************************************************************
       FIND-LINK-PARA.
           MOVE SPACE TO WS-LINK-TYPE
           MOVE SPACES TO WS-LINK-DATE
           MOVE ZERO TO WS-LINK-RECNO
           MOVE ZERO TO WS-LINK-C
           MOVE 'N' TO WS-LINK-FOUND
           EVALUATE TRUE
               WHEN SH-OPE = 'V' AND SH-STATUS = 'S'
                   MOVE SH-STATUS-MSG TO WS-REV-MSG-PARTS
                   IF WS-REV-MSG-LEAD = "REVERSES BATCH "
                       AND WS-REV-MSG-DATE NUMERIC
                       AND WS-REV-MSG-RECNO NUMERIC
                       MOVE 'O' TO WS-LINK-TYPE
                       MOVE WS-REV-MSG-DATE TO WS-LINK-DATE
                       MOVE WS-REV-MSG-RECNO TO WS-LINK-RECNO
                       PERFORM FIND-ORIGINAL-PARA
                   END-IF
               WHEN SH-STATUS = 'S' OR SH-STATUS = 'V'
                   SET REV-IDX TO 1
                   SEARCH WS-REV-ENTRY VARYING REV-IDX
                       AT END
                           CONTINUE
                       WHEN REV-IDX > WS-REV-COUNT
                           CONTINUE
                       WHEN WS-REV-TARGET-KEY (REV-IDX) = SH-HIST-KEY
                           MOVE WS-REV-PRIOR (REV-IDX) TO WS-LINK-TYPE
                           MOVE WS-REV-DATE (REV-IDX) TO WS-LINK-DATE
                           MOVE WS-REV-RECNO (REV-IDX)
                               TO WS-LINK-RECNO
                           MOVE WS-REV-C (REV-IDX) TO WS-LINK-C
                           SET LINK-ON-FILE TO TRUE
                   END-SEARCH
                   IF SH-STATUS = 'V' AND NOT LINK-ON-FILE
                       MOVE 'R' TO WS-LINK-TYPE
                   END-IF
           END-EVALUATE.

       FIND-ORIGINAL-PARA.
           IF WS-STM-COUNT > ZERO
               SEARCH ALL WS-STM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-STM-KEY (STM-IDX) = WS-LINK-KEY
                       MOVE WS-STM-ENTRY (STM-IDX) TO HS-HIST-RECORD
                       MOVE HS-C TO WS-LINK-C
                       SET LINK-ON-FILE TO TRUE
               END-SEARCH
           END-IF
           IF NOT LINK-ON-FILE
               MOVE WS-LINK-KEY TO HS-HIST-KEY
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HS-C TO WS-LINK-C
                       SET LINK-ON-FILE TO TRUE
               END-READ
           END-IF.

       WRITE-LINK-LINE-PARA.
           MOVE WS-LINK-C TO WS-DISPLAY-LINK-C
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-LINK-TYPE = SPACE
                   CONTINUE
               WHEN NOT LINK-ON-FILE
                   IF WS-LINK-TYPE = 'O'
                       STRING "                REVERSES "
                           WS-LINK-DATE " " WS-LINK-RECNO
                           " - ORIGINAL NOT ON FILE"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   ELSE
                       MOVE "REVERSED - REVERSAL NOT ON FILE"
                           TO WS-REPORT-LINE (17:31)
                   END-IF
               WHEN WS-LINK-TYPE = 'O'
                   STRING "                REVERSES "
                       WS-LINK-DATE " " WS-LINK-RECNO
                       "  ORIGINAL C=" WS-DISPLAY-LINK-C
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   IF WS-REV-MSG-PRIOR = " PRIOR"
                       MOVE "PRIOR PERIOD" TO WS-REPORT-LINE (68:12)
                   END-IF
               WHEN WS-LINK-TYPE = 'P'
                   STRING "                ADJUSTED LATER BY "
                       WS-LINK-DATE " " WS-LINK-RECNO
                       "  C=" WS-DISPLAY-LINK-C
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN OTHER
                   STRING "                REVERSED BY "
                       WS-LINK-DATE " " WS-LINK-RECNO
                       "  C=" WS-DISPLAY-LINK-C
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-EVALUATE
           IF WS-REPORT-LINE NOT = SPACES
               PERFORM WRITE-STATEMENT-LINE-PARA
           END-IF.

       WRITE-STATEMENT-LINE-PARA.
           WRITE STATEMENT-REC FROM WS-REPORT-LINE
           IF WS-STMTPRT-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO WRITE STATEMENT-FILE - "
                   "STATUS = " WS-STMTPRT-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-DETAIL-EXTRACT-PARA.
           MOVE SPACES TO SX-STX-RECORD
           MOVE "DTL" TO SX-STX-TAG
           MOVE WS-STMT-DEPT TO SX-STX-DEPT
           MOVE SH-BATCH-DATE TO SX-BATCH-DATE
           MOVE SH-REC-NO TO SX-REC-NO
           MOVE SH-A-REF TO SX-A
           MOVE SH-B-REF TO SX-B
           MOVE SH-OPE TO SX-OPE
           MOVE SH-C TO SX-C
           MOVE SH-REMAINDER TO SX-REMAINDER
           MOVE SH-STATUS TO SX-STATUS
           MOVE WS-LINK-TYPE TO SX-LINK-TYPE
           MOVE WS-LINK-DATE TO SX-LINK-DATE
           MOVE WS-LINK-RECNO TO SX-LINK-RECNO
           MOVE WS-PROVIDER TO SX-PROVIDER
           MOVE WS-PROV-RECNO TO SX-PROV-RECNO
           PERFORM WRITE-EXTRACT-RECORD-PARA.

       WRITE-TOTAL-EXTRACT-PARA.
           MOVE SPACES TO SX-STX-RECORD
           MOVE WS-EXTRACT-TAG TO SX-STX-TAG
           MOVE WS-STMT-DEPT TO SX-STX-DEPT
           MOVE WS-FROM-DATE TO SX-FROM-DATE
           MOVE WS-TO-DATE TO SX-TO-DATE
           MOVE WS-EXTRACT-COUNT TO SX-ITEM-COUNT
           MOVE WS-EXTRACT-NET TO SX-NET-TOTAL
           MOVE WS-STMT-DEPT-NAME TO SX-DEPT-NAME
           PERFORM WRITE-EXTRACT-RECORD-PARA.

       WRITE-EXTRACT-RECORD-PARA.
           WRITE SX-STX-RECORD
           IF WS-STMTEXT-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO WRITE EXTRACT-FILE - "
                   "STATUS = " WS-STMTEXT-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EXTRACT-TOTAL.

       CLOSE-FILES-PARA.
           CLOSE HISTORY-FILE
           CLOSE DEPT-FILE
           IF ACK-FILE-AVAILABLE
               CLOSE ACK-FILE
           END-IF
           CLOSE STATEMENT-FILE
           CLOSE EXTRACT-FILE.
       END PROGRAM ArithSTM.
