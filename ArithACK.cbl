       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArithACK.
      *****************************************************************
      * PER-PROVIDER ACKNOWLEDGEMENT RETURN FILES.
      * A PROVIDER USED TO LEARN A TRANSACTION FAILED ONLY WHEN
      * SOMEONE PHONED THEM OFF THE AGING REPORT.  THIS PROGRAM,
      * RUN AFTER THE DAY HAS POSTED AND RECONCILED, SPLITS THE
      * DAY'S OUTCOME BACK OUT BY PROVIDER: EVERY RESULT ON RESLFILE
      * IS MATCHED TO THE MERGE CROSS-REFERENCE (XREFFILE - SEE
      * ARITHXRF) AND WRITTEN TO THAT PROVIDER'S ACKNOWLEDGEMENT
      * FILE (SEE ARITHACK) UNDER THE PROVIDER'S OWN RECORD NUMBER,
      * POSTED, REJECTED OR HELD FOR SUPERVISOR APPROVAL (SEE
      * ARITHAPR), WITH RESULT C AND - FOR A REJECT - THE REASON CODE
      * FROM ARITHREJ SPELLED OUT.  EACH FILE OPENS WITH A HEADER AND
      * CLOSES WITH A TRAILER CARRYING ITS ACCEPTED, REJECTED,
      * FOLLOW-UP AND HELD COUNTS.
      * A MISSING XREFFILE IS A SINGLE-PROVIDER DAY: EVERY RESULT
      * GOES TO THE FIRST PROVIDER'S FILE UNDER OUR OWN REC-NO.
      * EVERY ACKNOWLEDGEMENT IS ALSO KEYED INTO THE ACKNOWLEDGEMENT
      * REGISTER (ACKREG - SEE ARITHAKR), BECAUSE THE CROSS-
      * REFERENCE IS REWRITTEN BY EVERY MERGE.  WHEN A REJECT IS
      * LATER RESUBMITTED AND POSTS, ARITHPGM WRITES AN RSB MARKER
      * ON ARITHREJ; EVERY RUN OF THIS PROGRAM SWEEPS THE MARKERS,
      * AND FOR EACH ONE WHOSE REGISTER ENTRY IS STILL "ACKNOWLEDGED
      * REJECTED" WRITES A FOLLOW-UP ("NOW ACCEPTED") RECORD TO THE
      * OWNING PROVIDER'S FILE AND MARKS THE ENTRY FOLLOWED UP, SO
      * THE PROVIDER'S BOOKS CLOSE TOO AND NO FOLLOW-UP GOES OUT ON
      * TWO DIFFERENT DAYS.  THE RESUBMIT JOB RUNS THIS PROGRAM WITH
      * FOLLOWUP=Y RIGHT AFTER THE RESUBMIT POSTS, SO THE FOLLOW-UP
      * GOES OUT THE DAY THE REJECT POSTS; THE DAILY RUN PICKS UP
      * ANY MARKER THAT STEP MISSED.  A RESUBMIT HELD FOR APPROVAL
      * INSTEAD (MARKER STATUS 'H') GETS A "HELD" FOLLOW-UP AND ITS
      * ENTRY BECOMES "HELD", TO BE FOLLOWED UP AGAIN AS BELOW.
      * IN THE SAME WAY EVERY RUN SWEEPS THE PENDING-APPROVAL DATASET
      * (PENDAPRV - SEE ARITHPND): A HELD CALCULATION THE SUPERVISOR
      * HAS SINCE DECIDED, WHOSE REGISTER ENTRY STILL SAYS "HELD",
      * GETS A FOLLOW-UP - "NOW ACCEPTED" IF APPROVED, "DECLINED"
      * WITH REASON R10 IF NOT - AND THE ENTRY IS MARKED FOLLOWED UP
      * (F, OR R FOR A DECLINE, WHICH IS STILL OWED A FOLLOW-UP IF
      * THE DECLINED CALCULATION IS EVER RESUBMITTED).  WITHOUT
      * PENDAPRV THAT SWEEP IS SKIPPED.
      * AN UNAVAILABLE REGISTER DEGRADES TO A WARNING (RC=4): THE
      * DAY'S ACKNOWLEDGEMENTS STILL GO OUT, FOLLOW-UPS DO NOT.
      * SYSIN CONTROL CARDS (ALL OPTIONAL):
      *   DATE=YYYYMMDD
      *       THE BATCH DATE BEING ACKNOWLEDGED (DEFAULT THE CURRENT
      *       DATE) - CODE THE SAME CARD AS ARITHPGM.  WITH
      *       FOLLOWUP=Y IT IS THE DATE THE RESUBMIT POSTED.
      *   PROV1=XXX / PROV2=XXX / PROV3=XXX / PROV4=XXX
      *       THE PROVIDER WHOSE FILE IS WRITTEN TO DDNAME ACKOUT1 /
      *       ACKOUT2 / ACKOUT3 / ACKOUT4 - CODE THE SAME CARDS AS
      *       ARITHMRG (DEFAULTS P01, P02, P03, AND STD FOR THE
      *       STANDING-ORDER FEED FROM ARITHSOG).  OMIT THE DD FOR A
      *       PROVIDER THAT DID NOT DELIVER.
      *   FOLLOWUP=Y
      *       FOLLOW-UPS ONLY - NO RESLFILE OR XREFFILE IS READ.
      *   OVERRIDE=Y
      *       ACKNOWLEDGE A DATE THE RUN-CONTROL (ARITHRUN) DOES NOT
      *       SHOW AS RECONCILED.
      * THE DAILY RUN REFUSES A DATE NOT YET MARKED RECONCILED RC=8
      * - A PROVIDER MUST NOT BE TOLD A TRANSACTION POSTED BEFORE
      * THE DAY IS PROVEN - UNLESS SYSIN CARRIES OVERRIDE=Y.
      * RETURN CODES: 0 CLEAN, 4 RESULTS FOR A PROVIDER WITH NO
      * ACKOUT DD (OR NOT ON THE CROSS-REFERENCE), OR REGISTER
      * UNAVAILABLE, 8 EMPTY RESLFILE OR SEQUENCE REFUSED, 16 FILE
      * OR CONTROL-CARD ERROR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO "RESLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT XREF-FILE ASSIGN TO "XREFFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT REJECT-FILE ASSIGN TO "ARITHREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT ACKREG-FILE ASSIGN TO "ACKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AK-ACKREG-KEY
               FILE STATUS IS WS-ACKREG-STATUS.

           SELECT ACKOUT1-FILE ASSIGN TO "ACKOUT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKOUT1-STATUS.

           SELECT ACKOUT2-FILE ASSIGN TO "ACKOUT2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKOUT2-STATUS.

           SELECT ACKOUT3-FILE ASSIGN TO "ACKOUT3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKOUT3-STATUS.

           SELECT ACKOUT4-FILE ASSIGN TO "ACKOUT4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKOUT4-STATUS.

           SELECT PARAM-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDAPRV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT RUN-FILE ASSIGN TO "ARITHRUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RN-RUN-DATE
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       COPY ARITHREC REPLACING
           PREFIX-CALC-RECORD BY RS-CALC-RECORD
           PREFIX-REC-NO      BY RS-REC-NO
           PREFIX-A           BY RS-A
           PREFIX-A-REF       BY RS-A-REF
           PREFIX-A-REF-FLAG  BY RS-A-REF-FLAG
           PREFIX-A-REF-RECNO BY RS-A-REF-RECNO
           PREFIX-B           BY RS-B
           PREFIX-B-REF       BY RS-B-REF
           PREFIX-B-REF-FLAG  BY RS-B-REF-FLAG
           PREFIX-B-REF-RECNO BY RS-B-REF-RECNO
           PREFIX-OPE         BY RS-OPE
           PREFIX-C           BY RS-C
           PREFIX-REMAINDER   BY RS-REMAINDER
           PREFIX-STATUS      BY RS-STATUS
           PREFIX-STATUS-MSG  BY RS-STATUS-MSG
           PREFIX-DEPT        BY RS-DEPT.

       FD  XREF-FILE.
       COPY ARITHXRF REPLACING
           PREFIX-XREF-RECORD BY XF-XREF-RECORD
           PREFIX-REC-NO      BY XF-REC-NO
           PREFIX-PROVIDER    BY XF-PROVIDER
           PREFIX-ORIG-RECNO  BY XF-ORIG-RECNO.

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

       FD  ACKREG-FILE.
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

       FD  ACKOUT1-FILE.
       01  ACKOUT1-REC                   PIC X(100).

       FD  ACKOUT2-FILE.
       01  ACKOUT2-REC                   PIC X(100).

       FD  ACKOUT3-FILE.
       01  ACKOUT3-REC                   PIC X(100).

       FD  ACKOUT4-FILE.
       01  ACKOUT4-REC                   PIC X(100).

       FD  PARAM-FILE.
       01  PARAM-REC                     PIC X(80).

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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RESULT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-XREF-STATUS            PIC X(02) VALUE SPACES.
           05  WS-REJECT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-ACKREG-STATUS          PIC X(02) VALUE SPACES.
           05  WS-ACKOUT1-STATUS         PIC X(02) VALUE SPACES.
           05  WS-ACKOUT2-STATUS         PIC X(02) VALUE SPACES.
           05  WS-ACKOUT3-STATUS         PIC X(02) VALUE SPACES.
           05  WS-ACKOUT4-STATUS         PIC X(02) VALUE SPACES.
           05  WS-ACKOUT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-PARAM-STATUS           PIC X(02) VALUE SPACES.
           05  WS-RUN-STATUS             PIC X(02) VALUE SPACES.
           05  WS-PEND-STATUS            PIC X(02) VALUE SPACES.

       01  WS-RESULT-EOF                 PIC X(01) VALUE 'N'.
           88  END-OF-RESULT-FILE                  VALUE 'Y'.

       01  WS-XREF-EOF                   PIC X(01) VALUE 'N'.
           88  END-OF-XREF-FILE                    VALUE 'Y'.

       01  WS-REJECT-EOF                 PIC X(01) VALUE 'N'.
           88  END-OF-REJECT-FILE                  VALUE 'Y'.

       01  WS-PARAM-EOF                  PIC X(01) VALUE 'N'.
           88  END-OF-PARAM-FILE                   VALUE 'Y'.

       01  WS-PEND-EOF                   PIC X(01) VALUE 'N'.
           88  END-OF-PEND-FILE                    VALUE 'Y'.

       01  WS-BATCH-DATE                 PIC X(08) VALUE SPACES.

       01  WS-OVERRIDE                   PIC X(01) VALUE 'N'.
           88  OVERRIDE-IN-EFFECT                  VALUE 'Y'.

       01  WS-FOLLOWUP-ONLY              PIC X(01) VALUE 'N'.
           88  FOLLOWUP-RUN                        VALUE 'Y'.

       01  WS-FUP-RUN-CODE               PIC X(01) VALUE 'D'.

       01  WS-RUN-AVAILABLE              PIC X(01) VALUE 'N'.
           88  RUN-FILE-AVAILABLE                  VALUE 'Y'.

       01  WS-ACKREG-AVAILABLE           PIC X(01) VALUE 'N'.
           88  ACKREG-AVAILABLE                    VALUE 'Y'.

       01  WS-ACKREG-FOUND               PIC X(01) VALUE 'N'.
           88  ACKREG-ENTRY-FOUND                  VALUE 'Y'.

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

      *****************************************************************
      * THE DAY'S REJECT REASONS, KEPT IN REC-NO ORDER FOR A BINARY
      * SEARCH.  A REC-NO REJECTED AGAIN ON A LATER RESUBMIT KEEPS
      * ITS FIRST (ORIGINAL) REASON - THAT IS WHAT THE PROVIDER SENT.
      *****************************************************************
       01  WS-REASON-TABLE.
           05  WS-REASON-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-REASON-ENTRY OCCURS 1 TO 100000 TIMES
               DEPENDING ON WS-REASON-COUNT
               ASCENDING KEY IS WS-REASON-RECNO
               INDEXED BY REASON-IDX.
               10  WS-REASON-RECNO       PIC 9(6).
               10  WS-REASON-CODE        PIC X(03).

       01  WS-REASON-IX                  PIC 9(6) VALUE ZERO.
       01  WS-REASON-LO                  PIC 9(6) VALUE ZERO.
       01  WS-REASON-HI                  PIC 9(6) VALUE ZERO.
       01  WS-REASON-MID                 PIC 9(6) VALUE ZERO.

      *****************************************************************
      * ONE SLOT PER ACKOUT DD, NAMED BY THE PROVN= CARDS.
      *****************************************************************
       01  WS-SLOT-TABLE.
           05  WS-SLOT-ENTRY OCCURS 4 TIMES.
               10  WS-SLOT-PROVIDER      PIC X(03).
               10  WS-SLOT-OPEN          PIC X(01).
               10  WS-SLOT-ACCEPTED      PIC 9(6).
               10  WS-SLOT-REJECTED      PIC 9(6).
               10  WS-SLOT-FOLLOWUP      PIC 9(6).
               10  WS-SLOT-HELD          PIC 9(6).

       01  WS-SLOT-IX                    PIC 9(1) VALUE ZERO.
       01  WS-SLOT-HIT-IX                PIC 9(1) VALUE ZERO.

       01  WS-SRC-PROVIDER               PIC X(03) VALUE SPACES.
       01  WS-SRC-RECNO                  PIC X(06) VALUE SPACES.
       01  WS-REASON-OUT                 PIC X(03) VALUE SPACES.
       01  WS-REASON-TEXT                PIC X(40) VALUE SPACES.

       COPY ARITHACK REPLACING
           PREFIX-ACK-RECORD   BY AO-ACK-RECORD
           PREFIX-ACK-TAG      BY AO-ACK-TAG
           PREFIX-ACK-BODY     BY AO-ACK-BODY
           PREFIX-ACK-DETAIL   BY AO-ACK-DETAIL
           PREFIX-ORIG-RECNO   BY AO-ORIG-RECNO
           PREFIX-BATCH-DATE   BY AO-BATCH-DATE
           PREFIX-REC-NO       BY AO-REC-NO
           PREFIX-ACK-STATUS   BY AO-ACK-STATUS
           PREFIX-C            BY AO-C
           PREFIX-REASON-TEXT  BY AO-REASON-TEXT
           PREFIX-REASON       BY AO-REASON
           PREFIX-ACK-HDR      BY AO-ACK-HDR
           PREFIX-HDR-DATE     BY AO-HDR-DATE
           PREFIX-HDR-PROVIDER BY AO-HDR-PROVIDER
           PREFIX-ACK-TRL      BY AO-ACK-TRL
           PREFIX-TRL-ACCEPTED BY AO-TRL-ACCEPTED
           PREFIX-TRL-REJECTED BY AO-TRL-REJECTED
           PREFIX-TRL-FOLLOWUP BY AO-TRL-FOLLOWUP
           PREFIX-TRL-HELD     BY AO-TRL-HELD.

       01  WS-COUNTERS.
           05  WS-RESULT-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-ACCEPTED-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-REJECTED-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-FOLLOWUP-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-HELD-COUNT             PIC 9(6) VALUE ZERO.
           05  WS-UNROUTED-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-UNREGISTERED-COUNT     PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CONTROL-CARDS-PARA
           IF WS-BATCH-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BATCH-DATE
           END-IF
           IF NOT FOLLOWUP-RUN
               PERFORM CHECK-RUN-CONTROL-PARA
           END-IF
           PERFORM OPEN-FILES-PARA
           PERFORM WRITE-HEADERS-PARA
           IF NOT FOLLOWUP-RUN
               PERFORM LOAD-XREF-TABLE-PARA
               PERFORM LOAD-REASON-TABLE-PARA
               PERFORM ACKNOWLEDGE-RESULTS-PARA
           END-IF
           IF ACKREG-AVAILABLE
               PERFORM SWEEP-DECIDED-HOLDS-PARA
               PERFORM SWEEP-RESUBMIT-MARKERS-PARA
           END-IF
           PERFORM WRITE-TRAILERS-PARA
           PERFORM CLOSE-FILES-PARA
           DISPLAY "ARITHACK: BATCH " WS-BATCH-DATE " - "
               WS-ACCEPTED-COUNT " ACCEPTED, " WS-REJECTED-COUNT
               " REJECTED, " WS-FOLLOWUP-COUNT " FOLLOW-UPS, "
               WS-HELD-COUNT " HELD, " WS-UNROUTED-COUNT " UNROUTED"
           EVALUATE TRUE
               WHEN NOT FOLLOWUP-RUN AND WS-RESULT-COUNT = ZERO
                   DISPLAY "ARITHACK: EMPTY RESLFILE - NOTHING TO "
                       "ACKNOWLEDGE"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNROUTED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN NOT ACKREG-AVAILABLE
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       READ-CONTROL-CARDS-PARA.
           MOVE "P01" TO WS-SLOT-PROVIDER (1)
           MOVE "P02" TO WS-SLOT-PROVIDER (2)
           MOVE "P03" TO WS-SLOT-PROVIDER (3)
           MOVE "STD" TO WS-SLOT-PROVIDER (4)
           PERFORM VARYING WS-SLOT-IX FROM 1 BY 1 UNTIL WS-SLOT-IX > 4
               MOVE ZERO TO WS-SLOT-ACCEPTED (WS-SLOT-IX)
               MOVE ZERO TO WS-SLOT-REJECTED (WS-SLOT-IX)
               MOVE ZERO TO WS-SLOT-FOLLOWUP (WS-SLOT-IX)
               MOVE ZERO TO WS-SLOT-HELD (WS-SLOT-IX)
           END-PERFORM
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
           END-IF
           IF FOLLOWUP-RUN
               MOVE 'R' TO WS-FUP-RUN-CODE
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
                       DISPLAY "ERROR: INVALID CONTROL CARD '"
                           PARAM-REC (1:20) "'"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN PARAM-REC (1:6) = "PROV1="
                   MOVE PARAM-REC (7:3) TO WS-SLOT-PROVIDER (1)
               WHEN PARAM-REC (1:6) = "PROV2="
                   MOVE PARAM-REC (7:3) TO WS-SLOT-PROVIDER (2)
               WHEN PARAM-REC (1:6) = "PROV3="
                   MOVE PARAM-REC (7:3) TO WS-SLOT-PROVIDER (3)
               WHEN PARAM-REC (1:6) = "PROV4="
                   MOVE PARAM-REC (7:3) TO WS-SLOT-PROVIDER (4)
               WHEN PARAM-REC (1:10) = "FOLLOWUP=Y"
                   MOVE 'Y' TO WS-FOLLOWUP-ONLY
               WHEN PARAM-REC (1:10) = "OVERRIDE=Y"
                   MOVE 'Y' TO WS-OVERRIDE
               WHEN OTHER
                   DISPLAY "ERROR: INVALID CONTROL CARD '"
                       PARAM-REC (1:20)
                       "' - USE DATE=YYYYMMDD, PROVN=XXX, "
                       "FOLLOWUP=Y OR OVERRIDE=Y"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * DAILY RUN-CONTROL (SEE ARITHRUN).  TELLING A PROVIDER A
      * TRANSACTION POSTED BEFORE THE DAY IS PROVEN IN BALANCE WOULD
      * CLOSE THEIR BOOKS ON UNPROVEN NUMBERS, SO THE STEP REFUSES
      * AN UNRECONCILED DATE UNLESS THE OPERATOR CODED OVERRIDE=Y.
      * NOTHING IS STAMPED - THE REGISTER MAKES A RERUN SAFE.
      *****************************************************************
       CHECK-RUN-CONTROL-PARA.
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS = '00'
               MOVE 'Y' TO WS-RUN-AVAILABLE
           ELSE
               MOVE 'N' TO WS-RUN-AVAILABLE
               DISPLAY "WARNING: RUN-CONTROL UNAVAILABLE - STATUS = "
                   WS-RUN-STATUS " - SEQUENCE GUARDS OFF"
           END-IF
           IF RUN-FILE-AVAILABLE
               MOVE WS-BATCH-DATE TO RN-RUN-DATE
               READ RUN-FILE
                   INVALID KEY
                       MOVE 'N' TO RN-RECON-FLAG
               END-READ
               CLOSE RUN-FILE
               IF RN-RECON-FLAG NOT = 'Y'
                   IF OVERRIDE-IN-EFFECT
                       DISPLAY "ARITHACK: OVERRIDE IN EFFECT - "
                           "ACKNOWLEDGING UNRECONCILED DATE "
                           WS-BATCH-DATE
                   ELSE
                       DISPLAY "ERROR: BATCH DATE " WS-BATCH-DATE
                           " NOT MARKED RECONCILED - CODE "
                           "OVERRIDE=Y TO ACKNOWLEDGE ANYWAY"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       OPEN-FILES-PARA.
           IF NOT FOLLOWUP-RUN
               OPEN INPUT RESULT-FILE
               IF WS-RESULT-STATUS NOT = '00'
                   DISPLAY "ERROR: UNABLE TO OPEN RESULT-FILE - "
                       "STATUS = " WS-RESULT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O ACKREG-FILE
           IF WS-ACKREG-STATUS = '00'
               MOVE 'Y' TO WS-ACKREG-AVAILABLE
           ELSE
               MOVE 'N' TO WS-ACKREG-AVAILABLE
               DISPLAY "WARNING: ACKNOWLEDGEMENT REGISTER UNAVAILABLE "
                   "- STATUS = " WS-ACKREG-STATUS
                   " - NO FOLLOW-UPS THIS RUN"
           END-IF
           OPEN OUTPUT ACKOUT1-FILE
           IF WS-ACKOUT1-STATUS = '00'
               MOVE 'Y' TO WS-SLOT-OPEN (1)
           ELSE
               MOVE 'N' TO WS-SLOT-OPEN (1)
           END-IF
           OPEN OUTPUT ACKOUT2-FILE
           IF WS-ACKOUT2-STATUS = '00'
               MOVE 'Y' TO WS-SLOT-OPEN (2)
           ELSE
               MOVE 'N' TO WS-SLOT-OPEN (2)
           END-IF
           OPEN OUTPUT ACKOUT3-FILE
           IF WS-ACKOUT3-STATUS = '00'
               MOVE 'Y' TO WS-SLOT-OPEN (3)
           ELSE
               MOVE 'N' TO WS-SLOT-OPEN (3)
           END-IF
           OPEN OUTPUT ACKOUT4-FILE
           IF WS-ACKOUT4-STATUS = '00'
               MOVE 'Y' TO WS-SLOT-OPEN (4)
           ELSE
               MOVE 'N' TO WS-SLOT-OPEN (4)
           END-IF
           IF WS-SLOT-OPEN (1) = 'N' AND WS-SLOT-OPEN (2) = 'N'
               AND WS-SLOT-OPEN (3) = 'N' AND WS-SLOT-OPEN (4) = 'N'
               DISPLAY "ERROR: NO ACKOUT DD PRESENT - NOTHING TO "
                   "WRITE TO"
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * THE CROSS-REFERENCE IS WRITTEN BY ARITHMRG IN ASCENDING
      * REC-NO ORDER, SO IT LOADS STRAIGHT INTO A SEARCH ALL TABLE,
      * AS IN ARITHDTL.
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
           ELSE
               DISPLAY "ARITHACK: NO XREFFILE - SINGLE-PROVIDER DAY, "
                   "ALL RESULTS TO " WS-SLOT-PROVIDER (1)
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
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * REJECTS FOR THE BATCH DATE ONLY.  RSB, R04, R05 AND R11 ARE
      * AUDIT TRAIL (SEE ARITHREJ) AND CARRY NO ORIGINAL REJECT
      * REASON.
      * A MISSING REJECT DATASET IS A DAY WITH NO REJECTS.
      *****************************************************************
       LOAD-REASON-TABLE-PARA.
           MOVE 'N' TO WS-REJECT-EOF
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS = '00'
               PERFORM UNTIL END-OF-REJECT-FILE
                   READ REJECT-FILE
                       AT END
                           SET END-OF-REJECT-FILE TO TRUE
                       NOT AT END
                           IF RJ-ORIG-DATE = WS-BATCH-DATE
                               AND RJ-REASON NOT = 'RSB'
                               AND RJ-REASON NOT = 'R04'
                               AND RJ-REASON NOT = 'R05'
                               AND RJ-REASON NOT = 'R11'
                               PERFORM ADD-REASON-ENTRY-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

       ADD-REASON-ENTRY-PARA.
           PERFORM LOCATE-REASON-PARA
           IF WS-REASON-LO <= WS-REASON-COUNT
               AND WS-REASON-RECNO (WS-REASON-LO) = RJ-REC-NO
               CONTINUE
           ELSE
               IF WS-REASON-COUNT < 100000
                   PERFORM INSERT-REASON-ENTRY-PARA
               ELSE
                   DISPLAY "ERROR: REASON TABLE FULL - MORE THAN "
                       "100000 REJECTS FOR BATCH " WS-BATCH-DATE
                   PERFORM CLOSE-FILES-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *****************************************************************
      * BINARY SEARCH FOR THE LEFTMOST ENTRY NOT BELOW RJ-REC-NO;
      * WS-REASON-LO NAMES IT ON EXIT (IT MAY SIT PAST THE END).
      *****************************************************************
       LOCATE-REASON-PARA.
           MOVE 1 TO WS-REASON-LO
           MOVE WS-REASON-COUNT TO WS-REASON-HI
           PERFORM UNTIL WS-REASON-LO > WS-REASON-HI
               COMPUTE WS-REASON-MID =
                   (WS-REASON-LO + WS-REASON-HI) / 2
               IF WS-REASON-RECNO (WS-REASON-MID) < RJ-REC-NO
                   COMPUTE WS-REASON-LO = WS-REASON-MID + 1
               ELSE
                   COMPUTE WS-REASON-HI = WS-REASON-MID - 1
               END-IF
           END-PERFORM.

       INSERT-REASON-ENTRY-PARA.
           ADD 1 TO WS-REASON-COUNT
           MOVE WS-REASON-COUNT TO WS-REASON-IX
           PERFORM UNTIL WS-REASON-IX = WS-REASON-LO
               MOVE WS-REASON-ENTRY (WS-REASON-IX - 1)
                   TO WS-REASON-ENTRY (WS-REASON-IX)
               SUBTRACT 1 FROM WS-REASON-IX
           END-PERFORM
           MOVE RJ-REC-NO TO WS-REASON-RECNO (WS-REASON-IX)
           MOVE RJ-REASON TO WS-REASON-CODE (WS-REASON-IX).

       ACKNOWLEDGE-RESULTS-PARA.
           MOVE 'N' TO WS-RESULT-EOF
           PERFORM UNTIL END-OF-RESULT-FILE
               READ RESULT-FILE
                   AT END
                       SET END-OF-RESULT-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RESULT-COUNT
                       PERFORM ACKNOWLEDGE-RESULT-PARA
               END-READ
           END-PERFORM.

       ACKNOWLEDGE-RESULT-PARA.
           PERFORM LOOKUP-SOURCE-PARA
           PERFORM FIND-SLOT-PARA
           IF WS-SLOT-HIT-IX = ZERO
               ADD 1 TO WS-UNROUTED-COUNT
               DISPLAY "WARNING: REC-NO " RS-REC-NO " PROVIDER '"
                   WS-SRC-PROVIDER "' HAS NO ACKOUT DD - NOT "
                   "ACKNOWLEDGED"
           ELSE
               MOVE SPACES TO AO-ACK-RECORD
               MOVE "ACK" TO AO-ACK-TAG
               MOVE WS-SRC-RECNO TO AO-ORIG-RECNO
               MOVE WS-BATCH-DATE TO AO-BATCH-DATE
               MOVE RS-REC-NO TO AO-REC-NO
               MOVE RS-C TO AO-C
               EVALUATE RS-STATUS
                   WHEN 'S'
                       MOVE 'A' TO AO-ACK-STATUS
                       ADD 1 TO WS-ACCEPTED-COUNT
                       ADD 1 TO WS-SLOT-ACCEPTED (WS-SLOT-HIT-IX)
                   WHEN 'H'
                       MOVE 'H' TO AO-ACK-STATUS
                       MOVE "HELD FOR SUPERVISOR APPROVAL"
                           TO AO-REASON-TEXT
                       ADD 1 TO WS-HELD-COUNT
                       ADD 1 TO WS-SLOT-HELD (WS-SLOT-HIT-IX)
                   WHEN OTHER
                       PERFORM LOOKUP-REASON-PARA
                       MOVE 'R' TO AO-ACK-STATUS
                       MOVE WS-REASON-OUT TO AO-REASON
                       MOVE WS-REASON-TEXT TO AO-REASON-TEXT
                       ADD 1 TO WS-REJECTED-COUNT
                       ADD 1 TO WS-SLOT-REJECTED (WS-SLOT-HIT-IX)
               END-EVALUATE
               PERFORM WRITE-ACK-RECORD-PARA
               IF ACKREG-AVAILABLE
                   PERFORM REGISTER-ACK-PARA
               END-IF
           END-IF.

       LOOKUP-SOURCE-PARA.
           MOVE SPACES TO WS-SRC-PROVIDER
           MOVE RS-REC-NO TO WS-SRC-RECNO
           IF NOT XREF-AVAILABLE
               MOVE WS-SLOT-PROVIDER (1) TO WS-SRC-PROVIDER
           ELSE
               IF WS-XREF-COUNT > 0
                   SEARCH ALL WS-XREF-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-XREF-RECNO (XREF-IDX) = RS-REC-NO
                           MOVE WS-XREF-PROV (XREF-IDX)
                               TO WS-SRC-PROVIDER
                           MOVE WS-XREF-ORIG (XREF-IDX)
                               TO WS-SRC-RECNO
                   END-SEARCH
               END-IF
           END-IF.

       FIND-SLOT-PARA.
           MOVE ZERO TO WS-SLOT-HIT-IX
           IF WS-SRC-PROVIDER NOT = SPACES
               PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                   UNTIL WS-SLOT-IX > 4 OR WS-SLOT-HIT-IX > ZERO
                   IF WS-SLOT-PROVIDER (WS-SLOT-IX) = WS-SRC-PROVIDER
                       AND WS-SLOT-OPEN (WS-SLOT-IX) = 'Y'
                       MOVE WS-SLOT-IX TO WS-SLOT-HIT-IX
                   END-IF
               END-PERFORM
           END-IF.

       LOOKUP-REASON-PARA.
           MOVE SPACES TO WS-REASON-OUT
           IF WS-REASON-COUNT > 0
               SEARCH ALL WS-REASON-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REASON-RECNO (REASON-IDX) = RS-REC-NO
                       MOVE WS-REASON-CODE (REASON-IDX)
                           TO WS-REASON-OUT
               END-SEARCH
           END-IF
           PERFORM SET-REASON-TEXT-PARA.

       SET-REASON-TEXT-PARA.
           EVALUATE WS-REASON-OUT
               WHEN 'R01'
                   MOVE "DIVIDE BY ZERO" TO WS-REASON-TEXT
               WHEN 'R02'
                   MOVE "RESULT OVERFLOW" TO WS-REASON-TEXT
               WHEN 'R03'
                   MOVE "INVALID OPERATOR" TO WS-REASON-TEXT
               WHEN 'R06'
                   MOVE "FORWARD/UNRESOLVABLE OPERAND REFERENCE"
                       TO WS-REASON-TEXT
               WHEN 'R07'
                   MOVE "DEPARTMENT UNKNOWN OR CLOSED"
                       TO WS-REASON-TEXT
               WHEN 'R08'
                   MOVE "REVERSAL NOT APPLICABLE TO TARGET"
                       TO WS-REASON-TEXT
               WHEN 'R09'
                   MOVE "POWER UNDEFINED FOR OPERANDS"
                       TO WS-REASON-TEXT
               WHEN 'R10'
                   MOVE "DECLINED AT SUPERVISOR APPROVAL"
                       TO WS-REASON-TEXT
               WHEN SPACES
                   MOVE "REJECTED - REASON NOT ON REJECT FILE"
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "UNRECOGNIZED REASON CODE"
                       TO WS-REASON-TEXT
           END-EVALUATE.

      *****************************************************************
      * AN ENTRY ALREADY FOLLOWED UP (STATUS F, OR A FOLLOW-UP DATE
      * ON A DECLINED HOLD) IS LEFT ALONE ON A RERUN OF ITS ORIGINAL
      * DATE - THE PROVIDER HAS ALREADY BEEN TOLD THE OUTCOME, AND
      * DOWNGRADING IT WOULD RESEND THE FOLLOW-UP.
      *****************************************************************
       REGISTER-ACK-PARA.
           MOVE WS-BATCH-DATE TO AK-BATCH-DATE
           MOVE RS-REC-NO TO AK-REC-NO
           READ ACKREG-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACKREG-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACKREG-FOUND
           END-READ
           IF ACKREG-ENTRY-FOUND
               AND (AK-ACK-STATUS = 'F' OR AK-FUP-DATE NOT = SPACES)
               CONTINUE
           ELSE
               MOVE WS-BATCH-DATE TO AK-BATCH-DATE
               MOVE RS-REC-NO TO AK-REC-NO
               MOVE WS-SRC-PROVIDER TO AK-PROVIDER
               MOVE WS-SRC-RECNO TO AK-ORIG-RECNO
               MOVE AO-ACK-STATUS TO AK-ACK-STATUS
               MOVE FUNCTION CURRENT-DATE (1:14) TO AK-ACK-STAMP
               MOVE SPACES TO AK-FUP-DATE, AK-FUP-RUN
               IF ACKREG-ENTRY-FOUND
                   REWRITE AK-ACKREG-RECORD
               ELSE
                   WRITE AK-ACKREG-RECORD
               END-IF
               PERFORM CHECK-ACKREG-STATUS-PARA
           END-IF.

      *****************************************************************
      * EVERY RSB MARKER ON ARITHREJ IS CHECKED AGAINST THE REGISTER.
      * A STILL-REJECTED ENTRY GETS ITS FOLLOW-UP NOW; AN ENTRY THIS
      * SAME KIND OF RUN ALREADY FOLLOWED UP FOR THIS SAME DATE GETS
      * IT AGAIN (A RERUN MUST REPRODUCE ITS FILE); ANYTHING ELSE WAS
      * FOLLOWED UP ON ANOTHER DAY.  A MARKER WITH NO REGISTER ENTRY
      * BELONGS TO A DAY THAT WAS NEVER ACKNOWLEDGED AND IS COUNTED.
      *****************************************************************
       SWEEP-RESUBMIT-MARKERS-PARA.
           MOVE 'N' TO WS-REJECT-EOF
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS = '00'
               PERFORM UNTIL END-OF-REJECT-FILE
                   READ REJECT-FILE
                       AT END
                           SET END-OF-REJECT-FILE TO TRUE
                       NOT AT END
                           IF RJ-REASON = 'RSB'
                               PERFORM FOLLOW-UP-MARKER-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

       FOLLOW-UP-MARKER-PARA.
           MOVE RJ-ORIG-DATE TO AK-BATCH-DATE
           MOVE RJ-REC-NO TO AK-REC-NO
           READ ACKREG-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACKREG-FOUND
                   ADD 1 TO WS-UNREGISTERED-COUNT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACKREG-FOUND
           END-READ
           IF ACKREG-ENTRY-FOUND
               EVALUATE TRUE
                   WHEN RJ-STATUS = 'H'
                       PERFORM FOLLOW-UP-HELD-MARKER-PARA
                   WHEN AK-ACK-STATUS = 'R'
                       PERFORM WRITE-FOLLOW-UP-PARA
                   WHEN AK-ACK-STATUS = 'F'
                       AND AK-FUP-DATE = WS-BATCH-DATE
                       AND AK-FUP-RUN = WS-FUP-RUN-CODE
                       PERFORM WRITE-FOLLOW-UP-PARA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       WRITE-FOLLOW-UP-PARA.
           MOVE AK-PROVIDER TO WS-SRC-PROVIDER
           PERFORM FIND-SLOT-PARA
           IF WS-SLOT-HIT-IX = ZERO
               ADD 1 TO WS-UNROUTED-COUNT
               DISPLAY "WARNING: FOLLOW-UP BATCH " AK-BATCH-DATE
                   " REC-NO " AK-REC-NO " PROVIDER '" AK-PROVIDER
                   "' HAS NO ACKOUT DD - HELD FOR A LATER RUN"
           ELSE
               MOVE SPACES TO AO-ACK-RECORD
               MOVE "FUP" TO AO-ACK-TAG
               MOVE AK-ORIG-RECNO TO AO-ORIG-RECNO
               MOVE AK-BATCH-DATE TO AO-BATCH-DATE
               MOVE AK-REC-NO TO AO-REC-NO
               MOVE 'A' TO AO-ACK-STATUS
               MOVE RJ-C TO AO-C
               MOVE "NOW ACCEPTED - RESUBMIT POSTED"
                   TO AO-REASON-TEXT
               PERFORM WRITE-ACK-RECORD-PARA
               ADD 1 TO WS-FOLLOWUP-COUNT
               ADD 1 TO WS-SLOT-FOLLOWUP (WS-SLOT-HIT-IX)
               MOVE 'F' TO AK-ACK-STATUS
               MOVE WS-BATCH-DATE TO AK-FUP-DATE
               MOVE WS-FUP-RUN-CODE TO AK-FUP-RUN
               REWRITE AK-ACKREG-RECORD
               PERFORM CHECK-ACKREG-STATUS-PARA
           END-IF.

      *****************************************************************
      * A RESUBMIT THAT TRIPPED ITS DEPARTMENT'S APPROVAL THRESHOLDS
      * WAS HELD, NOT POSTED, AND ITS MARKER CARRIES STATUS 'H'.  A
      * STILL-REJECTED ENTRY IS TOLD "HELD" AND MOVES TO 'H', WHERE
      * THE PENDAPRV SWEEP TAKES IT UP ONCE THE SUPERVISOR DECIDES.
      * AN ENTRY REJECTED WITH A FOLLOW-UP DATE WAS DECLINED AFTER
      * THE HOLD AND HAS HEARD SO ALREADY.
      *****************************************************************
       FOLLOW-UP-HELD-MARKER-PARA.
           EVALUATE TRUE
               WHEN AK-ACK-STATUS = 'R'
                   AND AK-FUP-DATE = SPACES
                   PERFORM WRITE-HELD-FOLLOW-UP-PARA
               WHEN AK-ACK-STATUS = 'H'
                   AND AK-FUP-DATE = WS-BATCH-DATE
                   AND AK-FUP-RUN = WS-FUP-RUN-CODE
                   PERFORM WRITE-HELD-FOLLOW-UP-PARA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-HELD-FOLLOW-UP-PARA.
           MOVE AK-PROVIDER TO WS-SRC-PROVIDER
           PERFORM FIND-SLOT-PARA
           IF WS-SLOT-HIT-IX = ZERO
               ADD 1 TO WS-UNROUTED-COUNT
               DISPLAY "WARNING: FOLLOW-UP BATCH " AK-BATCH-DATE
                   " REC-NO " AK-REC-NO " PROVIDER '" AK-PROVIDER
                   "' HAS NO ACKOUT DD - HELD FOR A LATER RUN"
           ELSE
               MOVE SPACES TO AO-ACK-RECORD
               MOVE "FUP" TO AO-ACK-TAG
               MOVE AK-ORIG-RECNO TO AO-ORIG-RECNO
               MOVE AK-BATCH-DATE TO AO-BATCH-DATE
               MOVE AK-REC-NO TO AO-REC-NO
               MOVE 'H' TO AO-ACK-STATUS
               MOVE RJ-C TO AO-C
               MOVE "RESUBMIT HELD FOR SUPERVISOR APPROVAL"
                   TO AO-REASON-TEXT
               PERFORM WRITE-ACK-RECORD-PARA
               ADD 1 TO WS-FOLLOWUP-COUNT
               ADD 1 TO WS-SLOT-FOLLOWUP (WS-SLOT-HIT-IX)
               MOVE 'H' TO AK-ACK-STATUS
               MOVE WS-BATCH-DATE TO AK-FUP-DATE
               MOVE WS-FUP-RUN-CODE TO AK-FUP-RUN
               REWRITE AK-ACKREG-RECORD
               PERFORM CHECK-ACKREG-STATUS-PARA
           END-IF.

      *****************************************************************
      * EVERY DECIDED RECORD ON PENDAPRV IS CHECKED AGAINST THE
      * REGISTER, AS THE RSB MARKERS ARE.  AN ENTRY STILL "HELD" GETS
      * ITS FOLLOW-UP NOW; AN ENTRY THIS SAME KIND OF RUN ALREADY
      * FOLLOWED UP FOR THIS SAME DATE GETS IT AGAIN; ANYTHING ELSE
      * WAS FOLLOWED UP ON ANOTHER DAY.  A HOLD WITH NO REGISTER
      * ENTRY BELONGS TO A DAY NEVER ACKNOWLEDGED AND IS SKIPPED.
      * THE SWEEP RUNS BEFORE THE RSB MARKERS, SO A DECLINED HOLD
      * RESUBMITTED ON THE SAME DAY IS TOLD "DECLINED" FIRST.
      *****************************************************************
       SWEEP-DECIDED-HOLDS-PARA.
           MOVE 'N' TO WS-PEND-EOF
           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS = '00'
               PERFORM UNTIL END-OF-PEND-FILE
                   READ PEND-FILE
                       AT END
                           SET END-OF-PEND-FILE TO TRUE
                       NOT AT END
                           IF PD-ACTION = 'A' OR PD-ACTION = 'D'
                               PERFORM FOLLOW-UP-HOLD-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEND-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN PEND-FILE - STATUS = "
                   WS-PEND-STATUS " - NO APPROVAL FOLLOW-UPS THIS RUN"
           END-IF.

       FOLLOW-UP-HOLD-PARA.
           MOVE PD-BATCH-DATE TO AK-BATCH-DATE
           MOVE PD-REC-NO TO AK-REC-NO
           READ ACKREG-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACKREG-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACKREG-FOUND
           END-READ
           IF ACKREG-ENTRY-FOUND
               EVALUATE TRUE
                   WHEN AK-ACK-STATUS = 'H'
                       PERFORM WRITE-HOLD-FOLLOW-UP-PARA
                   WHEN PD-ACTION = 'A'
                       AND AK-ACK-STATUS = 'F'
                       AND AK-FUP-DATE = WS-BATCH-DATE
                       AND AK-FUP-RUN = WS-FUP-RUN-CODE
                       PERFORM WRITE-HOLD-FOLLOW-UP-PARA
                   WHEN PD-ACTION = 'D'
                       AND AK-ACK-STATUS = 'R'
                       AND AK-FUP-DATE = WS-BATCH-DATE
                       AND AK-FUP-RUN = WS-FUP-RUN-CODE
                       PERFORM WRITE-HOLD-FOLLOW-UP-PARA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       WRITE-HOLD-FOLLOW-UP-PARA.
           MOVE AK-PROVIDER TO WS-SRC-PROVIDER
           PERFORM FIND-SLOT-PARA
           IF WS-SLOT-HIT-IX = ZERO
               ADD 1 TO WS-UNROUTED-COUNT
               DISPLAY "WARNING: FOLLOW-UP BATCH " AK-BATCH-DATE
                   " REC-NO " AK-REC-NO " PROVIDER '" AK-PROVIDER
                   "' HAS NO ACKOUT DD - HELD FOR A LATER RUN"
           ELSE
               MOVE SPACES TO AO-ACK-RECORD
               MOVE "FUP" TO AO-ACK-TAG
               MOVE AK-ORIG-RECNO TO AO-ORIG-RECNO
               MOVE AK-BATCH-DATE TO AO-BATCH-DATE
               MOVE AK-REC-NO TO AO-REC-NO
               IF PD-ACTION = 'A'
                   MOVE 'A' TO AO-ACK-STATUS
                   MOVE PD-C TO AO-C
                   MOVE "NOW ACCEPTED - SUPERVISOR APPROVED"
                       TO AO-REASON-TEXT
                   MOVE 'F' TO AK-ACK-STATUS
               ELSE
                   MOVE 'R' TO AO-ACK-STATUS
                   MOVE ZERO TO AO-C
                   MOVE 'R10' TO WS-REASON-OUT
                   PERFORM SET-REASON-TEXT-PARA
                   MOVE WS-REASON-OUT TO AO-REASON
                   MOVE WS-REASON-TEXT TO AO-REASON-TEXT
                   MOVE 'R' TO AK-ACK-STATUS
               END-IF
               PERFORM WRITE-ACK-RECORD-PARA
               ADD 1 TO WS-FOLLOWUP-COUNT
               ADD 1 TO WS-SLOT-FOLLOWUP (WS-SLOT-HIT-IX)
               MOVE WS-BATCH-DATE TO AK-FUP-DATE
               MOVE WS-FUP-RUN-CODE TO AK-FUP-RUN
               REWRITE AK-ACKREG-RECORD
               PERFORM CHECK-ACKREG-STATUS-PARA
           END-IF.

       WRITE-HEADERS-PARA.
           PERFORM VARYING WS-SLOT-HIT-IX FROM 1 BY 1
               UNTIL WS-SLOT-HIT-IX > 4
               IF WS-SLOT-OPEN (WS-SLOT-HIT-IX) = 'Y'
                   MOVE SPACES TO AO-ACK-RECORD
                   MOVE "HDR" TO AO-ACK-TAG
                   MOVE WS-BATCH-DATE TO AO-HDR-DATE
                   MOVE WS-SLOT-PROVIDER (WS-SLOT-HIT-IX)
                       TO AO-HDR-PROVIDER
                   PERFORM WRITE-ACK-RECORD-PARA
               END-IF
           END-PERFORM.

       WRITE-TRAILERS-PARA.
           PERFORM VARYING WS-SLOT-HIT-IX FROM 1 BY 1
               UNTIL WS-SLOT-HIT-IX > 4
               IF WS-SLOT-OPEN (WS-SLOT-HIT-IX) = 'Y'
                   MOVE SPACES TO AO-ACK-RECORD
                   MOVE "TRL" TO AO-ACK-TAG
                   MOVE WS-SLOT-ACCEPTED (WS-SLOT-HIT-IX)
                       TO AO-TRL-ACCEPTED
                   MOVE WS-SLOT-REJECTED (WS-SLOT-HIT-IX)
                       TO AO-TRL-REJECTED
                   MOVE WS-SLOT-FOLLOWUP (WS-SLOT-HIT-IX)
                       TO AO-TRL-FOLLOWUP
                   MOVE WS-SLOT-HELD (WS-SLOT-HIT-IX)
                       TO AO-TRL-HELD
                   PERFORM WRITE-ACK-RECORD-PARA
                   DISPLAY "ARITHACK: PROVIDER "
                       WS-SLOT-PROVIDER (WS-SLOT-HIT-IX) " - "
                       WS-SLOT-ACCEPTED (WS-SLOT-HIT-IX) " ACCEPTED, "
                       WS-SLOT-REJECTED (WS-SLOT-HIT-IX) " REJECTED, "
                       WS-SLOT-FOLLOWUP (WS-SLOT-HIT-IX)
                       " FOLLOW-UPS, "
                       WS-SLOT-HELD (WS-SLOT-HIT-IX) " HELD"
               END-IF
           END-PERFORM
           IF WS-UNREGISTERED-COUNT > ZERO
               DISPLAY "ARITHACK: " WS-UNREGISTERED-COUNT
                   " RESUBMIT MARKERS FOR DAYS NEVER ACKNOWLEDGED - "
                   "NO FOLLOW-UP SENT"
           END-IF.

       WRITE-ACK-RECORD-PARA.
           EVALUATE WS-SLOT-HIT-IX
               WHEN 1
                   WRITE ACKOUT1-REC FROM AO-ACK-RECORD
                   MOVE WS-ACKOUT1-STATUS TO WS-ACKOUT-STATUS
               WHEN 2
                   WRITE ACKOUT2-REC FROM AO-ACK-RECORD
                   MOVE WS-ACKOUT2-STATUS TO WS-ACKOUT-STATUS
               WHEN 3
                   WRITE ACKOUT3-REC FROM AO-ACK-RECORD
                   MOVE WS-ACKOUT3-STATUS TO WS-ACKOUT-STATUS
               WHEN 4
                   WRITE ACKOUT4-REC FROM AO-ACK-RECORD
                   MOVE WS-ACKOUT4-STATUS TO WS-ACKOUT-STATUS
           END-EVALUATE
           IF WS-ACKOUT-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO WRITE ACKOUT"
                   WS-SLOT-HIT-IX " - STATUS = " WS-ACKOUT-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-ACKREG-STATUS-PARA.
           IF WS-ACKREG-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO UPDATE ACKNOWLEDGEMENT "
                   "REGISTER - STATUS = " WS-ACKREG-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-FILES-PARA.
           CLOSE RESULT-FILE
           CLOSE ACKREG-FILE
           CLOSE ACKOUT1-FILE
           CLOSE ACKOUT2-FILE
           CLOSE ACKOUT3-FILE
           CLOSE ACKOUT4-FILE.
       END PROGRAM ArithACK.
