      *****************************************************************
      * MULTI-PROVIDER FEED MERGE FRONT END.
      * THE CALCULATION FEED NOW ARRIVES FROM UP TO THREE PROVIDERS,
      * PLUS THE STANDING-ORDER FEED ARITHSOG GENERATES (PROVIDER
      * 'STD'), BUT ARITHPGM READS A SINGLE TRANFILE AND ARITHEDIT
      * ENFORCES STRICTLY ASCENDING UNIQUE REC-NOS WITHIN ONE FILE.
      * THIS PROGRAM, RUN BEFORE THE DAILY EDIT, READS EACH PROVIDER
      * FEED PRESENT (DDNAMES FEED1, FEED2, FEED3, AND FEED4 FOR THE
      * STANDING ORDERS - A MISSING FEED IS SIMPLY SKIPPED), ASSIGNS
      * THE BATCH'S REC-NO SEQUENCE ACROSS THE COMBINED FILE, AND
      * WRITES:
      *   TRANFILE - THE COMBINED, RENUMBERED RAW FEED FOR ARITHEDIT.
      *   XREFFILE - ONE CROSS-REFERENCE RECORD PER TRANSACTION (SEE
      *              ARITHXRF): OUR REC-NO, THE PROVIDER ID, AND THE
      *       THE BATCH DATE THE FEED HEADERS MUST CARRY AND THE
      *       COMBINED HEADER IS STAMPED WITH (DEFAULT THE CURRENT
      *       DATE) - CODE THE SAME CARD AS ARITHEDIT AND ARITHPGM.
      *   PROV1=XXX / PROV2=XXX / PROV3=XXX / PROV4=XXX
      *       FALLBACK 3-BYTE PROVIDER IDS FOR A FEED WHOSE HEADER
      *       IS MISSING OR BLANK (DEFAULTS P01, P02, P03, STD).
      * RETURN CODES: 0 MERGED AND ALL FEED CONTROLS BALANCED, 8 NO
      * FEED RECORDS AT ALL OR A FEED FAILED ITS CONTROL RECORDS
      * (HOLD THE DAILY JOB AND CHASE THE NAMED PROVIDER), 16 FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED3-STATUS.

           SELECT FEED4-FILE ASSIGN TO "FEED4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED4-STATUS.

           SELECT TRANS-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
       FD  FEED3-FILE.
       01  FEED3-REC                     PIC X(91).

       FD  FEED4-FILE.
       01  FEED4-REC                     PIC X(91).

       FD  TRANS-FILE.
       01  TRANS-OUT-REC                 PIC X(91).

           05  WS-FEED1-STATUS           PIC X(02) VALUE SPACES.
           05  WS-FEED2-STATUS           PIC X(02) VALUE SPACES.
           05  WS-FEED3-STATUS           PIC X(02) VALUE SPACES.
           05  WS-FEED4-STATUS           PIC X(02) VALUE SPACES.
           05  WS-TRANS-STATUS           PIC X(02) VALUE SPACES.
           05  WS-XREF-STATUS            PIC X(02) VALUE SPACES.
           05  WS-PARAM-STATUS           PIC X(02) VALUE SPACES.
           05  WS-PROV1-ID               PIC X(03) VALUE "P01".
           05  WS-PROV2-ID               PIC X(03) VALUE "P02".
           05  WS-PROV3-ID               PIC X(03) VALUE "P03".
           05  WS-PROV4-ID               PIC X(03) VALUE "STD".

       01  WS-CURRENT-PROVIDER           PIC X(03) VALUE SPACES.

           PERFORM MERGE-FEED1-PARA
           PERFORM MERGE-FEED2-PARA
           PERFORM MERGE-FEED3-PARA
           PERFORM MERGE-FEED4-PARA
           PERFORM WRITE-COMBINED-TRAILER-PARA
           CLOSE TRANS-FILE
           CLOSE XREF-FILE
                   MOVE PARAM-REC (7:3) TO WS-PROV2-ID
               WHEN PARAM-REC (1:6) = "PROV3="
                   MOVE PARAM-REC (7:3) TO WS-PROV3-ID
               WHEN PARAM-REC (1:6) = "PROV4="
                   MOVE PARAM-REC (7:3) TO WS-PROV4-ID
               WHEN OTHER
                   DISPLAY "ERROR: INVALID CONTROL CARD '"
                       PARAM-REC (1:20)
               PERFORM END-FEED-PARA
           END-IF.

       MERGE-FEED4-PARA.
           OPEN INPUT FEED4-FILE
           IF WS-FEED4-STATUS = '00'
               ADD 1 TO WS-FEEDS-READ
               MOVE WS-PROV4-ID TO WS-CURRENT-PROVIDER
               PERFORM START-NEW-FEED-PARA
               MOVE 'N' TO WS-FEED-EOF
               PERFORM UNTIL END-OF-FEED
                   READ FEED4-FILE INTO WS-RAW-RECORD
                       AT END
                           SET END-OF-FEED TO TRUE
                       NOT AT END
                           PERFORM PROCESS-MERGE-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE FEED4-FILE
               PERFORM END-FEED-PARA
           END-IF.

       START-NEW-FEED-PARA.
           MOVE ZERO TO WS-MAP-COUNT
           MOVE ZERO TO WS-FEED-COUNT
