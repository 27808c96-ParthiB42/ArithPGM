       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArithAUT.
      *****************************************************************
      * OPERATOR AUTHORIZATION FILE MAINTENANCE.
      * MAINTAINS THE KEYED AUTHORIZATION FILE (AUTHFILE, KEY =
      * OPERATOR ID PLUS FUNCTION CODE - SEE ARITHAUT) THAT ARITHDPT,
      * ARITHPGM, ARITHINQ, ARITHPCL, ARITHSOM AND ARITHAPR CHECK
      * BEFORE EVERY PRIVILEGED ACTION.  ONLY SECURITY ADMINISTRATION
      * HAS UPDATE ACCESS TO THE DATASET, SO BEING ABLE TO RUN THIS
      * PROGRAM AGAINST IT IS ITSELF THE ADMINISTRATOR'S AUTHORITY.
      * THE ADMINISTRATOR'S ID IS ASKED FOR FIRST, THEN REQUESTS ARE
      * PROMPTED FOR UNTIL 'E' IS ENTERED; AS FOR ARITHDPT THEY MAY BE
      * KEYED AT A TERMINAL OR FED AS SYSIN LINES (SEE ARITHAUT JCL):
      *   'G' - GRANT A FUNCTION TO AN OPERATOR: OPERATOR ID,
      *         FUNCTION CODE (DPT, OVR, INT, INQ, RSB, PCL, SOM OR
      *         APR) AND EXPIRY DATE (YYYYMMDD, BLANK = NO EXPIRY).
      *         GRANTING A FUNCTION THE OPERATOR ALREADY HOLDS RENEWS
      *         IT UNDER THE NEW EXPIRY.
      *   'V' - REVOKE A FUNCTION FROM AN OPERATOR.
      *   'L' - LIST EVERY AUTHORITY ON THE FILE.
      * NOBODY MAY GRANT A FUNCTION TO THEMSELVES.  EVERY GRANT AND
      * REVOKE, AND EVERY ATTEMPTED SELF-GRANT, IS WRITTEN TO THE
      * SECURITY LOG (SECLOG - SEE ARITHSEC) AS FUNCTION 'AUT'.
      * RETURN CODES: 0 ALL REQUESTS APPLIED, 8 ONE OR MORE REQUESTS
      * REFUSED (NO OPERATOR, UNKNOWN FUNCTION, BAD OR PAST EXPIRY,
      * SELF-GRANT, REVOKE OF A FUNCTION NOT HELD), 16 FILE ERROR OR
      * NO ADMINISTRATOR ID.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT SECLOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05  WS-AUTH-STATUS            PIC X(02) VALUE SPACES.
           05  WS-SECLOG-STATUS          PIC X(02) VALUE SPACES.

       01  WS-REQUEST-TYPE               PIC X(01) VALUE SPACE.
           88  GRANT-REQUEST                       VALUE 'G' 'g'.
           88  REVOKE-REQUEST                      VALUE 'V' 'v'.
           88  LIST-REQUEST                        VALUE 'L' 'l'.
           88  END-REQUEST                         VALUE 'E' 'e'.

       01  WS-SESSION-DONE               PIC X(01) VALUE 'N'.
           88  SESSION-FINISHED                    VALUE 'Y'.

       01  WS-LIST-DONE                  PIC X(01) VALUE 'N'.
           88  LIST-FINISHED                       VALUE 'Y'.

       01  WS-OPERATOR                   PIC X(08) VALUE SPACES.
       01  WS-ASK-OPERATOR               PIC X(08) VALUE SPACES.
       01  WS-ASK-FUNCTION               PIC X(03) VALUE SPACES.
           88  VALID-FUNCTION                      VALUE "DPT" "OVR"
                                                   "INT" "INQ" "RSB"
                                                   "PCL" "SOM" "APR".
       01  WS-ASK-EXPIRY                 PIC X(08) VALUE SPACES.
       01  WS-ASK-EXPIRY-PARTS REDEFINES WS-ASK-EXPIRY.
           05  WS-ASK-EXPIRY-YEAR        PIC X(04).
           05  WS-ASK-EXPIRY-MM          PIC X(02).
           05  WS-ASK-EXPIRY-DD          PIC X(02).

       01  WS-TODAY                      PIC X(08) VALUE SPACES.
       01  WS-ACTION-STAMP               PIC X(14) VALUE SPACES.
       01  WS-ACTION-TEXT                PIC X(07) VALUE SPACES.
       01  WS-REFUSAL-TEXT               PIC X(50) VALUE SPACES.
       01  WS-EXPIRY-SHOW                PIC X(08) VALUE SPACES.
       01  WS-EXPIRED-FLAG               PIC X(09) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-APPLIED-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-REFUSED-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-LIST-COUNT             PIC 9(6) VALUE ZERO.

       01  WS-SEC-OUTCOME                PIC X(01) VALUE SPACE.
       01  WS-SEC-TARGET                 PIC X(40) VALUE SPACES.
       01  WS-SEC-REASON                 PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ASK-OPERATOR-PARA
           PERFORM OPEN-FILES-PARA
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM UNTIL SESSION-FINISHED
               DISPLAY "ENTER REQUEST TYPE - G (GRANT), V (REVOKE), "
                   "L (LIST) OR E (END)"
               ACCEPT WS-REQUEST-TYPE
               EVALUATE TRUE
                   WHEN END-REQUEST
                   WHEN WS-REQUEST-TYPE = SPACE
                       SET SESSION-FINISHED TO TRUE
                   WHEN GRANT-REQUEST
                       PERFORM GRANT-AUTHORITY-PARA
                   WHEN REVOKE-REQUEST
                       PERFORM REVOKE-AUTHORITY-PARA
                   WHEN LIST-REQUEST
                       PERFORM LIST-AUTHORITIES-PARA
                   WHEN OTHER
                       DISPLAY "INVALID REQUEST TYPE '"
                           WS-REQUEST-TYPE "' - USE G, V, L OR E"
               END-EVALUATE
           END-PERFORM
           PERFORM CLOSE-FILES-PARA
           DISPLAY "ARITHAUT: " WS-APPLIED-COUNT " REQUESTS APPLIED, "
               WS-REFUSED-COUNT " REFUSED BY " WS-OPERATOR
           IF WS-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * EVERY CHANGE IS LOGGED UNDER THE ADMINISTRATOR'S ID, SO A
      * SESSION WITHOUT ONE IS NOT STARTED.
      *****************************************************************
       ASK-OPERATOR-PARA.
           DISPLAY "ENTER ADMINISTRATOR ID (UP TO 8 CHARACTERS)"
           ACCEPT WS-OPERATOR
           IF WS-OPERATOR = SPACES
               DISPLAY "ERROR: ADMINISTRATOR ID REQUIRED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * FIRST-EVER RUN BOOTSTRAPS AN EMPTY FILE, AS ARITHDPT DOES FOR
      * THE DEPARTMENT MASTER.  NO CHANGE IS MADE WITHOUT THE SECURITY
      * LOG TO RECORD IT.
      *****************************************************************
       OPEN-FILES-PARA.
           OPEN I-O AUTH-FILE
           IF WS-AUTH-STATUS NOT = '00'
               OPEN OUTPUT AUTH-FILE
               IF WS-AUTH-STATUS = '00'
                   CLOSE AUTH-FILE
                   OPEN I-O AUTH-FILE
               END-IF
           END-IF
           IF WS-AUTH-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO OPEN AUTH-FILE - STATUS = "
                   WS-AUTH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
      * AN EXPIRY IS KEYED AS A FULL DATE SO A MIS-KEYED ONE IS
      * REFUSED RATHER THAN GUESSED AT; ONE ALREADY PAST WOULD GRANT
      * NOTHING.  A SELF-GRANT IS LOGGED AS A REFUSED ATTEMPT.
      *****************************************************************
       GRANT-AUTHORITY-PARA.
           PERFORM ASK-OPERATOR-FUNCTION-PARA
           DISPLAY "ENTER EXPIRY DATE (YYYYMMDD, BLANK = NO EXPIRY)"
           ACCEPT WS-ASK-EXPIRY
           MOVE SPACES TO WS-REFUSAL-TEXT
           MOVE SPACES TO WS-SEC-TARGET
           STRING "GRANT " WS-ASK-FUNCTION " TO " WS-ASK-OPERATOR
               DELIMITED BY SIZE INTO WS-SEC-TARGET
           EVALUATE TRUE
               WHEN WS-ASK-OPERATOR = SPACES
                   MOVE "- OPERATOR ID REQUIRED" TO WS-REFUSAL-TEXT
               WHEN NOT VALID-FUNCTION
                   STRING "- FUNCTION MUST BE DPT OVR INT INQ RSB PCL "
                       "SOM OR APR"
                       DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               WHEN WS-ASK-EXPIRY NOT = SPACES
                   AND (WS-ASK-EXPIRY NOT NUMERIC
                       OR WS-ASK-EXPIRY-MM < "01"
                       OR WS-ASK-EXPIRY-MM > "12"
                       OR WS-ASK-EXPIRY-DD < "01"
                       OR WS-ASK-EXPIRY-DD > "31")
                   MOVE "- EXPIRY IS NOT A VALID DATE (YYYYMMDD)"
                       TO WS-REFUSAL-TEXT
               WHEN WS-ASK-EXPIRY NOT = SPACES
                   AND WS-ASK-EXPIRY < WS-TODAY
                   MOVE "- EXPIRY IS ALREADY PAST" TO WS-REFUSAL-TEXT
               WHEN WS-ASK-OPERATOR = WS-OPERATOR
                   MOVE "- NOBODY MAY GRANT TO THEMSELVES"
                       TO WS-REFUSAL-TEXT
                   MOVE 'R' TO WS-SEC-OUTCOME
                   MOVE "SELF-GRANT" TO WS-SEC-REASON
                   PERFORM WRITE-SECURITY-LOG-PARA
               WHEN OTHER
                   PERFORM APPLY-GRANT-PARA
           END-EVALUATE
           IF WS-REFUSAL-TEXT NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "REFUSED: " WS-SEC-TARGET
               DISPLAY "  " WS-REFUSAL-TEXT
           END-IF.

       APPLY-GRANT-PARA.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ACTION-STAMP
           MOVE WS-ASK-OPERATOR TO AU-OPERATOR
           MOVE WS-ASK-FUNCTION TO AU-FUNCTION
           READ AUTH-FILE
               INVALID KEY
                   MOVE "GRANTED" TO WS-ACTION-TEXT
                   PERFORM SET-AUTH-FIELDS-PARA
                   WRITE AU-AUTH-RECORD
               NOT INVALID KEY
                   MOVE "RENEWED" TO WS-ACTION-TEXT
                   PERFORM SET-AUTH-FIELDS-PARA
                   REWRITE AU-AUTH-RECORD
           END-READ
           IF WS-AUTH-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO UPDATE AUTH-FILE - STATUS = "
                   WS-AUTH-STATUS
               PERFORM CLOSE-FILES-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ASK-EXPIRY = SPACES
               MOVE "NONE" TO WS-EXPIRY-SHOW
           ELSE
               MOVE WS-ASK-EXPIRY TO WS-EXPIRY-SHOW
           END-IF
           MOVE SPACES TO WS-SEC-TARGET
           STRING "GRANT " WS-ASK-FUNCTION " TO " WS-ASK-OPERATOR
               " EXPIRY " WS-EXPIRY-SHOW
               DELIMITED BY SIZE INTO WS-SEC-TARGET
           MOVE 'G' TO WS-SEC-OUTCOME
           MOVE SPACES TO WS-SEC-REASON
           PERFORM WRITE-SECURITY-LOG-PARA
           ADD 1 TO WS-APPLIED-COUNT
           DISPLAY WS-ACTION-TEXT " " WS-ASK-FUNCTION " TO "
               WS-ASK-OPERATOR " EXPIRY " WS-EXPIRY-SHOW.

       SET-AUTH-FIELDS-PARA.
           MOVE WS-ASK-EXPIRY TO AU-EXPIRY-DATE
           MOVE WS-OPERATOR TO AU-GRANTED-BY
           MOVE WS-ACTION-STAMP TO AU-GRANTED-STAMP.

       REVOKE-AUTHORITY-PARA.
           PERFORM ASK-OPERATOR-FUNCTION-PARA
           MOVE SPACES TO WS-SEC-TARGET
           STRING "REVOKE " WS-ASK-FUNCTION " FROM " WS-ASK-OPERATOR
               DELIMITED BY SIZE INTO WS-SEC-TARGET
           MOVE WS-ASK-OPERATOR TO AU-OPERATOR
           MOVE WS-ASK-FUNCTION TO AU-FUNCTION
           READ AUTH-FILE
               INVALID KEY
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "REFUSED: " WS-ASK-OPERATOR
                       " DOES NOT HOLD " WS-ASK-FUNCTION
               NOT INVALID KEY
                   DELETE AUTH-FILE RECORD
                   IF WS-AUTH-STATUS NOT = '00'
                       DISPLAY "ERROR: UNABLE TO DELETE AUTH-FILE - "
                           "STATUS = " WS-AUTH-STATUS
                       PERFORM CLOSE-FILES-PARA
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'G' TO WS-SEC-OUTCOME
                   MOVE SPACES TO WS-SEC-REASON
                   PERFORM WRITE-SECURITY-LOG-PARA
                   ADD 1 TO WS-APPLIED-COUNT
                   DISPLAY "REVOKED " WS-ASK-FUNCTION " FROM "
                       WS-ASK-OPERATOR
           END-READ.

       ASK-OPERATOR-FUNCTION-PARA.
           DISPLAY "ENTER OPERATOR ID (UP TO 8 CHARACTERS)"
           ACCEPT WS-ASK-OPERATOR
           DISPLAY "ENTER FUNCTION CODE (DPT, OVR, INT, INQ, RSB, PCL, "
               "SOM OR APR)"
           ACCEPT WS-ASK-FUNCTION.

       LIST-AUTHORITIES-PARA.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-DONE
           MOVE LOW-VALUES TO AU-AUTH-KEY
           START AUTH-FILE KEY IS NOT LESS THAN AU-AUTH-KEY
               INVALID KEY
                   SET LIST-FINISHED TO TRUE
           END-START
           PERFORM UNTIL LIST-FINISHED
               READ AUTH-FILE NEXT RECORD
                   AT END
                       SET LIST-FINISHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM DISPLAY-AUTHORITY-PARA
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " AUTHORITIES ON FILE".

       DISPLAY-AUTHORITY-PARA.
           MOVE SPACES TO WS-EXPIRED-FLAG
           IF AU-EXPIRY-DATE = SPACES
               MOVE "NONE" TO WS-EXPIRY-SHOW
           ELSE
               MOVE AU-EXPIRY-DATE TO WS-EXPIRY-SHOW
               IF AU-EXPIRY-DATE < WS-TODAY
                   MOVE "(EXPIRED)" TO WS-EXPIRED-FLAG
               END-IF
           END-IF
           DISPLAY AU-OPERATOR " " AU-FUNCTION
               " EXPIRY " WS-EXPIRY-SHOW " " WS-EXPIRED-FLAG
               " GRANTED BY " AU-GRANTED-BY " "
               AU-GRANTED-STAMP (1:8) "-" AU-GRANTED-STAMP (9:6).

       WRITE-SECURITY-LOG-PARA.
           MOVE FUNCTION CURRENT-DATE (1:14) TO SL-SEC-STAMP
           MOVE WS-OPERATOR TO SL-OPERATOR
           MOVE "AUT" TO SL-FUNCTION
           MOVE WS-SEC-OUTCOME TO SL-OUTCOME
           MOVE "ARITHAUT" TO SL-PROGRAM
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
           CLOSE AUTH-FILE
           CLOSE SECLOG-FILE.
       END PROGRAM ArithAUT.
