      *              HEADINGS CARRY THE BATCH DATE AND PAGE NUMBER;
      *              ONE LINE PER CALCULATION WITH REC-NO, DEPT, A,
      *              B, OPERATOR, RESULT, REMAINDER AND THE STATUS
      *              MESSAGE; REJECTED LINES ARE FLAGGED '*' AND
      *              LINES HELD FOR SUPERVISOR APPROVAL 'H'.
      *   ARITHCSV - COMMA-SEPARATED EXTRACT WITH HUMAN-READABLE
      *              SIGNED DECIMALS, ONE HEADER ROW, THE BATCH DATE
      *              ON EVERY ROW, MESSAGE QUOTED.  OPENS DIRECTLY
           PREFIX-DEPT-CODE     BY DP-DEPT-CODE
           PREFIX-DEPT-NAME     BY DP-DEPT-NAME
           PREFIX-DEPT-STATUS   BY DP-DEPT-STATUS
           PREFIX-COST-CENTER   BY DP-COST-CENTER
           PREFIX-CEILING       BY DP-CEILING
           PREFIX-DEVIATION     BY DP-DEVIATION.

       FD  XREF-FILE.
       COPY ARITHXRF REPLACING
       01  WS-COUNTERS.
           05  WS-DETAIL-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-ERROR-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-HELD-COUNT             PIC 9(6) VALUE ZERO.

       01  WS-PAGE-NO                    PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT                 PIC 9(2) VALUE 99.

       DISTRIBUTE-RECORD-PARA.
           ADD 1 TO WS-DETAIL-COUNT
           EVALUATE RS-STATUS
               WHEN 'S'
                   CONTINUE
               WHEN 'H'
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE
           PERFORM FORMAT-OPERANDS-PARA
           PERFORM LOOKUP-DEPT-NAME-PARA
           PERFORM LOOKUP-SOURCE-PARA
           MOVE RS-REMAINDER TO WS-DISPLAY-REM
           MOVE WS-DISPLAY-REM TO DTL-REM
           MOVE RS-STATUS TO DTL-STATUS
           EVALUATE RS-STATUS
               WHEN 'S'
                   MOVE SPACES TO DTL-ERROR-FLAG
               WHEN 'H'
                   MOVE " H  " TO DTL-ERROR-FLAG
               WHEN OTHER
                   MOVE " *  " TO DTL-ERROR-FLAG
           END-EVALUATE
           MOVE RS-STATUS-MSG TO DTL-MESSAGE
           MOVE WS-SRC-PROV-OUT TO DTL-SRC-PROV
           MOVE WS-SRC-RECNO-OUT TO DTL-SRC-RECNO
           MOVE SPACES TO PRINT-REC
           STRING "0RECORDS PRINTED: " WS-DETAIL-COUNT
               "  REJECTED LINES: " WS-ERROR-COUNT
               "  HELD LINES: " WS-HELD-COUNT
               "  END OF REPORT - BATCH " WS-BATCH-DATE
               DELIMITED BY SIZE INTO PRINT-REC
           WRITE PRINT-REC
               PERFORM WRITE-DEPT-LEGEND-PARA
           END-IF
           DISPLAY "ARITHDTL: " WS-DETAIL-COUNT " LINES PRINTED, "
               WS-ERROR-COUNT " FLAGGED, " WS-HELD-COUNT " HELD, BATCH "
               WS-BATCH-DATE.

       WRITE-DEPT-LEGEND-PARA.
           MOVE SPACES TO PRINT-REC
