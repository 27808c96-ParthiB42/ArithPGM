      *****************************************************************
      * ARITHSTX
      * DEPARTMENT STATEMENT EXTRACT RECORD, WRITTEN BY ARITHSTM
      * ALONGSIDE THE PRINTED STATEMENT FOR DEPARTMENTS THAT LOAD
      * THEIR STATEMENT INTO THEIR OWN SYSTEMS.  EACH DEPARTMENT'S
      * STATEMENT IS ONE OPN RECORD, ITS DTL RECORDS IN BATCH DATE /
      * REC-NO ORDER, AND ONE CLS RECORD:
      *   OPN  - OPENING CUMULATIVE TOTAL: EVERYTHING POSTED FOR THE
      *          DEPARTMENT BEFORE FROM-DATE (ITEM COUNT AND NET C).
      *   DTL  - ONE CALCULATION IN THE RANGE, AS ON THE HISTORY
      *          MASTER.  A AND B ARE THE ARITHREC IMAGES - SIGNED
      *          9(7)V99 TRAILING SEPARATE, OR AN 'R' REFERENCE
      *          IMAGE ON A REJECTED CHAINED CALCULATION.  LINK-TYPE
      *          TIES REVERSALS TO THEIR ORIGINALS:
      *              O   THIS IS A REVERSAL; LINK IS THE ORIGINAL
      *              R   THIS WAS REVERSED BY THE REVERSAL IN LINK
      *              P   THIS (IN A CLOSED MONTH) WAS ADJUSTED IN A
      *                  LATER PERIOD BY THE REVERSAL IN LINK
      *              SPACE  NO LINK
      *          PROVIDER AND PROV-RECNO ARE THE FEED PROVIDER AND
      *          ITS OWN RECORD NUMBER (SPACES IF NOT KNOWN).
      *   CLS  - CLOSING CUMULATIVE TOTAL: OPENING PLUS EVERYTHING
      *          POSTED IN THE RANGE.
      * THE TOTALS COUNT STATUS 'S' AND 'V' RECORDS - A RECORD
      * STAMPED REVERSED STILL POSTED, AND ITS OFFSET NETS IT OUT.
      * COPY WITH REPLACING TO GIVE THE FIELDS A UNIQUE PREFIX, AS
      * FOR ARITHREC, E.G.
      *     COPY ARITHSTX REPLACING
      *         PREFIX-STX-RECORD BY SX-STX-RECORD
      *         PREFIX-STX-TAG    BY SX-STX-TAG ...
      *****************************************************************
       01  PREFIX-STX-RECORD.
           05  PREFIX-STX-TAG        PIC X(03).
           05  PREFIX-STX-DEPT       PIC X(03).
           05  PREFIX-STX-BODY       PIC X(94).
           05  PREFIX-STX-DETAIL REDEFINES PREFIX-STX-BODY.
               10  PREFIX-BATCH-DATE PIC X(08).
               10  PREFIX-REC-NO     PIC 9(6).
               10  PREFIX-A          PIC X(10).
               10  PREFIX-B          PIC X(10).
               10  PREFIX-OPE        PIC X(01).
               10  PREFIX-C          PIC S9(7)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  PREFIX-REMAINDER  PIC S9(7)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  PREFIX-STATUS     PIC X(01).
               10  PREFIX-LINK-TYPE  PIC X(01).
               10  PREFIX-LINK-DATE  PIC X(08).
               10  PREFIX-LINK-RECNO PIC 9(6).
               10  PREFIX-PROVIDER   PIC X(03).
               10  PREFIX-PROV-RECNO PIC X(06).
               10  FILLER            PIC X(14).
           05  PREFIX-STX-TOTAL REDEFINES PREFIX-STX-BODY.
               10  PREFIX-FROM-DATE  PIC X(08).
               10  PREFIX-TO-DATE    PIC X(08).
               10  PREFIX-ITEM-COUNT PIC 9(08).
               10  PREFIX-NET-TOTAL  PIC S9(13)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  PREFIX-DEPT-NAME  PIC X(25).
               10  FILLER            PIC X(29).
