      *****************************************************************
      * ARITHGLJ
      * GENERAL LEDGER JOURNAL RECORD, WRITTEN BY ARITHGLJ FOR ONE
      * BATCH DATE AND LOADED BY THE LEDGER'S JOURNAL IMPORT.  THE
      * FILE OPENS WITH ONE HEADER AND CLOSES WITH ONE TRAILER:
      *   HDR  - 'HDR' + BATCH DATE (YYYYMMDD) + SOURCE SYSTEM ID.
      *   JRN  - ONE JOURNAL LINE.  LINES COME IN BALANCED DEBIT/
      *          CREDIT PAIRS, ONE PAIR PER DEPARTMENT FOR THE DAY'S
      *          POSTINGS (ENTRY TYPE P) AND ONE PAIR PER DEPARTMENT
      *          AND ORIGINAL POSTING DATE FOR THE DAY'S REVERSALS
      *          (ENTRY TYPE C - CONTRA), WHICH CARRY THE DATE OF
      *          THE POSTING THEY BACK OUT IN ORIG-DATE, AND ONE PAIR
      *          PER DEPARTMENT AND ORIGINAL POSTING DATE FOR LATE
      *          POSTINGS (ENTRY TYPE L - A HELD CALCULATION APPROVED
      *          OR A REJECT RESUBMITTED AFTER ITS OWN DATE WAS
      *          JOURNALED), WHICH CARRY THAT DATE IN ORIG-DATE.  THE
      *          AMOUNT IS UNSIGNED; DR-CR SAYS WHICH SIDE IT IS ON.
      *   TRL  - 'TRL' + JOURNAL LINE COUNT + DEBIT AND CREDIT
      *          TOTALS, WHICH ARE EQUAL ON A BALANCED JOURNAL.
      * COPY WITH REPLACING TO GIVE THE FIELDS A UNIQUE PREFIX, AS
      * FOR ARITHREC, E.G.
      *     COPY ARITHGLJ REPLACING
      *         PREFIX-GL-RECORD BY GL-GL-RECORD
      *         PREFIX-GL-TAG    BY GL-GL-TAG ...
      *****************************************************************
       01  PREFIX-GL-RECORD.
           05  PREFIX-GL-TAG         PIC X(03).
           05  PREFIX-GL-BODY        PIC X(77).
           05  PREFIX-GL-LINE REDEFINES PREFIX-GL-BODY.
               10  PREFIX-POST-DATE  PIC X(08).
               10  PREFIX-ENTRY-TYPE PIC X(01).
               10  PREFIX-ORIG-DATE  PIC X(08).
               10  PREFIX-DEPT       PIC X(03).
               10  PREFIX-COST-CENTER
                                     PIC X(05).
               10  PREFIX-ACCOUNT    PIC X(06).
               10  PREFIX-DR-CR      PIC X(01).
               10  PREFIX-AMOUNT     PIC 9(11)V99.
               10  PREFIX-ITEM-COUNT PIC 9(06).
               10  PREFIX-DESCRIPTION
                                     PIC X(26).
           05  PREFIX-GL-HDR REDEFINES PREFIX-GL-BODY.
               10  PREFIX-HDR-DATE   PIC X(08).
               10  PREFIX-HDR-SOURCE PIC X(08).
               10  FILLER            PIC X(61).
           05  PREFIX-GL-TRL REDEFINES PREFIX-GL-BODY.
               10  PREFIX-TRL-LINE-COUNT
                                     PIC 9(06).
               10  PREFIX-TRL-DR-TOTAL
                                     PIC 9(13)V99.
               10  PREFIX-TRL-CR-TOTAL
                                     PIC 9(13)V99.
               10  FILLER            PIC X(41).
