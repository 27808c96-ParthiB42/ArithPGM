      *****************************************************************
      * ARITHACK
      * PROVIDER ACKNOWLEDGEMENT RECORD, WRITTEN BY ARITHACK TO THE
      * RETURN FILE OF EACH PROVIDER THAT DELIVERED A FEED.  EVERY
      * FILE OPENS WITH ONE HEADER AND CLOSES WITH ONE TRAILER:
      *   HDR  - 'HDR' + BATCH DATE (YYYYMMDD) + PROVIDER ID.
      *   ACK  - ONE PER TRANSACTION THE PROVIDER SENT FOR THE BATCH
      *          DATE, UNDER THE PROVIDER'S OWN RECORD NUMBER, WITH
      *          OUR REC-NO, THE OUTCOME, THE RESULT C AND - FOR A
      *          REJECT - THE REASON CODE AND ITS TEXT.
      *   FUP  - FOLLOW-UP: A TRANSACTION ACKNOWLEDGED REJECTED ON AN
      *          EARLIER DAY HAS SINCE BEEN RESUBMITTED AND POSTED
      *          (A) OR BEEN HELD FOR SUPERVISOR APPROVAL ON
      *          RESUBMIT (H), OR ONE ACKNOWLEDGED HELD HAS SINCE
      *          BEEN APPROVED (A) OR DECLINED (R, REASON R10) BY THE
      *          SUPERVISOR.  BATCH DATE AND REC-NOS ARE THOSE OF
      *          THE ORIGINAL TRANSACTION; C IS THE RESULT THAT
      *          FINALLY POSTED, OR IS HELD (ZERO FOR A DECLINE).
      *   TRL  - 'TRL' + ACCEPTED, REJECTED, FOLLOW-UP AND HELD
      *          COUNTS FOR THE FILE (ONE COUNT PER ACK/FUP RECORD
      *          WRITTEN).
      * OUTCOME (ACK-STATUS) VALUES:
      *     A    ACCEPTED - POSTED TO THE HISTORY MASTER
      *     R    REJECTED - SEE REASON; REPAIR AND RESEND
      *     H    HELD FOR SUPERVISOR APPROVAL - NOT YET POSTED; DO
      *          NOT RESEND
      * A DETAIL RECORD CANNOT BE MISTAKEN FOR A CONTROL RECORD -
      * ITS TAG IS 'ACK' OR 'FUP'.
      * COPY WITH REPLACING TO GIVE THE FIELDS A UNIQUE PREFIX, AS
      * FOR ARITHREC, E.G.
      *     COPY ARITHACK REPLACING
      *         PREFIX-ACK-RECORD BY AO-ACK-RECORD
      *         PREFIX-ACK-TAG    BY AO-ACK-TAG ...
      *****************************************************************
       01  PREFIX-ACK-RECORD.
           05  PREFIX-ACK-TAG        PIC X(03).
           05  PREFIX-ACK-BODY       PIC X(97).
           05  PREFIX-ACK-DETAIL REDEFINES PREFIX-ACK-BODY.
               10  PREFIX-ORIG-RECNO PIC X(06).
               10  PREFIX-BATCH-DATE PIC X(08).
               10  PREFIX-REC-NO     PIC 9(6).
               10  PREFIX-ACK-STATUS PIC X(01).
               10  PREFIX-C          PIC S9(7)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  PREFIX-REASON     PIC X(03).
               10  PREFIX-REASON-TEXT
                                     PIC X(40).
               10  FILLER            PIC X(23).
           05  PREFIX-ACK-HDR REDEFINES PREFIX-ACK-BODY.
               10  PREFIX-HDR-DATE   PIC X(08).
               10  PREFIX-HDR-PROVIDER
                                     PIC X(03).
               10  FILLER            PIC X(86).
           05  PREFIX-ACK-TRL REDEFINES PREFIX-ACK-BODY.
               10  PREFIX-TRL-ACCEPTED
                                     PIC 9(06).
               10  PREFIX-TRL-REJECTED
                                     PIC 9(06).
               10  PREFIX-TRL-FOLLOWUP
                                     PIC 9(06).
               10  PREFIX-TRL-HELD   PIC 9(06).
               10  FILLER            PIC X(73).
