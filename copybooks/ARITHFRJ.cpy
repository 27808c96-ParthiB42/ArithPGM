      *****************************************************************
      * ARITHFRJ
      * FORWARD-RECOVERY JOURNAL RECORD (DDNAME RCVJRNL, SEQUENTIAL,
      * 100 BYTES).  ARITHFRC REBUILDS THE HISTORY MASTER IN STEPS -
      * LOAD THE BACKUP, ROLL EACH RETAINED RESLFILE GENERATION, THEN
      * FINISH - AND EACH STEP APPENDS WHAT IT DID HERE FOR THE NEXT:
      *   TYPE B  THE BACKUP LOADED (ONE, AFTER ITS D'S).  JRNL-DATE
      *           IS THE HIGHEST BATCH DATE ON IT; HIGH-STAMP THE
      *           LATEST RUN STAMP ON IT, WHICH DATES THE BACKUP.
      *   TYPE D  RECORDS LOADED FROM THE BACKUP FOR ONE BATCH DATE.
      *   TYPE G  ONE RESLFILE GENERATION ROLLED FORWARD: RECORDS
      *           READ, BATCH RECORDS APPLIED (DISTINCT REC-NOS),
      *           RESTART DUPLICATES, RESUBMIT RECORDS PASSED OVER
      *           (REAPPLIED FROM ARITHREJ AT FINISH), RECORDS
      *           ACTUALLY WRITTEN OR CHANGED, THE POSTED/REJECTED/
      *           HELD COUNTS AND POSTED TOTAL, AND THE DAY'S FINAL
      *           CHECKPOINT FIGURES THEY WERE PROVED AGAINST:
      *               B  IN BALANCE WITH THE CHECKPOINT
      *               O  OUT OF BALANCE
      *               N  NO CHECKPOINT FOR THE DATE
      *   TYPE V  A REVERSAL POSTED BY A ROLLED GENERATION.  JRNL-DATE
      *           AND TARGET-RECNO NAME THE REVERSED CALCULATION;
      *           THE 'V' STAMP IS APPLIED AT FINISH, AFTER EVERY
      *           RESUBMIT AND APPROVAL IT MAY DEPEND ON.
      * COPY WITH REPLACING TO GIVE THE FIELDS A UNIQUE PREFIX, AS
      * FOR ARITHREC, E.G.
      *     COPY ARITHFRJ REPLACING
      *         PREFIX-JRNL-RECORD   BY FJ-JRNL-RECORD
      *         PREFIX-JRNL-TYPE     BY FJ-JRNL-TYPE ...
      *****************************************************************
       01  PREFIX-JRNL-RECORD.
           05  PREFIX-JRNL-TYPE      PIC X(01).
           05  PREFIX-JRNL-DATE      PIC X(08).
           05  PREFIX-JRNL-BODY      PIC X(91).
           05  PREFIX-JRNL-BACKUP REDEFINES PREFIX-JRNL-BODY.
               10  PREFIX-BKP-COUNT  PIC 9(8).
               10  PREFIX-BKP-HIGH-STAMP
                                     PIC X(14).
               10  PREFIX-BKP-LOAD-STAMP
                                     PIC X(14).
               10  FILLER            PIC X(55).
           05  PREFIX-JRNL-DAY REDEFINES PREFIX-JRNL-BODY.
               10  PREFIX-DAY-COUNT  PIC 9(6).
               10  FILLER            PIC X(85).
           05  PREFIX-JRNL-GEN REDEFINES PREFIX-JRNL-BODY.
               10  PREFIX-GEN-READ   PIC 9(6).
               10  PREFIX-GEN-BATCH  PIC 9(6).
               10  PREFIX-GEN-DUPS   PIC 9(6).
               10  PREFIX-GEN-RESUB  PIC 9(6).
               10  PREFIX-GEN-WRITTEN
                                     PIC 9(6).
               10  PREFIX-GEN-S-COUNT
                                     PIC 9(6).
               10  PREFIX-GEN-E-COUNT
                                     PIC 9(6).
               10  PREFIX-GEN-H-COUNT
                                     PIC 9(6).
               10  PREFIX-GEN-S-TOTAL
                                     PIC S9(9)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  PREFIX-GEN-CKPT-FLAG
                                     PIC X(01).
               10  PREFIX-GEN-CKPT-CALC
                                     PIC 9(6).
               10  PREFIX-GEN-CKPT-ERROR
                                     PIC 9(6).
               10  PREFIX-GEN-CKPT-TOTAL
                                     PIC S9(9)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER            PIC X(06).
           05  PREFIX-JRNL-REV REDEFINES PREFIX-JRNL-BODY.
               10  PREFIX-REV-TARGET-RECNO
                                     PIC 9(6).
               10  PREFIX-REV-BY-DATE
                                     PIC X(08).
               10  PREFIX-REV-BY-RECNO
                                     PIC 9(6).
               10  PREFIX-REV-STAMP  PIC X(14).
               10  FILLER            PIC X(57).
