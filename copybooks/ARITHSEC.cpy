      *****************************************************************
      * ARITHSEC
      * SECURITY LOG RECORD (DDNAME SECLOG, SEQUENTIAL, APPENDED TO
      * BY EVERY PROGRAM THAT CHECKS THE OPERATOR AUTHORIZATION FILE
      * - SEE ARITHAUT).  ONE RECORD PER PRIVILEGED ACTION ALLOWED
      * AND PER ATTEMPT REFUSED; ARITHSEC SUMMARIZES IT BY OPERATOR.
      *   SEC-STAMP  - YYYYMMDDHHMMSS OF THE CHECK
      *   OPERATOR   - THE OPERATOR WHOSE AUTHORITY WAS CHECKED (FOR
      *                A PERIOD REOPEN, THE AUTHORIZER)
      *   FUNCTION   - THE FUNCTION CODE (SEE ARITHAUT), OR 'AUT' FOR
      *                A CHANGE TO THE AUTHORIZATION FILE ITSELF
      *   OUTCOME    - G  ALLOWED
      *                R  REFUSED
      *   PROGRAM    - THE PROGRAM THAT MADE THE CHECK
      *   TARGET     - WHAT THE ACTION WAS ON (DEPARTMENT, BATCH
      *                DATE, RECORD, MONTH ...)
      *   REASON     - WHY A REFUSED ATTEMPT WAS REFUSED (SPACES WHEN
      *                ALLOWED)
      * COPY WITH REPLACING TO GIVE THE FIELDS A UNIQUE PREFIX, AS
      * FOR ARITHREC, E.G.
      *     COPY ARITHSEC REPLACING
      *         PREFIX-SEC-RECORD    BY SL-SEC-RECORD
      *         PREFIX-SEC-STAMP     BY SL-SEC-STAMP ...
      *****************************************************************
       01  PREFIX-SEC-RECORD.
           05  PREFIX-SEC-STAMP      PIC X(14).
           05  PREFIX-OPERATOR       PIC X(08).
           05  PREFIX-FUNCTION       PIC X(03).
           05  PREFIX-OUTCOME        PIC X(01).
           05  PREFIX-PROGRAM        PIC X(08).
           05  PREFIX-TARGET         PIC X(40).
           05  PREFIX-REASON         PIC X(26).
