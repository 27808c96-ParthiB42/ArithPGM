      *     A    ACTIVE - TRANSACTIONS ACCEPTED
      *     C    CLOSED - TRANSACTIONS REJECTED; KEPT FOR REPORTING
      *          OVER THE DEPARTMENT'S HISTORY
      * APPROVAL THRESHOLDS (SET BY ARITHDPT REQUEST 'T'): ARITHPGM
      * DIVERTS A DEPARTMENT'S CALCULATION TO THE PENDING-APPROVAL
      * DATASET (SEE ARITHPND) INSTEAD OF POSTING IT WHEN THE
      * RESULT'S ABSOLUTE VALUE IS OVER
      *     CEILING    THE AMOUNT CEILING, IN WHOLE UNITS, OR
      *     DEVIATION  THIS MULTIPLE OF THE DEPARTMENT'S AVERAGE
      *                RESULT ON THE HISTORY MASTER.
      *     A CEILING OR MULTIPLE OF ZERO (OR NOT NUMERIC) MEANS
      *     THAT TEST IS NOT APPLIED.
      * COPY WITH REPLACING TO GIVE THE FIELDS A UNIQUE PREFIX, AS
      * FOR ARITHREC, E.G.
      *     COPY ARITHDPT REPLACING
           05  PREFIX-DEPT-NAME      PIC X(25).
           05  PREFIX-DEPT-STATUS    PIC X(01).
           05  PREFIX-COST-CENTER    PIC X(05).
           05  PREFIX-CEILING        PIC 9(07).
           05  PREFIX-DEVIATION      PIC 9(03).
