      * PLUS THE DATE-TIME THE POSTING RUN STAMPED THE RECORD.
      * A RESUBMITTED REJECT REWRITES THE RECORD UNDER ITS ORIGINAL
      * KEY, SO THE MASTER ALWAYS HOLDS THE FINAL OUTCOME FOR EACH
      * BATCH DATE / REC-NO.  LIKEWISE A CALCULATION HELD FOR
      * APPROVAL (STATUS 'H' - SEE ARITHPND) IS REWRITTEN STATUS 'S'
      * WHEN A SUPERVISOR APPROVES IT OR 'E' WHEN ONE DECLINES IT.
      * THE MASTER ALSO HAS A NON-UNIQUE ALTERNATE INDEX ON DEPT
      * (KEYS(3 96), UPGRADED BY VSAM ON EVERY UPDATE) FOR THE
      * DEPARTMENT STATEMENT, ARITHSTM - ONLY THAT PROGRAM DECLARES
      * IT; SEE THE ARITHSTM JCL.
      * COPY WITH REPLACING TO GIVE THE FIELDS A UNIQUE PREFIX, AS
      * FOR ARITHREC, E.G.
      *     COPY ARITHHST REPLACING
