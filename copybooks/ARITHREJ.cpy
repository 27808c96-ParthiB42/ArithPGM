      *     R09  POWER (OPE '^') UNDEFINED FOR THE OPERANDS: A
      *          NEGATIVE BASE WITH A FRACTIONAL EXPONENT, OR A
      *          ZERO BASE WITH A NEGATIVE EXPONENT
      *     R10  DECLINED BY A SUPERVISOR AFTER BEING HELD FOR
      *          APPROVAL (SEE ARITHPND).  WRITTEN BY ARITHAPR.  A
      *          DECLINE IS A DECISION, NOT A DATA ERROR: IT IS NOT
      *          RESUBMITTABLE, AND THE AGING REPORT TREATS IT AS
      *          AUDIT TRAIL, LIKE R08
      *     R11  RESUBMIT OF A REJECT WHOSE ORIGINAL BATCH DATE IS IN
      *          A CLOSED ACCOUNTING MONTH (SEE ARITHPER) - POSTING
      *          IT WOULD CHANGE A MONTH ALREADY INVOICED.  THE
      *          ORIGINAL REJECT STAYS OPEN: RESUBMIT IT AGAIN IF THE
      *          MONTH IS REOPENED, OR SUBMIT IT AS A NEW TRANSACTION
      *          ON A CURRENT BATCH.  LIKE R04/R05, AN R11 RECORD IS
      *          AUDIT TRAIL ONLY
      *     RSB  MARKER - THIS REJECT WAS RESUBMITTED AND POSTED, OR
      *          - STATUS 'H' - HELD FOR SUPERVISOR APPROVAL UNDER
      *          ITS ORIGINAL KEY (SEE ARITHPND); A DECLINE THEN
      *          FOLLOWS AS R10.
      *          WRITTEN BY ARITHPGM WHEN A RESUBMIT POSTS, SO A LATER
      *          RESUBMIT OF THE SAME ORIG-DATE/REC-NO IS REFUSED
      *          (R05) EVEN ACROSS SEPARATE RESUBMIT RUNS.  RSB, R04
