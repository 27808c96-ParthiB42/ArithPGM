      *   - AN 'RSB' MARKER (WRITTEN BY ARITHPGM WHEN A RESUBMIT
      *     POSTS) CLOSES EVERY ENTRY WITH THE SAME ORIGINAL BATCH
      *     DATE AND REC-NO, EXACTLY AS RESUBMIT MATCHING DOES.
      *   - R04, R05, R08, R10 AND R11 RECORDS ARE AUDIT TRAIL ONLY
      *     AND ARE IGNORED: R04/R05/R11 BY DEFINITION (SEE ARITHREJ
      *     - AN R11 LEAVES ITS ORIGINAL REJECT OPEN), AND R08
      *     BECAUSE A REJECTED REVERSAL IS NOT RESUBMITTABLE - ITS
      *     REPAIR IS A FRESH 'V' TRANSACTION ON A LATER BATCH,
      *     WHICH WRITES NO RSB MARKER, SO AN AGED R08 COULD NEVER
      *     BE CLOSED AND WOULD PIN THE STEP AT RC=8 FOREVER.  AN
      *     R10 IS A SUPERVISOR'S DECLINE - A DECISION, NOT A
      *     REPAIRABLE ERROR - SO IT IS NEVER OPEN EITHER.
      * EACH OPEN REJECT IS LISTED WITH ITS AGE IN DAYS, DEPARTMENT
      * AND THE REASON CODE SPELLED OUT, FOLLOWED BY A PER-
      * DEPARTMENT SUMMARY BUCKETED BY AGE (0-3, 4-7, 8+ DAYS).
               WHEN 'R04'
               WHEN 'R05'
               WHEN 'R08'
               WHEN 'R10'
               WHEN 'R11'
                   CONTINUE
               WHEN OTHER
                   IF WS-OPEN-ENTRY-COUNT < 100000
