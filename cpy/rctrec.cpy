      *****************************************************************
      *  RCTREC.CPY                                                   *
      *  Standard step control-total record on the shared run-control *
      *  dataset (RUNCTL, indexed by run ID + step + partition).      *
      *  Every step of the nightly romanization stream posts one row  *
      *  at end of job through ANGLO-RUNPOST, and ANGLO-BALANCE reads *
      *  the run's rows back to prove the night as a whole adds up.   *
      *  The counters are common to every step; a step leaves zero    *
      *  in any column it has no use for:                             *
      *    SPLIT    RECORDS-IN (partition 00 = INFILE total), DEALT-  *
      *             OUT (one row per partition, its dealt count)      *
      *    LATIN    RECORDS-IN, CONVERTED-OUT, REJECTED-OUT, REVIEW-  *
      *             OUT, UNCHANGED (delta mode), RESTART-SKIPPED,     *
      *             AUDIT-OUT -- one row per partition                *
      *    MERGE    RECORDS-IN (unsplit total), CONVERTED-OUT,        *
      *             REJECTED-OUT, REVIEW-OUT, AUDIT-OUT               *
      *    REVDISP  RECORDS-IN (REVFILE items), BROUGHT-FORWARD       *
      *             (ledger items read), CONVERTED-OUT, REJECTED-OUT, *
      *             LEDGER-OUT, SUPPRESSED (re-sent duplicates),      *
      *             AUDIT-OUT                                         *
      *    REWORK   RECORDS-IN (rejects read), CONVERTED-OUT,         *
      *             REJECTED-OUT (residual), REVIEW-OUT, AUDIT-OUT    *
      *    FORMAT   RECORDS-IN (OUTFILE rows), MAILING-OUT, PASSPORT- *
      *             OUT, LEGAL-BYPASSED, OTHER-BYPASSED               *
      *    IMPACT   RECORDS-IN (master rows examined), CONVERTED-OUT  *
      *             (corrections written), REJECTED-OUT, REVIEW-OUT   *
      *             (names now rejecting or needing review),          *
      *             UNCHANGED, AUDIT-OUT (master rows rewritten)      *
      *  FORMAT posts partition 00 for the nightly OUTFILE and        *
      *  partition 99 for its pass over IMPACT's correction file.     *
      *  RCT-POSTING-COUNT is kept by ANGLO-RUNPOST: a step posting a *
      *  second time under the same run ID rewrites its row with the  *
      *  count raised.  The balancing job reports a repeated REVDISP, *
      *  REWORK or IMPACT posting as a break, since those steps       *
      *  append to the day's files; FORMAT, SPLIT and the other       *
      *  steps rewrite their files, so their latest row stands.       *
      *                                                                *
      *  01  2026-10-15  dxu   original layout.                       *
      *  02  2026-10-15  dxu   added step IMPACT for ANGLO-IMPACT,    *
      *                        whose correction file ANGLO-FORMAT     *
      *                        formats under the same run ID.         *
      *  03  2026-10-15  dxu   FORMAT's correction pass posts as      *
      *                        partition 99 (RCT-CORRECTION-PASS).    *
      *  04  2026-10-15  dxu   posting-count note names the steps     *
      *                        whose repeat the balancing job breaks. *
      *****************************************************************
       01  RUN-CONTROL-RECORD.
           05  RCT-KEY.
               10  RCT-RUN-ID              Picture is X(08).
               10  RCT-STEP-NAME           Picture is X(08).
                   88  RCT-STEP-SPLIT          Value 'SPLIT'.
                   88  RCT-STEP-LATIN          Value 'LATIN'.
                   88  RCT-STEP-MERGE          Value 'MERGE'.
                   88  RCT-STEP-REVDISP        Value 'REVDISP'.
                   88  RCT-STEP-REWORK         Value 'REWORK'.
                   88  RCT-STEP-FORMAT         Value 'FORMAT'.
                   88  RCT-STEP-IMPACT         Value 'IMPACT'.
               10  RCT-PARTITION-NUMBER    Picture is 9(02).
                   88  RCT-CORRECTION-PASS     Value 99.
           05  RCT-POSTING-COUNT           Picture is 9(03).
           05  RCT-PROGRAM-ID              Picture is X(16).
           05  RCT-POSTED-DATE             Picture is 9(08).
           05  RCT-POSTED-TIME             Picture is 9(08).
           05  RCT-RETURN-CODE             Picture is 9(02).
           05  RCT-PARTITION-COUNT         Picture is 9(02).
           05  RCT-RECORDS-IN              Picture is 9(09).
           05  RCT-BROUGHT-FORWARD         Picture is 9(09).
           05  RCT-CONVERTED-OUT           Picture is 9(09).
           05  RCT-REJECTED-OUT            Picture is 9(09).
           05  RCT-REVIEW-OUT              Picture is 9(09).
           05  RCT-LEDGER-OUT              Picture is 9(09).
           05  RCT-SUPPRESSED              Picture is 9(09).
           05  RCT-UNCHANGED               Picture is 9(09).
           05  RCT-RESTART-SKIPPED         Picture is 9(09).
           05  RCT-DEALT-OUT               Picture is 9(09).
           05  RCT-AUDIT-OUT               Picture is 9(09).
           05  RCT-MAILING-OUT             Picture is 9(09).
           05  RCT-PASSPORT-OUT            Picture is 9(09).
           05  RCT-LEGAL-BYPASSED          Picture is 9(09).
           05  RCT-OTHER-BYPASSED          Picture is 9(09).
           05  FILLER                      Picture is X(08).
