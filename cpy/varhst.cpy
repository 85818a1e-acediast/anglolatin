      *****************************************************************
      *  VARHST.CPY                                                   *
      *  Change-history record for the variant-kanji folding table,   *
      *  appended by ANGLO-VARMAINT for every transaction: who changed*
      *  what and when, with the standard form before and after, so a *
      *  bad fold (and the names it changed) can be traced and        *
      *  reversed.  Rejected transactions are also logged, with the   *
      *  reject reason in VRH-DISPOSITION.  Changes are dual-         *
      *  controlled as for KNJDICT: the maker (VRH-USER-ID) keys the  *
      *  change, it waits on the pending dataset, and a different user*
      *  approves or rejects it.  VRH-PENDING-ID is the pending change*
      *  the row is about (blank on a transaction rejected before it  *
      *  was ever pending); VRH-CHECKER-ID and VRH-APPROVAL-TIMESTAMP *
      *  record the checker and when the decision was taken, blank    *
      *  until there is one.                                          *
      *                                                                *
      *  01  2026-10-15  dxu   original layout.                       *
      *****************************************************************
       01  VARIANT-HISTORY-RECORD.
           05  VRH-TIMESTAMP               Picture is X(26).
           05  VRH-USER-ID                 Picture is X(08).
           05  VRH-ACTION-CODE             Picture is X(01).
           05  VRH-DISPOSITION             Picture is X(30).
           05  VRH-VARIANT-KANJI           Picture is N(01).
           05  VRH-OLD-STANDARD-KANJI      Picture is N(01).
           05  VRH-NEW-STANDARD-KANJI      Picture is N(01).
           05  VRH-PENDING-ID              Picture is X(18).
           05  VRH-CHECKER-ID              Picture is X(08).
           05  VRH-APPROVAL-TIMESTAMP      Picture is X(26).
