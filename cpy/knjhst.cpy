      *  a bad change (and the 9020 reject spike it caused) can be    *
      *  traced and reversed.  Rejected transactions are also         *
      *  logged, with the reject reason in KNH-DISPOSITION.           *
      *  Changes are dual-controlled: the maker (KNH-USER-ID) keys    *
      *  the change, it waits on the pending dataset, and a           *
      *  different user approves or rejects it.  KNH-PENDING-ID       *
      *  is the pending change the row is about (blank on a row       *
      *  logged before dual control, or on a transaction rejected     *
      *  before it was ever pending); KNH-CHECKER-ID and              *
      *  KNH-APPROVAL-TIMESTAMP record the checker and when the       *
      *  decision was taken, blank until there is one.                *
      *                                                                *
      *  01  2026-09-02  dxu   original layout.                       *
      *  02  2026-10-15  dxu   pending ID, checker ID and approval    *
      *                        timestamp added (100 to 152 bytes).    *
      *****************************************************************
       01  KANJI-HISTORY-RECORD.
           05  KNH-TIMESTAMP               Picture is X(26).
           05  KNH-NAME-USE                Picture is X(01).
           05  KNH-OLD-READING             Picture is N(08).
           05  KNH-NEW-READING             Picture is N(08).
           05  KNH-PENDING-ID              Picture is X(18).
           05  KNH-CHECKER-ID              Picture is X(08).
           05  KNH-APPROVAL-TIMESTAMP      Picture is X(26).
