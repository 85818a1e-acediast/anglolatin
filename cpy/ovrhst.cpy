      *  bad change can be traced and reversed.  Rejected             *
      *  transactions are also logged, with the reject reason in      *
      *  OVH-DISPOSITION.                                             *
      *  Changes are dual-controlled: the maker (OVH-USER-ID) keys    *
      *  the change, it waits on the pending dataset, and a           *
      *  different user approves or rejects it.  OVH-PENDING-ID       *
      *  is the pending change the row is about (blank on a row       *
      *  logged before dual control, or on a transaction rejected     *
      *  before it was ever pending); OVH-CHECKER-ID and              *
      *  OVH-APPROVAL-TIMESTAMP record the checker and when the       *
      *  decision was taken, blank until there is one.                *
      *                                                                *
      *  01  2026-08-22  dxu   original layout.                       *
      *  02  2026-10-15  dxu   pending ID, checker ID and approval    *
      *                        timestamp added (381 to 433 bytes).    *
      *****************************************************************
       01  OVERRIDE-HISTORY-RECORD.
           05  OVH-TIMESTAMP               Picture is X(26).
           05  OVH-ORIGINAL-FORM           Picture is N(30).
           05  OVH-OLD-FORCED-OUTPUT       Picture is N(64).
           05  OVH-NEW-FORCED-OUTPUT       Picture is N(64).
           05  OVH-PENDING-ID              Picture is X(18).
           05  OVH-CHECKER-ID              Picture is X(08).
           05  OVH-APPROVAL-TIMESTAMP      Picture is X(26).
