      *****************************************************************
      *  DRWCRD.CPY                                                   *
      *  Control-card layout for ANGLO-DEADROW.  One card per run,    *
      *  and the card itself is optional:                             *
      *    DRC-IDLE-DAYS      a table row that has not fired in this  *
      *                       many days is a deletion candidate;      *
      *                       zero or blank means 180.                *
      *    DRC-TOP-COUNT      how many of the most-used rows to list; *
      *                       zero or blank means 25.                 *
      *    DRC-USER-ID        user the delete transactions are        *
      *                       raised under; blank means DEADROW.      *
      *    DRC-REPORT-DATE    date idle days are counted to; zero or  *
      *                       blank means today.                      *
      *                                                                *
      *  01  2026-10-15  dxu   original layout.                       *
      *****************************************************************
       01  DEADROW-CARD-RECORD.
           05  DRC-IDLE-DAYS               Picture is 9(04).
           05  DRC-TOP-COUNT               Picture is 9(03).
           05  DRC-USER-ID                 Picture is X(08).
           05  DRC-REPORT-DATE             Picture is 9(08).
           05  FILLER                      Picture is X(57).
