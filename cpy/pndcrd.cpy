      *****************************************************************
      *  PNDCRD.CPY                                                   *
      *  Control-card layout for the pending-change step of ANGLO-    *
      *  OVRMAINT, ANGLO-KNJMAINT and ANGLO-VARMAINT.  One card per   *
      *  run, and the card itself is optional:                        *
      *    PDC-EXPIRY-DAYS    a pending change no checker has         *
      *                       decided this many days after it was     *
      *                       keyed is expired and reported; zero     *
      *                       or blank means 7.                       *
      *    PDC-RUN-DATE       date the age of a pending change is     *
      *                       counted to; zero or blank means today.  *
      *                                                                *
      *  01  2026-10-15  dxu   original layout.                       *
      *****************************************************************
       01  PENDING-CARD-RECORD.
           05  PDC-EXPIRY-DAYS             Picture is 9(03).
           05  PDC-RUN-DATE                Picture is 9(08).
           05  FILLER                      Picture is X(69).
