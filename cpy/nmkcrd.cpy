      *****************************************************************
      *  NMKCRD.CPY                                                   *
      *  Control-card layout for ANGLO-NAMEMATCH.  One card per run,  *
      *  and the card itself is optional:                             *
      *    NMK-MAXIMUM-CANDIDATES  most candidates written for one    *
      *                            inbound name, best first; zero or  *
      *                            blank means 10.                    *
      *    NMK-SURNAME-ONLY        N leaves surname-only candidates   *
      *                            out altogether; anything else      *
      *                            lists them after the better ones.  *
      *                                                                *
      *  01  2026-10-15  dxu   original layout.                       *
      *****************************************************************
       01  NAME-MATCH-CARD-RECORD.
           05  NMK-MAXIMUM-CANDIDATES      Picture is 9(03).
           05  NMK-SURNAME-ONLY            Picture is X(01).
               88  NMK-NO-SURNAME-ONLY         VALUE 'N'.
           05  FILLER                      Picture is X(76).
