      *****************************************************************
      *  IMPCRD.CPY                                                   *
      *  Control-card layout for ANGLO-IMPACT.  One card per run,     *
      *  read from the IMPCARD dataset: the change date (YYYYMMDD)    *
      *  whose override and kanji dictionary history rows are to be   *
      *  traced through the converted-name master.  A missing card,   *
      *  or a zero or non-numeric date, means today -- the job's      *
      *  normal place is straight after the day's maintenance runs.   *
      *                                                                *
      *  01  2026-10-15  dxu   original layout.                       *
      *****************************************************************
       01  IMPACT-CARD-RECORD.
           05  IMP-CHANGE-DATE             Picture is 9(08).
           05  FILLER                      Picture is X(72).
