      *****************************************************************
      *  USGREC.CPY                                                   *
      *  Override and kanji dictionary usage record.  One row per     *
      *  override row (keyed by its original form) or dictionary      *
      *  reading (keyed by kanji, name use and reading), carrying     *
      *  how often it has fired and when.  ANGLO-CONVERT writes one   *
      *  row per loaded table row to the run's usage delta (USGDELTA) *
      *  with that run's hits; ANGLO-USAGE rolls the deltas into the  *
      *  cumulative usage dataset (USGMAST), kept in key order; and   *
      *  ANGLO-DEADROW reports from the cumulative rows.              *
      *    USG-FIRST-SEEN-DATE  first run the row was loaded in       *
      *    USG-LAST-SEEN-DATE   latest run the row was loaded in --   *
      *                         a row deleted from its table stops    *
      *                         being seen                            *
      *    USG-FIRST-HIT-DATE   first and latest run the row fired;   *
      *    USG-LAST-HIT-DATE    zero while it never has               *
      *                                                                *
      *  01  2026-10-15  dxu   original layout.                       *
      *****************************************************************
       01  USAGE-RECORD.
           05  USG-KEY.
               10  USG-TABLE-CODE          Picture is X(01).
                   88  USG-OVERRIDE-ROW        VALUE 'O'.
                   88  USG-DICTIONARY-ROW      VALUE 'K'.
               10  USG-ROW-KEY             Picture is X(60).
               10  USG-OVERRIDE-KEY Redefines USG-ROW-KEY.
                   15  USG-ORIGINAL-FORM   Picture is N(30).
               10  USG-DICTIONARY-KEY Redefines USG-ROW-KEY.
                   15  USG-KANJI           Picture is N(01).
                   15  USG-NAME-USE        Picture is X(01).
                   15  USG-READING         Picture is N(08).
                   15  FILLER              Picture is X(41).
           05  USG-HIT-COUNT               Picture is 9(09).
           05  USG-FIRST-SEEN-DATE         Picture is 9(08).
           05  USG-LAST-SEEN-DATE          Picture is 9(08).
           05  USG-FIRST-HIT-DATE          Picture is 9(08).
           05  USG-LAST-HIT-DATE           Picture is 9(08).
           05  FILLER                      Picture is X(18).
