      *****************************************************************
      *  KNJPND.CPY                                                   *
      *  Pending-change record for the kanji reading dictionary.      *
      *  ANGLO-KNJMAINT captures every transaction that passes its    *
      *  screen here instead of applying it; a checker then approves  *
      *  or rejects it by pending ID on the approval file             *
      *  (APVTRN.CPY), and only an approved change reaches KNJDICT.   *
      *  The pending dataset (KNJPEND) is rewritten each run          *
      *  (KNJPNEW) with the items still awaiting a decision.          *
      *    KNP-PENDING-ID    capture date and time and a sequence     *
      *                      within the run -- the ID a checker       *
      *                      quotes; an item is expired when no one   *
      *                      has decided it within the card's days    *
      *    KNP-TRANSACTION   the maker's transaction as keyed, in     *
      *                      KNJTRN.CPY layout, maker's user ID       *
      *                      included                                 *
      *                                                                *
      *  01  2026-10-15  dxu   original layout.                       *
      *****************************************************************
       01  KANJI-PENDING-RECORD.
           05  KNP-PENDING-ID.
               10  KNP-CAPTURE-DATE        Picture is 9(08).
               10  KNP-CAPTURE-TIME        Picture is 9(06).
               10  KNP-CAPTURE-SEQUENCE    Picture is 9(04).
           05  KNP-TRANSACTION             Picture is X(44).
