      *****************************************************************
      *  VARPND.CPY                                                   *
      *  Pending-change record for the variant-kanji folding table.   *
      *  ANGLO-VARMAINT captures every transaction that passes its    *
      *  screen here instead of applying it; a checker then approves  *
      *  or rejects it by pending ID on the approval file             *
      *  (APVTRN.CPY), and only an approved change reaches VARDICT.   *
      *  The pending dataset (VARPEND) is rewritten each run          *
      *  (VARPNEW) with the items still awaiting a decision.          *
      *    VRP-PENDING-ID    capture date and time and a sequence     *
      *                      within the run -- the ID a checker       *
      *                      quotes; an item is expired when no one   *
      *                      has decided it within the card's days    *
      *    VRP-TRANSACTION   the maker's transaction as keyed, in     *
      *                      VARTRN.CPY layout, maker's user ID       *
      *                      included                                 *
      *                                                                *
      *  01  2026-10-15  dxu   original layout.                       *
      *****************************************************************
       01  VARIANT-PENDING-RECORD.
           05  VRP-PENDING-ID.
               10  VRP-CAPTURE-DATE        Picture is 9(08).
               10  VRP-CAPTURE-TIME        Picture is 9(06).
               10  VRP-CAPTURE-SEQUENCE    Picture is 9(04).
           05  VRP-TRANSACTION             Picture is X(13).
