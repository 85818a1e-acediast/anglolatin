      *****************************************************************
      *  OVRPND.CPY                                                   *
      *  Pending-change record for the override dataset.  ANGLO-      *
      *  OVRMAINT captures every transaction that passes its screen   *
      *  here instead of applying it; a checker then approves or      *
      *  rejects it by pending ID on the approval file (APVTRN.CPY),  *
      *  and only an approved change reaches the master.  The         *
      *  pending dataset (OVRPEND) is rewritten each run (OVRPNEW)    *
      *  with the items still awaiting a decision.                    *
      *    OVP-PENDING-ID    capture date and time and a sequence     *
      *                      within the run -- the ID a checker       *
      *                      quotes; an item is expired when no one   *
      *                      has decided it within the card's days    *
      *    OVP-TRANSACTION   the maker's transaction as keyed, in     *
      *                      OVRTRN.CPY layout, maker's user ID       *
      *                      included                                 *
      *                                                                *
      *  01  2026-10-15  dxu   original layout.                       *
      *****************************************************************
       01  OVERRIDE-PENDING-RECORD.
           05  OVP-PENDING-ID.
               10  OVP-CAPTURE-DATE        Picture is 9(08).
               10  OVP-CAPTURE-TIME        Picture is 9(06).
               10  OVP-CAPTURE-SEQUENCE    Picture is 9(04).
           05  OVP-TRANSACTION             Picture is X(197).
