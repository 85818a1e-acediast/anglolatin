      *****************************************************************
      *  VARTRN.CPY                                                   *
      *  Maintenance transaction record for the variant-kanji folding *
      *  table (VARDICT).  One row per requested change, keyed by the *
      *  variant kanji:                                               *
      *    A  add a new variant row (duplicate variant rejects)       *
      *    C  change the standard form an existing variant folds to   *
      *    D  delete an existing row (standard form ignored)          *
      *  VRT-USER-ID names who asked, for the change-history audit.   *
      *                                                                *
      *  01  2026-10-15  dxu   original layout.                       *
      *****************************************************************
       01  VARIANT-TRANSACTION.
           05  VRT-ACTION-CODE             Picture is X(01).
               88  VRT-ACTION-ADD              VALUE 'A'.
               88  VRT-ACTION-CHANGE           VALUE 'C'.
               88  VRT-ACTION-DELETE           VALUE 'D'.
           05  VRT-USER-ID                 Picture is X(08).
           05  VRT-VARIANT-KANJI           Picture is N(01).
           05  VRT-STANDARD-KANJI          Picture is N(01).
