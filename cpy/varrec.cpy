      *****************************************************************
      *  VARREC.CPY                                                   *
      *  Variant-kanji folding table record (VARDICT).  One row per   *
      *  old-form or variant kanji -- itaiji such as the tall-ladder  *
      *  form of TAKA or the compatibility-range form of SAKI -- with *
      *  the standard form ANGLO-CONVERT folds it to before the kanji *
      *  dictionary lookup, so a single KNJDICT reading serves every  *
      *  variant of a character.  The variant is the key: a variant   *
      *  folds to exactly one standard form, and a standard form is   *
      *  never itself a variant.  VAR-VARIANT-KANJI need not lie in   *
      *  the VALCHR.CPY kanji range (compatibility ideographs do not);*
      *  VAR-STANDARD-KANJI always does.  Maintained by               *
      *  ANGLO-VARMAINT.                                              *
      *                                                                *
      *  01  2026-10-15  dxu   original layout.                       *
      *****************************************************************
       01  VARIANT-KANJI-RECORD.
           05  VAR-VARIANT-KANJI           Picture is N(01).
           05  VAR-STANDARD-KANJI          Picture is N(01).
