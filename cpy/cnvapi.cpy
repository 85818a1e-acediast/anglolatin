      *                        The batch callers leave the flag N --  *
      *                        tracing is for the service-desk        *
      *                        inquiry, not the nightly volumes.      *
      *  06  2026-10-15  dxu   added function U: post the override    *
      *                        and dictionary usage counted since     *
      *                        the last post to the usage delta       *
      *                        (USGDELTA) and clear them.  Called     *
      *                        once at end of run by ANGLO-LATIN,     *
      *                        ANGLO-REVDISP, ANGLO-REWORK and        *
      *                        ANGLO-IMPACT; only the function code   *
      *                        is read, and a delta that cannot be    *
      *                        opened comes back as result R.         *
      *  07  2026-10-15  dxu   added CNV-VARIANT-FLAG, set Y when a   *
      *                        variant (old-style or compatibility)   *
      *                        kanji in the name was folded to its    *
      *                        standard form from the folding table   *
      *                        (VARDICT) before the dictionary        *
      *                        readings were looked up.               *
      *                        CNV-INPUT-NAME is never touched, so    *
      *                        the caller's audit row keeps the name  *
      *                        as the customer wrote it.              *
      *****************************************************************
       01  CONVERT-REQUEST-AREA.
           05  CNV-FUNCTION-CODE           Picture is X(01).
               88  CNV-FUNCTION-FORWARD        VALUE 'F'.
               88  CNV-FUNCTION-REVERSE        VALUE 'R'.
               88  CNV-FUNCTION-VERIFY         VALUE 'V'.
               88  CNV-FUNCTION-USAGE          VALUE 'U'.
           05  CNV-OUTPUT-STYLE            Picture is X(01).
               88  CNV-STYLE-MACRON            VALUE 'M'.
               88  CNV-STYLE-DIGRAPH           VALUE 'A'.
           05  CNV-OVERRIDE-FLAG           Picture is X(01).
           05  CNV-TRUNCATION-FLAG         Picture is X(01).
           05  CNV-NORMALIZED-FLAG         Picture is X(01).
           05  CNV-VARIANT-FLAG            Picture is X(01).
           05  CNV-REVIEW-KANJI            Picture is N(01).
           05  CNV-REVIEW-COUNT            Picture is 9(01).
           05  CNV-REVIEW-READING          Picture is N(08)
