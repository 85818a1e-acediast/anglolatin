      *****************************************************************
      *  CNXREC.CPY                                                   *
      *  Cross-name-type exception record, written by ANGLO-RECON     *
      *  for every surname or given-name part on which two of one     *
      *  customer's converted names (legal, mailing, passport) do not *
      *  agree once output style is allowed for.  The base type is    *
      *  the legal name wherever the customer has one; the parts are  *
      *  the single-byte forms the passport interface would carry,    *
      *  split at the same first blank.  The whole kana originals and *
      *  converted names ride along so the account-opening team can   *
      *  work the item without going back to the master.             *
      *                                                                *
      *  01  2026-10-15  dxu   original layout.                       *
      *****************************************************************
       01  CROSS-TYPE-EXCEPTION-RECORD.
           05  CNX-CUSTOMER-NUMBER         Picture is X(10).
           05  CNX-BASE-NAME-TYPE          Picture is X(01).
           05  CNX-OTHER-NAME-TYPE         Picture is X(01).
           05  CNX-NAME-PART               Picture is X(01).
               88  CNX-PART-SURNAME                Value 'S'.
               88  CNX-PART-GIVEN-NAME             Value 'G'.
           05  CNX-CLASS-CODE              Picture is X(01).
               88  CNX-DIFFERENT-KANA-SOURCE       Value 'K'.
               88  CNX-DIFFERENT-DICT-READING      Value 'D'.
               88  CNX-OVERRIDE-ONE-TYPE           Value 'O'.
               88  CNX-TRUNCATION-ONE-TYPE         Value 'T'.
           05  CNX-BASE-PART               Picture is X(32).
           05  CNX-OTHER-PART              Picture is X(32).
           05  CNX-BASE-ORIGINAL           Picture is N(64).
           05  CNX-OTHER-ORIGINAL          Picture is N(64).
           05  CNX-BASE-CONVERTED          Picture is N(64).
           05  CNX-OTHER-CONVERTED         Picture is N(64).
