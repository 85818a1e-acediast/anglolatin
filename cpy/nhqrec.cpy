      *****************************************************************
      *  NHQREC.CPY                                                   *
      *  As-of request record for ANGLO-NAMEASOF.  One row per        *
      *  question "what was this customer's name on this date":      *
      *  the customer number, the name-type code (blank asks for     *
      *  every name type the customer has held) and the as-of date   *
      *  (YYYYMMDD; zero or blank means today).                      *
      *                                                                *
      *  01  2026-10-15  dxu   original layout.                       *
      *****************************************************************
       01  NAME-ASOF-REQUEST-RECORD.
           05  NHQ-CUSTOMER-NUMBER         Picture is X(10).
           05  NHQ-NAME-TYPE-CODE          Picture is X(01).
           05  NHQ-AS-OF-DATE              Picture is 9(08).
