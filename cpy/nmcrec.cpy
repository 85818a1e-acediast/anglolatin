      *****************************************************************
      *  NMCREC.CPY                                                   *
      *  Candidate-match record written by ANGLO-NAMEMATCH: one row   *
      *  per converted-name master row an inbound name may belong     *
      *  to, ranked within the inbound name (NMC-RANK 1 is the best). *
      *    NMC-MATCH-TYPE     E  exact -- the same spelling once      *
      *                          case and spacing are set aside       *
      *                       C  canonical -- the same matching key   *
      *                          once macrons, long-vowel spellings,  *
      *                          Kunrei/Nihon-shiki spellings and     *
      *                          apostrophes are folded away          *
      *                       S  surname only -- the surname's key    *
      *                          agrees, the given name's does not    *
      *    NMC-NAME-ORDER     W  the inbound name as written          *
      *                       R  the inbound name's two parts         *
      *                          reversed (given name first)          *
      *    NMC-CONFIDENCE-CLASS  H high, M medium, L low: exact as    *
      *                       written is H, canonical either way M,   *
      *                       surname only L, each raised one class   *
      *                       when the candidate is the customer the  *
      *                       sender quoted (NMC-STATED-CUSTOMER).    *
      *    NMC-INBOUND-KEY    the inbound name's matching key,        *
      *                       surname then given name.                *
      *                                                                *
      *  01  2026-10-15  dxu   original layout.                       *
      *****************************************************************
       01  NAME-MATCH-CANDIDATE.
           05  NMC-REQUEST-SEQUENCE        Picture is 9(09).
           05  NMC-INBOUND-REFERENCE       Picture is X(20).
           05  NMC-RANK                    Picture is 9(03).
           05  NMC-CONFIDENCE-CLASS        Picture is X(01).
               88  NMC-CONFIDENCE-HIGH         VALUE 'H'.
               88  NMC-CONFIDENCE-MEDIUM       VALUE 'M'.
               88  NMC-CONFIDENCE-LOW          VALUE 'L'.
           05  NMC-MATCH-TYPE              Picture is X(01).
               88  NMC-MATCH-EXACT             VALUE 'E'.
               88  NMC-MATCH-CANONICAL         VALUE 'C'.
               88  NMC-MATCH-SURNAME-ONLY      VALUE 'S'.
           05  NMC-NAME-ORDER              Picture is X(01).
               88  NMC-ORDER-AS-WRITTEN        VALUE 'W'.
               88  NMC-ORDER-REVERSED          VALUE 'R'.
           05  NMC-STATED-CUSTOMER         Picture is X(01).
               88  NMC-IS-STATED-CUSTOMER      VALUE 'Y'.
           05  NMC-CUSTOMER-NUMBER         Picture is X(10).
           05  NMC-NAME-TYPE-CODE          Picture is X(01).
           05  NMC-INBOUND-NAME            Picture is N(64).
           05  NMC-CONVERTED-NAME          Picture is N(64).
           05  NMC-INBOUND-KEY             Picture is X(64).
           05  FILLER                      Picture is X(13).
