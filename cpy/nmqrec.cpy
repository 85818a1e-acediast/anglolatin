      *****************************************************************
      *  NMQREC.CPY                                                   *
      *  Inbound romanized-name record for ANGLO-NAMEMATCH.  One row  *
      *  per name that reached us in Latin letters -- a wire          *
      *  transfer, a partner-bank file, a passport scan -- spelt the  *
      *  way the sender spelt it (any case; macrons, circumflexes,    *
      *  apostrophes and hyphens allowed), surname first or given     *
      *  name first.  NMQ-CUSTOMER-NUMBER is the customer the sender  *
      *  quoted, blank when none was; NMQ-INBOUND-REFERENCE is the    *
      *  sender's own reference, carried to every candidate.          *
      *                                                                *
      *  01  2026-10-15  dxu   original layout.                       *
      *****************************************************************
       01  NAME-MATCH-REQUEST.
           05  NMQ-INBOUND-REFERENCE       Picture is X(20).
           05  NMQ-SOURCE-CODE             Picture is X(08).
           05  NMQ-CUSTOMER-NUMBER         Picture is X(10).
           05  NMQ-LATIN-NAME              Picture is N(64).
