      *****************************************************************
      *  DSQREC.CPY                                                   *
      *  Dossier request record for ANGLO-DOSSIER.  One row per       *
      *  customer whose name record is wanted -- a dispute or a       *
      *  data-subject request -- with the case reference the answer   *
      *  is filed under, printed at the head of the dossier.  A       *
      *  customer listed twice gets one dossier.                      *
      *                                                                *
      *  01  2026-10-15  dxu   original layout.                       *
      *****************************************************************
       01  DOSSIER-REQUEST-RECORD.
           05  DSQ-CUSTOMER-NUMBER         Picture is X(10).
           05  DSQ-CASE-REFERENCE          Picture is X(20).
