      *****************************************************************
      *  DOSCRD.CPY                                                   *
      *  Control-card layout for ANGLO-DOSSIER.  One card per run,    *
      *  and the card itself is optional:                             *
      *    DSC-ARCHIVE-PREFIX  dataset name the audit archive         *
      *                        generations are catalogued under; the  *
      *                        generation cut on date D is            *
      *                        <prefix>.D<yyyymmdd>, matching          *
      *                        ARX-ARCHIVE-DATE on ARCIDX.  Blank     *
      *                        means ARCFILE.                         *
      *    DSC-REJECT-DATE     business date of the REJFILE supplied, *
      *                        which carries no date of its own;      *
      *                        zero or blank means today.             *
      *    DSC-REJECT-RUN-ID   run the REJFILE came from, shown       *
      *                        against its rows (may be blank).       *
      *                                                                *
      *  01  2026-10-15  dxu   original layout.                       *
      *****************************************************************
       01  DOSSIER-CARD-RECORD.
           05  DSC-ARCHIVE-PREFIX          Picture is X(34).
           05  DSC-REJECT-DATE             Picture is 9(08).
           05  DSC-REJECT-RUN-ID           Picture is X(08).
           05  FILLER                      Picture is X(30).
