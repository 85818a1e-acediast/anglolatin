      *****************************************************************
      *  NHSREC.CPY                                                   *
      *  Converted-name history record.  One row per change the       *
      *  converted-name master (CNVMAST) ever took for a customer     *
      *  number + name type, keyed by that pair plus the date and     *
      *  time the change took effect, so the romanization a          *
      *  customer held on any past date can be answered without      *
      *  digging through the audit trail.  A row carries the kana    *
      *  original and converted name it set, the run that set it,    *
      *  and -- once a later change replaces it -- the run and date  *
      *  that superseded it; the newest row for a key is always the  *
      *  current one.  A delete writes an action-D row with blank    *
      *  names: from its effective date the key has no name on the   *
      *  master.  COPYed into the FD: an indexed file's key must     *
      *  live in the record area.                                    *
      *                                                                *
      *  01  2026-10-15  dxu   original layout.                       *
      *****************************************************************
       01  NAME-HISTORY-RECORD.
           05  NHS-KEY.
               10  NHS-CUSTOMER-NUMBER     Picture is X(10).
               10  NHS-NAME-TYPE-CODE      Picture is X(01).
               10  NHS-EFFECTIVE-DATE      Picture is 9(08).
               10  NHS-EFFECTIVE-TIME      Picture is 9(08).
           05  NHS-ACTION-CODE             Picture is X(01).
               88  NHS-ACTION-ADD              VALUE 'A'.
               88  NHS-ACTION-CHANGE           VALUE 'C'.
               88  NHS-ACTION-DELETE           VALUE 'D'.
           05  NHS-ORIGINAL-INPUT          Picture is N(64).
           05  NHS-CONVERTED-NAME          Picture is N(64).
           05  NHS-TRUNCATION-FLAG         Picture is X(01).
           05  NHS-SET-RUN-ID              Picture is X(08).
           05  NHS-SUPERSEDED-RUN-ID       Picture is X(08).
           05  NHS-SUPERSEDED-DATE         Picture is 9(08).
