      *                        from the branch-teller feed can be     *
      *                        measured and chased upstream.  Record  *
      *                        length 314 -> 315.                      *
      *  07  2026-10-15  dxu   added AUDIT-CONTROL-RECORD, the        *
      *                        header and trailer each appending run  *
      *                        brackets its rows with.  The marker    *
      *                        sits where a row's timestamp does and  *
      *                        the run ID where a row's does; the     *
      *                        trailer carries the row count and the  *
      *                        hash totals over customer numbers and  *
      *                        converted outputs.  Built and checked  *
      *                        only through ANGLO-AUDBRK, ABKAPI.CPY. *
      *  08  2026-10-15  dxu   added AUD-VARIANT-FLAG, set Y when a   *
      *                        variant kanji in the name was folded   *
      *                        to its standard form (VARDICT) before  *
      *                        the readings were looked up.  The      *
      *                        original input still holds the name    *
      *                        as the customer wrote it.  Record      *
      *                        length 315 -> 316; rows written before *
      *                        read back with the flag blank.         *
      *****************************************************************
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP               Picture is X(26).
               88  AUD-WAS-TRUNCATED           VALUE 'Y'.
           05  AUD-NORMALIZED-FLAG         Picture is X(01).
               88  AUD-WAS-NORMALIZED          VALUE 'Y'.
           05  AUD-VARIANT-FLAG            Picture is X(01).
               88  AUD-WAS-VARIANT-FOLDED      VALUE 'Y'.
       01  AUDIT-CONTROL-RECORD Redefines AUDIT-RECORD.
           05  AUC-RECORD-MARKER           Picture is X(08).
               88  AUC-BRACKET-HEADER          VALUE '*AUDHDR*'.
               88  AUC-BRACKET-TRAILER         VALUE '*AUDTRL*'.
           05  AUC-STAMP-DATE              Picture is 9(08).
           05  AUC-STAMP-TIME              Picture is 9(08).
           05  FILLER                      Picture is X(02).
           05  AUC-RUN-ID                  Picture is X(08).
           05  AUC-PROGRAM-ID              Picture is X(16).
           05  AUC-PARTITION-NUMBER        Picture is 9(02).
           05  AUC-RESTART-COUNT           Picture is 9(09).
           05  AUC-ROW-COUNT               Picture is 9(09).
           05  AUC-CUSTOMER-HASH           Picture is 9(18).
           05  AUC-OUTPUT-HASH             Picture is 9(18).
           05  FILLER                      Picture is X(210).
