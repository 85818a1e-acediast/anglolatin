      *****************************************************************
      *  ABKAPI.CPY                                                   *
      *  Call interface for ANGLO-AUDBRK, which owns the header and   *
      *  trailer bracket every appending run puts round its AUDFILE   *
      *  rows (AUDIT-CONTROL-RECORD in AUDREC.CPY).  The caller       *
      *  passes AUDIT-RECORD and this area; the area carries the      *
      *  bracket's running totals between calls, so it is             *
      *  initialized once before the first call and left alone       *
      *  after that.                                                  *
      *                                                                *
      *  Writers (ANGLO-LATIN, ANGLO-MERGE, ANGLO-REVDISP,            *
      *  ANGLO-REWORK, ANGLO-IMPACT):                                 *
      *    O  open    -- caller sets run ID, program ID, partition    *
      *                  and restart count; the header comes back in  *
      *                  AUDIT-RECORD, ready to write                 *
      *    A  add row -- counts and hashes the row in AUDIT-RECORD    *
      *    Z  close   -- the trailer comes back in AUDIT-RECORD       *
      *  Readers (ANGLO-COLLIDE, ANGLO-ARCHIVE, and ANGLO-MERGE for   *
      *  the partition files):                                        *
      *    C  check   -- classifies the record in AUDIT-RECORD and    *
      *                  proves each trailer against the rows before  *
      *                  it; a trailer that proves leaves the         *
      *                  bracket's totals in the area                 *
      *    E  end     -- end of file: a bracket still open was cut    *
      *                  short                                        *
      *  A check that finds a broken bracket sets ABK-BREAK-FOUND and *
      *  says why in ABK-BREAK-TEXT.  Rows ahead of the first header  *
      *  were written before runs bracketed their rows; they class as *
      *  legacy and are counted, not proved.  A header that reopens   *
      *  the same run, program and partition with a restart count     *
      *  supersedes the bracket its abended run never closed.         *
      *                                                                *
      *  The area is 148 bytes.  ANGLO-MERGE saves copies of it, one  *
      *  per partition file and one for its own bracket, in X(148)    *
      *  fields (AUD-BRACKET-SAVE, WS-MERGE-BRACKET-SAVE); a change   *
      *  to this layout's length must change those fields with it.   *
      *                                                                *
      *  01  2026-10-15  dxu   original layout.                       *
      *  02  2026-10-15  dxu   ANGLO-IMPACT added to the writers; the *
      *                        area's length tie to ANGLO-MERGE's     *
      *                        saved copies noted.                    *
      *****************************************************************
       01  AUDIT-BRACKET-AREA.
           05  ABK-FUNCTION-CODE           Picture is X(01).
               88  ABK-OPEN-BRACKET            VALUE 'O'.
               88  ABK-ADD-ROW                 VALUE 'A'.
               88  ABK-CLOSE-BRACKET           VALUE 'Z'.
               88  ABK-CHECK-RECORD            VALUE 'C'.
               88  ABK-CHECK-END               VALUE 'E'.
           05  ABK-RUN-ID                  Picture is X(08).
           05  ABK-PROGRAM-ID              Picture is X(16).
           05  ABK-PARTITION-NUMBER        Picture is 9(02).
           05  ABK-RESTART-COUNT           Picture is 9(09).
           05  ABK-HEADER-DATE             Picture is 9(08).
           05  ABK-RECORD-CLASS            Picture is X(01).
               88  ABK-CLASS-HEADER            VALUE 'H'.
               88  ABK-CLASS-TRAILER           VALUE 'T'.
               88  ABK-CLASS-BRACKETED         VALUE 'D'.
               88  ABK-CLASS-LEGACY            VALUE 'L'.
               88  ABK-CLASS-STRAY             VALUE 'S'.
           05  ABK-BREAK-SWITCH            Picture is X(01).
               88  ABK-BREAK-FOUND             VALUE 'Y'.
           05  ABK-BREAK-TEXT              Picture is X(60).
           05  ABK-BRACKET-SWITCH          Picture is X(01).
               88  ABK-BRACKET-IS-OPEN         VALUE 'Y'.
           05  ABK-BEGUN-SWITCH            Picture is X(01).
               88  ABK-BRACKETS-HAVE-BEGUN     VALUE 'Y'.
           05  ABK-ROW-COUNT               Picture is 9(09)
                                            Usage is Comp.
           05  ABK-CUSTOMER-HASH           Picture is 9(18)
                                            Usage is Comp.
           05  ABK-OUTPUT-HASH             Picture is 9(18)
                                            Usage is Comp.
           05  ABK-BRACKETS-VERIFIED       Picture is 9(09)
                                            Usage is Comp.
           05  ABK-BRACKETS-BROKEN         Picture is 9(09)
                                            Usage is Comp.
           05  ABK-BRACKETS-ABANDONED      Picture is 9(09)
                                            Usage is Comp.
           05  ABK-BRACKETED-ROWS          Picture is 9(09)
                                            Usage is Comp.
           05  ABK-LEGACY-ROWS             Picture is 9(09)
                                            Usage is Comp.
