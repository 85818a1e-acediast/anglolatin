      *  row total.  A later investigation reads the index to find    *
      *  which archive generation holds a run's rows without          *
      *  unloading the archives themselves.                           *
      *  Each row also carries the run's archived header/trailer      *
      *  brackets (AUDREC.CPY): how many, the rows their trailers     *
      *  proved, and the trailers' hash totals summed, so an archive  *
      *  generation can be re-proved against the index after it is    *
      *  restored.  The lowest and highest customer number among the  *
      *  run's archived rows let a customer's dossier open only the   *
      *  generations that can hold that customer; an index row        *
      *  written before the range was kept has it blank and may hold  *
      *  anyone.                                                      *
      *                                                                *
      *  01  2026-09-02  dxu   original layout.                       *
      *  02  2026-10-15  dxu   bracket count, proved rows and hash    *
      *                        totals added (69 to 118 bytes).        *
      *  03  2026-10-15  dxu   low and high customer number added     *
      *                        (118 to 138 bytes).                    *
      *****************************************************************
       01  ARCHIVE-INDEX-RECORD.
           05  ARX-ARCHIVE-DATE            Picture is 9(08).
           05  ARX-TYPE-V-COUNT            Picture is 9(09).
           05  ARX-TYPE-OTHER-COUNT        Picture is 9(09).
           05  ARX-TOTAL-COUNT             Picture is 9(09).
           05  ARX-BRACKET-COUNT           Picture is 9(04).
           05  ARX-VERIFIED-COUNT          Picture is 9(09).
           05  ARX-CUSTOMER-HASH           Picture is 9(18).
           05  ARX-OUTPUT-HASH             Picture is 9(18).
           05  ARX-LOW-CUSTOMER            Picture is X(10).
           05  ARX-HIGH-CUSTOMER           Picture is X(10).
