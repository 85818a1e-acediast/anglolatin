      *                   by a developer investigation.  Untraced     *
      *                   calls skip every trace site; the nightly    *
      *                   path is unchanged.                          *
      *  2026-10-15 dxu   Override and dictionary usage counts: every *
      *                   override row that forces an output and      *
      *                   every dictionary reading that applies to a  *
      *                   kanji counts a hit, and the new function U  *
      *                   posts one row per loaded table row with its *
      *                   hits to the usage delta (USGDELTA,          *
      *                   USGREC.CPY) and clears the counts, for      *
      *                   ANGLO-USAGE to roll into the cumulative     *
      *                   usage dataset.                              *
      *  2026-10-15 dxu   Variant-kanji folding: the new folding      *
      *                   table (VARDICT, VARREC.CPY, kept by         *
      *                   ANGLO-VARMAINT) loads with the other        *
      *                   tables, and after the override lookup each  *
      *                   variant in the name -- an old-style or      *
      *                   compatibility form such as the tall-ladder  *
      *                   taka or the compatibility saki -- folds to  *
      *                   its standard kanji before the dictionary    *
      *                   readings are expanded, setting the new      *
      *                   CNV-VARIANT-FLAG and a trace entry.  The    *
      *                   character screen accepts a variant in the   *
      *                   table even outside the kanji range.         *
      *                   CNV-INPUT-NAME keeps the name as written.   *
      *****************************************************************

       Environment division.
               organization is line sequential
               file status is WS-KNJDICT-STATUS.

           Select Optional Usage-Delta-File assign to Usgdelta
               organization is line sequential
               file status is WS-USGDELTA-STATUS.

           Select Optional Variant-File assign to Vardict
               organization is line sequential
               file status is WS-VARDICT-STATUS.

       Data division.
       File section.

           label records are standard.
       01  Kanji-Dict-Record-In        Picture is X(19).

       FD  Usage-Delta-File
           label records are standard.
       01  Usage-Delta-Out             Picture is X(120).

       FD  Variant-File
           label records are standard.
       01  Variant-Record-In           Picture is X(04).

       Working-storage section.

      *    ----  per-call working area: WS-INPUT is N(64) so one      --

       77 WS-OVRFILE-STATUS picture is X(02) Value Spaces.
       77 WS-KNJDICT-STATUS picture is X(02) Value Spaces.
       77 WS-USGDELTA-STATUS picture is X(02) Value Spaces.
       77 WS-VARDICT-STATUS picture is X(02) Value Spaces.

           Copy ovrtab.
           Copy knjrec.
           Copy kntab.
           Copy usgrec.
           Copy varrec.

       01  OVERRIDE-TABLE.
           05  WS-OVERRIDE-COUNT        Picture is 9(04)
                       Indexed by OVR-IDX.
               10  OVR-TAB-ORIGINAL     Picture is N(30).
               10  OVR-TAB-FORCED       Picture is N(64).
               10  OVR-TAB-HITS         Picture is 9(09)
                                         Usage is Comp.

      *    ----  in-storage copy of the kanji reading dictionary --   --
      *    ----  thousands of operations-keyed rows, unlike the       --
               10  KNJ-TAB-USE          Picture is X(01).
               10  KNJ-TAB-READING      Picture is N(08).
               10  KNJ-TAB-READING-LEN  Picture is 9(01).
               10  KNJ-TAB-HITS         Picture is 9(09)
                                         Usage is Comp.

      *    ----  in-storage copy of the variant-kanji folding table:  --
      *    ----  each old-style or compatibility form with the        --
      *    ----  standard kanji it reads as.                          --
       01  VARIANT-TABLE.
           05  WS-VARIANT-COUNT         Picture is 9(04)
                                         Usage is Comp
                                         Value is Zero.
           05  VARIANT-ENTRY Occurs 0 to 2000 Times
                       Depending on WS-VARIANT-COUNT
                       Indexed by VAR-IDX.
               10  VAR-TAB-VARIANT      Picture is N(01).
               10  VAR-TAB-STANDARD     Picture is N(01).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            Picture is X(01) Value 'N'.
                                    Value Zero.
       77 WS-TRY-LEN               Picture is 9(01) Usage is Comp
                                    Value Zero.
       77 WS-USAGE-DATE            Picture is 9(08) Value Zero.
       77 WS-USAGE-INDEX           Picture is 9(04) Usage is Comp
                                    Value Zero.
       77 WS-USAGE-ROWS-POSTED     Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-USAGE-HITS-POSTED     Picture is 9(09) Usage is Comp
                                    Value Zero.

      *    ----  kanji-to-kana expansion of WS-INPUT, built by 2300   --
      *    ----  before romanization.  A pathological name of 30     --
               Perform 1100-Load-Kana-Table thru 1100-Exit
               Perform 1150-Load-Override-Table thru 1150-Exit
               Perform 1170-Load-Kanji-Dictionary thru 1170-Exit
               Perform 1190-Load-Variant-Table thru 1190-Exit
               Move 'Y' to WS-LOADED-SWITCH
           End-if.

           If CNV-FUNCTION-USAGE
               Perform 6000-Post-Usage thru 6000-Exit
               Go to 0000-Goback
           End-if.

           Move 'N' to WS-SKIP-SWITCH.
           Move 'N' to WS-OVERRIDE-SWITCH.
           Move 'N' to WS-TRUNC-SWITCH.
           Move Zero to CNV-TRACE-COUNT.

           Move 'N' to CNV-NORMALIZED-FLAG.
           Move 'N' to CNV-VARIANT-FLAG.
           If CNV-FUNCTION-REVERSE
               Move 64 to WS-INPUT-LENGTH
               Perform 2050-Raise-Reverse-Input thru 2050-Exit
           Else
               Perform 2200-Lookup-Override thru 2200-Exit
               If not OVERRIDE-WAS-USED
                   Perform 2250-Fold-Variant-Kanji thru 2250-Exit
                   Perform 2300-Expand-Kanji-Readings thru 2300-Exit
                   If not SKIP-THIS-RECORD
                       Perform 3000-Romanize-Input thru 3000-Exit
           Move Override-Record-In to OVERRIDE-RECORD.
           Move OVR-ORIGINAL-FORM to OVR-TAB-ORIGINAL(WS-OVERRIDE-COUNT).
           Move OVR-FORCED-OUTPUT to OVR-TAB-FORCED(WS-OVERRIDE-COUNT).
           Move Zero to OVR-TAB-HITS(WS-OVERRIDE-COUNT).

       1160-Exit.
           Exit.
           Move KNJ-KANJI to KNJ-TAB-KANJI(WS-KANJI-DICT-COUNT).
           Move KNJ-NAME-USE to KNJ-TAB-USE(WS-KANJI-DICT-COUNT).
           Move KNJ-READING to KNJ-TAB-READING(WS-KANJI-DICT-COUNT).
           Move Zero to KNJ-TAB-HITS(WS-KANJI-DICT-COUNT).
           Move 8 to WS-READING-LEN.
           Perform until WS-READING-LEN = 1
                   or KNJ-READING(WS-READING-LEN:1) not = N" "
       1180-Exit.
           Exit.

      *****************************************************************
      *  1190-LOAD-VARIANT-TABLE                                      *
      *  Reads the operations-maintained variant-kanji folding table  *
      *  (VARDICT, kept by ANGLO-VARMAINT) into VARIANT-TABLE.  A     *
      *  missing or empty table folds nothing, and a variant then     *
      *  meets the character screen exactly as before.                *
      *****************************************************************
       1190-Load-Variant-Table.
           Open input Variant-File.
           If WS-VARDICT-STATUS not = "00"
               and WS-VARDICT-STATUS not = "05"
               Display "ANGLO-CONVERT: Variant-File open status "
                   WS-VARDICT-STATUS upon stdout
           End-if.
           Perform 1195-Load-One-Variant thru 1195-Exit
               until END-OF-INPUT
               or WS-VARIANT-COUNT = 2000.
           If WS-VARIANT-COUNT = 2000
               and not END-OF-INPUT
               Display "ANGLO-CONVERT: variant table full at 2000 "
                   "rows - remainder not loaded" upon stdout
           End-if.
           Move 'N' to WS-EOF-SWITCH.
           Close Variant-File.

       1190-Exit.
           Exit.

       1195-Load-One-Variant.
           Read Variant-File into Variant-Record-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 1195-Exit
           end-read.
           Move Variant-Record-In to VARIANT-KANJI-RECORD.
           If VAR-VARIANT-KANJI = Space
               or VAR-STANDARD-KANJI = Space
               Display "ANGLO-CONVERT: blank row ignored in variant "
                   "table" upon stdout
               Go to 1195-Exit
           End-if.
           Add 1 to WS-VARIANT-COUNT.
           Move VAR-VARIANT-KANJI to VAR-TAB-VARIANT(WS-VARIANT-COUNT).
           Move VAR-STANDARD-KANJI to
               VAR-TAB-STANDARD(WS-VARIANT-COUNT).

       1195-Exit.
           Exit.

      *****************************************************************
      *  2050-RAISE-REVERSE-INPUT                                     *
      *  Reverse-mode input is the forward run's own output, which    *
      *****************************************************************
      *  2110-VALIDATE-FORWARD-CHARS                                  *
      *  Character screen for forward mode: WS-INPUT must be kana,    *
      *  kanji, the chouonpu mark, or blank -- or a variant in the    *
      *  folding table, which may lie outside the kanji range (the    *
      *  compatibility ideographs) and is folded before expansion.    *
      *****************************************************************
       2110-Validate-Forward-Chars.
           Perform varying WS-CHAR-INDEX from 1 by 1
                   and not VALID-CHOONPU-CHAR
                   and not VALID-KANJI-CHAR
                   and not VALID-BLANK-CHAR
                   Perform 2115-Screen-Variant-Char thru 2115-Exit
               End-if
           End-perform.

       2110-Exit.
           Exit.

       2115-Screen-Variant-Char.
           Move 'N' to WS-VALID-SWITCH.
           If WS-VARIANT-COUNT > Zero
               Set VAR-IDX to 1
               Search VARIANT-ENTRY
                   at end
                       Continue
                   when VAR-TAB-VARIANT(VAR-IDX) =
                           WS-INPUT(WS-CHAR-INDEX:1)
                       Move 'Y' to WS-VALID-SWITCH
               end-search
           End-if.

       2115-Exit.
           Exit.

      *****************************************************************
      *  2150-VALIDATE-REVERSE-CHARS                                  *
      *  Character screen for reverse mode: WS-INPUT must be upper-   *
                   when OVR-TAB-ORIGINAL(OVR-IDX) = WS-INPUT
                       Move OVR-TAB-FORCED(OVR-IDX) to WS-OUTPUT
                       Move 'Y' to WS-OVERRIDE-SWITCH
                       Add 1 to OVR-TAB-HITS(OVR-IDX)
                       If CNV-TRACE-REQUESTED
                           Set WS-TRACE-NUMBER to OVR-IDX
                           Move Spaces to WS-TRACE-TEXT
       2200-Exit.
           Exit.

      *****************************************************************
      *  2250-FOLD-VARIANT-KANJI                                      *
      *  Replaces each variant kanji in WS-INPUT with its standard    *
      *  form from the folding table, so 2300 looks the readings up   *
      *  under the one kanji the dictionary carries.  Runs after the  *
      *  override lookup, which still matches the name as written;    *
      *  CNV-INPUT-NAME is left alone for the caller's audit row,     *
      *  and CNV-VARIANT-FLAG says a fold happened.                   *
      *****************************************************************
       2250-Fold-Variant-Kanji.
           If WS-VARIANT-COUNT = Zero
               Go to 2250-Exit
           End-if.
           Perform 2255-Fold-One-Char thru 2255-Exit
               varying WS-CHAR-INDEX from 1 by 1
               until WS-CHAR-INDEX > WS-INPUT-LENGTH.

       2250-Exit.
           Exit.

       2255-Fold-One-Char.
           If WS-INPUT(WS-CHAR-INDEX:1) = N" "
               Go to 2255-Exit
           End-if.
           Set VAR-IDX to 1.
           Search VARIANT-ENTRY
               at end
                   Continue
               when VAR-TAB-VARIANT(VAR-IDX) =
                       WS-INPUT(WS-CHAR-INDEX:1)
                   Move VAR-TAB-STANDARD(VAR-IDX) to
                       WS-INPUT(WS-CHAR-INDEX:1)
                   Move 'Y' to CNV-VARIANT-FLAG
                   If CNV-TRACE-REQUESTED
                       Move "VARIANT KANJI FOLDED TO STANDARD"
                           to WS-TRACE-TEXT
                       Move Spaces to WS-TRACE-DETAIL
                       Move VAR-TAB-VARIANT(VAR-IDX) to
                           WS-TRACE-DETAIL(1:1)
                       Move VAR-TAB-STANDARD(VAR-IDX) to
                           WS-TRACE-DETAIL(3:1)
                       Perform 9500-Add-Trace thru 9500-Exit
                   End-if
           end-search.

       2255-Exit.
           Exit.

      *****************************************************************
      *  2300-EXPAND-KANJI-READINGS                                   *
      *  Rewrites WS-INPUT into WS-EXPAND-BUFFER with every kanji     *
                           and KNJ-TAB-USE(WS-DICT-INDEX) = 'S')
                       or (WS-WORD-NUMBER > 1
                           and KNJ-TAB-USE(WS-DICT-INDEX) = 'G'))
                   Add 1 to KNJ-TAB-HITS(WS-DICT-INDEX)
                   Perform 2370-Collect-Candidate thru 2370-Exit
               End-if
           End-perform.
       3640-Exit.
           Exit.

      *****************************************************************
      *  6000-POST-USAGE                                              *
      *  Function U, called once by a production caller at the end   *
      *  of its run: appends one usage row per loaded override row    *
      *  and dictionary reading to the usage delta with the hits      *
      *  counted since the tables loaded (or since the last post),    *
      *  then clears the counts.  Rows that never fired are posted    *
      *  too, with no hits, so the roll-up knows they are still in    *
      *  the table.  A delta that cannot be opened comes back as a    *
      *  reject and the counts stay for a later post.                 *
      *****************************************************************
       6000-Post-Usage.
           Move 'C' to CNV-RESULT-CODE.
           Move Zero to CNV-REASON-CODE.
           Move Spaces to CNV-REASON-TEXT.
           Accept WS-USAGE-DATE from Date Yyyymmdd.
           Open extend Usage-Delta-File.
           If WS-USGDELTA-STATUS not = "00"
               and WS-USGDELTA-STATUS not = "05"
               Display "ANGLO-CONVERT: Usage-Delta-File open status "
                   WS-USGDELTA-STATUS " - usage not posted"
                   upon stdout
               Move "USAGE DELTA COULD NOT BE OPENED"
                   to CNV-REASON-TEXT
               Move 'R' to CNV-RESULT-CODE
               Go to 6000-Exit
           End-if.
           Move Zero to WS-USAGE-ROWS-POSTED.
           Move Zero to WS-USAGE-HITS-POSTED.
           Perform 6100-Post-One-Override thru 6100-Exit
               varying WS-USAGE-INDEX from 1 by 1
               until WS-USAGE-INDEX > WS-OVERRIDE-COUNT.
           Perform 6200-Post-One-Reading thru 6200-Exit
               varying WS-USAGE-INDEX from 1 by 1
               until WS-USAGE-INDEX > WS-KANJI-DICT-COUNT.
           Close Usage-Delta-File.
           Display "ANGLO-CONVERT: usage posted for "
               WS-USAGE-ROWS-POSTED " table rows, "
               WS-USAGE-HITS-POSTED " hits" upon stdout.

       6000-Exit.
           Exit.

       6100-Post-One-Override.
           Move Spaces to USAGE-RECORD.
           Move 'O' to USG-TABLE-CODE.
           Move OVR-TAB-ORIGINAL(WS-USAGE-INDEX) to USG-ORIGINAL-FORM.
           Move OVR-TAB-HITS(WS-USAGE-INDEX) to USG-HIT-COUNT.
           Perform 6300-Write-Usage-Row thru 6300-Exit.
           Move Zero to OVR-TAB-HITS(WS-USAGE-INDEX).

       6100-Exit.
           Exit.

       6200-Post-One-Reading.
           Move Spaces to USAGE-RECORD.
           Move 'K' to USG-TABLE-CODE.
           Move KNJ-TAB-KANJI(WS-USAGE-INDEX) to USG-KANJI.
           Move KNJ-TAB-USE(WS-USAGE-INDEX) to USG-NAME-USE.
           Move KNJ-TAB-READING(WS-USAGE-INDEX) to USG-READING.
           Move KNJ-TAB-HITS(WS-USAGE-INDEX) to USG-HIT-COUNT.
           Perform 6300-Write-Usage-Row thru 6300-Exit.
           Move Zero to KNJ-TAB-HITS(WS-USAGE-INDEX).

       6200-Exit.
           Exit.

       6300-Write-Usage-Row.
           Move WS-USAGE-DATE to USG-FIRST-SEEN-DATE.
           Move WS-USAGE-DATE to USG-LAST-SEEN-DATE.
           If USG-HIT-COUNT > Zero
               Move WS-USAGE-DATE to USG-FIRST-HIT-DATE
               Move WS-USAGE-DATE to USG-LAST-HIT-DATE
           Else
               Move Zero to USG-FIRST-HIT-DATE
               Move Zero to USG-LAST-HIT-DATE
           End-if.
           Move USAGE-RECORD to Usage-Delta-Out.
           Write Usage-Delta-Out.
           Add 1 to WS-USAGE-ROWS-POSTED.
           Add USG-HIT-COUNT to WS-USAGE-HITS-POSTED.

       6300-Exit.
           Exit.

      *****************************************************************
      *  7000-VERIFY-ROUND-TRIP                                       *
      *  Function V's second leg: un-romanize the forward output      *
