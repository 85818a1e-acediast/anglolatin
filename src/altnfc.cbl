      *                   readings claims the record for review; a    *
      *                   record with no such kanji is claimed by     *
      *                   its first unknown kanji.                    *
      *  2026-10-15 dxu   Loads the variant-kanji folding table       *
      *                   (VARDICT) as ANGLO-CONVERT does and folds   *
      *                   each variant in a name to its standard      *
      *                   kanji before the dictionary lookups, so a   *
      *                   name written with an old-style form         *
      *                   forecasts the way tonight's run will        *
      *                   convert it; names that fold are counted on  *
      *                   the report.  The override check still       *
      *                   matches the name as written.                *
      *****************************************************************

       Environment division.
               organization is line sequential
               file status is WS-KNJDICT-STATUS.

           Select Optional Variant-File assign to Vardict
               organization is line sequential
               file status is WS-VARDICT-STATUS.

           Select Forecast-Report-File assign to Fcstrpt
               organization is line sequential.

           label records are standard.
       01  Kanji-Dict-Record-In        Picture is X(19).

       FD  Variant-File
           label records are standard.
       01  Variant-Record-In           Picture is X(04).

       FD  Forecast-Report-File
           label records are standard.
       01  Forecast-Report-Line        Picture is X(80).

       77 WS-OVRFILE-STATUS picture is X(02) Value Spaces.
       77 WS-KNJDICT-STATUS picture is X(02) Value Spaces.
       77 WS-VARDICT-STATUS picture is X(02) Value Spaces.

           Copy cstrec.
           Copy ovrtab.
           Copy knjrec.
           Copy varrec.
           Copy valchr.

      *    ----  resident copy of the kanji reading dictionary --     --
                       Indexed by OVK-IDX.
               10  OVK-ORIGINAL         Picture is N(30).

      *    ----  the variant-kanji folding table, loaded as           --
      *    ----  ANGLO-CONVERT loads it: the name the dictionary is   --
      *    ----  consulted for is the name with every variant folded  --
      *    ----  to its standard form.                                --
       01  VARIANT-TABLE.
           05  WS-VARIANT-COUNT         Picture is 9(04)
                                         Usage is Comp
                                         Value is Zero.
           05  VARIANT-ENTRY Occurs 0 to 2000 Times
                       Depending on WS-VARIANT-COUNT
                       Indexed by VAR-IDX.
               10  VAR-TAB-VARIANT      Picture is N(01).
               10  VAR-TAB-STANDARD     Picture is N(01).

      *    ----  one row per distinct kanji the dictionary cannot     --
      *    ----  serve, with the count of records it will claim.      --
       01  UNKNOWN-KANJI-TABLE.
               88  UNKNOWN-KANJI-SEEN            Value 'Y'.
           05  WS-TALLY-FOUND-SWITCH    Picture is X(01) Value 'N'.
               88  TALLY-ROW-FOUND               Value 'Y'.
           05  WS-FOLDED-SWITCH         Picture is X(01) Value 'N'.
               88  NAME-WAS-FOLDED               Value 'Y'.

       77 WS-RECORDS-READ          Picture is 9(09) Usage is Comp
                                    Value Zero.
                                    Value Zero.
       77 WS-TABLE-OVERFLOWS       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-RECORDS-FOLDED        Picture is 9(09) Usage is Comp
                                    Value Zero.

       77 WS-CHAR-INDEX            Picture is 9(04) Usage is Comp
                                    Value Zero.
                                    Value Zero.
       77 WS-FIRST-UNKNOWN         Picture is N(01) Value Space.
       77 WS-CLAIMED-KANJI         Picture is N(01) Value Space.
       77 WS-FOLDED-NAME           Picture is N(30) Value Spaces.

       01  WS-REPORT-LINE.
           05  WS-RPT-LABEL         Picture is X(40).
           Perform 1000-Initialize thru 1000-Exit.
           Perform 1150-Load-Override-Keys thru 1150-Exit.
           Perform 1170-Load-Kanji-Dictionary thru 1170-Exit.
           Perform 1190-Load-Variant-Table thru 1190-Exit.
           Perform 2000-Forecast-One-Record thru 2000-Exit
               until END-OF-INPUT.
           Perform 8000-Finalize thru 8000-Exit.
       1180-Exit.
           Exit.

      *****************************************************************
      *  1190-LOAD-VARIANT-TABLE                                      *
      *  Same load rules as ANGLO-CONVERT's: blank rows ignored,      *
      *  2000-row cap reported rather than silently truncated.        *
      *****************************************************************
       1190-Load-Variant-Table.
           Open input Variant-File.
           If WS-VARDICT-STATUS not = "00"
               and WS-VARDICT-STATUS not = "05"
               Display "ANGLO-FORECAST: Variant-File open status "
                   WS-VARDICT-STATUS upon stdout
           End-if.
           Perform 1195-Load-One-Variant thru 1195-Exit
               until END-OF-INPUT
               or WS-VARIANT-COUNT = 2000.
           If WS-VARIANT-COUNT = 2000
               and not END-OF-INPUT
               Display "ANGLO-FORECAST: variant table full at 2000 "
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
               Go to 1195-Exit
           End-if.
           Add 1 to WS-VARIANT-COUNT.
           Move VAR-VARIANT-KANJI to VAR-TAB-VARIANT(WS-VARIANT-COUNT).
           Move VAR-STANDARD-KANJI to
               VAR-TAB-STANDARD(WS-VARIANT-COUNT).

       1195-Exit.
           Exit.

      *****************************************************************
      *  2000-FORECAST-ONE-RECORD                                     *
      *  One input record: an override-forced name is skipped; any    *
               Go to 2000-Exit
           End-if.

           Move CST-NAME(1:30) to WS-FOLDED-NAME.
           Move 'N' to WS-FOLDED-SWITCH.
           If WS-VARIANT-COUNT > Zero
               Perform 2150-Fold-One-Char thru 2150-Exit
                   varying WS-CHAR-INDEX from 1 by 1
                   until WS-CHAR-INDEX > 30
           End-if.
           If NAME-WAS-FOLDED
               Add 1 to WS-RECORDS-FOLDED
           End-if.

           Move ' ' to WS-CLAIM-SWITCH.
           Move 'N' to WS-UNKNOWN-SEEN-SWITCH.
           Move Space to WS-FIRST-UNKNOWN.
       2100-Exit.
           Exit.

      *****************************************************************
      *  2150-FOLD-ONE-CHAR                                           *
      *  Folds a variant kanji at WS-CHAR-INDEX of WS-FOLDED-NAME to  *
      *  its standard form, as ANGLO-CONVERT does after the override  *
      *  lookup, so the readings are looked up under the kanji the    *
      *  dictionary carries.                                          *
      *****************************************************************
       2150-Fold-One-Char.
           If WS-FOLDED-NAME(WS-CHAR-INDEX:1) = N" "
               Go to 2150-Exit
           End-if.
           Set VAR-IDX to 1.
           Search VARIANT-ENTRY
               at end
                   Continue
               when VAR-TAB-VARIANT(VAR-IDX) =
                       WS-FOLDED-NAME(WS-CHAR-INDEX:1)
                   Move VAR-TAB-STANDARD(VAR-IDX) to
                       WS-FOLDED-NAME(WS-CHAR-INDEX:1)
                   Move 'Y' to WS-FOLDED-SWITCH
           end-search.

       2150-Exit.
           Exit.

      *****************************************************************
      *  2200-EXAMINE-ONE-CHAR                                        *
      *  A blank moves later characters onto given-name readings; a   *
      *  kana table is complete, they cannot reject 9020.             *
      *****************************************************************
       2200-Examine-One-Char.
           Move WS-FOLDED-NAME(WS-CHAR-INDEX:1) to WS-VALID-CHAR-ITEM.
           If VALID-BLANK-CHAR
               Move 2 to WS-WORD-NUMBER
               Go to 2200-Exit

           Perform 2300-Collect-Readings thru 2300-Exit.
           If WS-CAND-COUNT > 1
               Move WS-FOLDED-NAME(WS-CHAR-INDEX:1) to
                   WS-CLAIMED-KANJI
               Move 'W' to WS-CLAIM-SWITCH
               Go to 2200-Exit
           End-if.
           If WS-CAND-COUNT = Zero
               and not UNKNOWN-KANJI-SEEN
               Move WS-FOLDED-NAME(WS-CHAR-INDEX:1) to
                   WS-FIRST-UNKNOWN
               Move 'Y' to WS-UNKNOWN-SEEN-SWITCH
           End-if.

           Perform varying WS-DICT-INDEX from 1 by 1
                   until WS-DICT-INDEX > WS-KANJI-DICT-COUNT
               If KNJ-TAB-KANJI(WS-DICT-INDEX) =
                       WS-FOLDED-NAME(WS-CHAR-INDEX:1)
                   and (KNJ-TAB-USE(WS-DICT-INDEX) = 'B'
                       or (WS-WORD-NUMBER = 1
                           and KNJ-TAB-USE(WS-DICT-INDEX) = 'S')
           Move WS-REPORT-LINE to Forecast-Report-Line.
           Write Forecast-Report-Line.

           Move "WILL FOLD VARIANT KANJI" to WS-RPT-LABEL.
           Move WS-RECORDS-FOLDED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Forecast-Report-Line.
           Write Forecast-Report-Line.

           Move "KANJI TABLE OVERFLOWS" to WS-RPT-LABEL.
           Move WS-TABLE-OVERFLOWS to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Forecast-Report-Line.
