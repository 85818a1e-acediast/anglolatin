       Identification division.
       Program-ID.    ANGLO-IMPACT.
       Author.        Darren Xu.
       Date-written.  October 2026.
       Installation.  WSL2.
       Security.      Non-confidential.

      *****************************************************************
      *  Modification history                                        *
      *  ---------------------------------------------------------    *
      *  2026-10-15 dxu   Original.  Impact analysis and targeted     *
      *                   re-conversion after a table change: reads   *
      *                   the day's applied override (OVRHST) and     *
      *                   kanji dictionary (KNJHST) history rows,     *
      *                   walks the converted-name master (CNVMAST)   *
      *                   for every row whose kana original is an     *
      *                   added, changed or deleted override original *
      *                   form or carries a kanji whose reading       *
      *                   changed, and re-runs exactly those names    *
      *                   through ANGLO-CONVERT under the same per-   *
      *                   type styles as the nightly run.  The impact *
      *                   report (IMPRPT) shows old and new converted *
      *                   names side by side; every name that now    *
      *                   comes out differently writes a correction   *
      *                   row in OUTFILE layout (CORRFILE) that goes  *
      *                   straight to ANGLO-FORMAT, and its master    *
      *                   row is brought up to date so the next delta *
      *                   run compares against what downstream now    *
      *                   holds.  A name that now rejects or needs    *
      *                   review is reported, left as it stands on    *
      *                   the master, and ends the job with a warning *
      *                   return code.                                *
      *  2026-10-15 dxu   A corrected master row now also posts to    *
      *                   the name history (NMHIST), superseding the  *
      *                   row it replaces, the same as the nightly    *
      *                   run's master changes.                       *
      *  2026-10-15 dxu   Override and kanji change-history records   *
      *                   lengthened to 433 and 152 bytes for the     *
      *                   dual-control pending ID, checker and        *
      *                   approval time.                              *
      *  2026-10-15 dxu   Variant kanji are now traced.  The day's    *
      *                   applied folding-table rows (VARHIST) put    *
      *                   each variant and the standards it folded to *
      *                   on a changed list of their own, reported    *
      *                   under cause VARIANT, and every character is *
      *                   also checked folded to its standard form    *
      *                   (VARDICT), so a reading change on a         *
      *                   standard kanji reaches names written with   *
      *                   its variant.  Each master row rewritten now *
      *                   writes an audit row (AUDFILE) inside an     *
      *                   ANGLO-AUDBRK bracket, and the run posts its *
      *                   own IMPACT row to the run-control dataset   *
      *                   through ANGLO-RUNPOST.                      *
      *  2026-10-15 dxu   A run that corrects any name now has        *
      *                   ANGLO-CONVERT post its override and         *
      *                   dictionary hits to the usage delta          *
      *                   (function U), as the nightly run does.      *
      *  2026-10-15 dxu   NEW NAME heading moved to column 170, over  *
      *                   the new name.                               *
      *****************************************************************

       Environment division.
       Configuration section.
       Source-computer. x64.

       Input-output section.
       File-control.
           Select Optional Control-Card-File assign to Ctlcard
               organization is line sequential
               file status is WS-CTLCARD-STATUS.

           Select Optional Impact-Card-File assign to Impcard
               organization is line sequential
               file status is WS-IMPCARD-STATUS.

           Select Optional Override-History-File assign to Ovrhist
               organization is line sequential
               file status is WS-OVRHIST-STATUS.

           Select Optional Kanji-History-File assign to Knjhist
               organization is line sequential
               file status is WS-KNJHIST-STATUS.

           Select Optional Variant-History-File assign to Varhist
               organization is line sequential
               file status is WS-VARHIST-STATUS.

           Select Optional Variant-File assign to Vardict
               organization is line sequential
               file status is WS-VARDICT-STATUS.

           Select Converted-Master-File assign to Cnvmast
               organization is indexed
               access mode is dynamic
               record key is CNM-KEY
               file status is WS-CNVMAST-STATUS.

           Select Optional Name-History-File assign to Nmhist
               organization is indexed
               access mode is dynamic
               record key is NHS-KEY
               file status is WS-NMHIST-STATUS.

           Select Correction-File assign to Corrfile
               organization is sequential.

           Select Audit-File assign to Audfile
               organization is line sequential.

           Select Impact-Report-File assign to Imprpt
               organization is line sequential.

           Select Control-Report-File assign to Rptfile
               organization is line sequential.

       Data division.
       File section.

       FD  Control-Card-File
           label records are standard.
       01  Control-Card-In             Picture is X(80).

       FD  Impact-Card-File
           label records are standard.
       01  Impact-Card-In              Picture is X(80).

       FD  Override-History-File
           label records are standard.
       01  Override-History-In         Picture is X(433).

       FD  Kanji-History-File
           label records are standard.
       01  Kanji-History-In            Picture is X(152).

       FD  Variant-History-File
           label records are standard.
       01  Variant-History-In          Picture is X(123).

       FD  Variant-File
           label records are standard.
       01  Variant-Record-In           Picture is X(04).

       FD  Converted-Master-File
           label records are standard.
           Copy cnmrec.

       FD  Name-History-File
           label records are standard.
           Copy nhsrec.

       FD  Correction-File
           label records are standard.
       01  Correction-Record-Out       Picture is X(149).

       FD  Audit-File
           label records are standard.
       01  Audit-Record-Out            Picture is X(316).

       FD  Impact-Report-File
           label records are standard.
       01  Impact-Report-Line          Picture is X(300).

       FD  Control-Report-File
           label records are standard.
       01  Control-Report-Line         Picture is X(80).

       Working-storage section.

       77 WS-CTLCARD-STATUS picture is X(02) Value Spaces.
       77 WS-IMPCARD-STATUS picture is X(02) Value Spaces.
       77 WS-OVRHIST-STATUS picture is X(02) Value Spaces.
       77 WS-KNJHIST-STATUS picture is X(02) Value Spaces.
       77 WS-VARHIST-STATUS picture is X(02) Value Spaces.
       77 WS-VARDICT-STATUS picture is X(02) Value Spaces.
       77 WS-CNVMAST-STATUS picture is X(02) Value Spaces.
       77 WS-NMHIST-STATUS picture is X(02) Value Spaces.

           Copy ctlcrd.
           Copy impcrd.
           Copy ovrhst.
           Copy knjhst.
           Copy varhst.
           Copy varrec.
           Copy outrec.
           Copy audrec.
           Copy cnvapi.
           Copy rctrec.
           Copy abkapi.

      *    ----  the override original forms and the kanji the day's  --
      *    ----  applied changes touched, each held once.  A day's    --
      *    ----  maintenance is a handful of rows; the capacities     --
      *    ----  match the tables themselves so even a bulk reload    --
      *    ----  fits.                                                --
       01  CHANGED-OVERRIDE-TABLE.
           05  WS-CHG-OVERRIDE-COUNT    Picture is 9(04)
                                         Usage is Comp
                                         Value is Zero.
           05  CHG-OVERRIDE-ENTRY Occurs 0 to 5000 Times
                       Depending on WS-CHG-OVERRIDE-COUNT
                       Indexed by CHO-IDX.
               10  CHO-ORIGINAL-FORM    Picture is N(30).

       01  CHANGED-KANJI-TABLE.
           05  WS-CHG-KANJI-COUNT       Picture is 9(04)
                                         Usage is Comp
                                         Value is Zero.
           05  CHG-KANJI-ENTRY Occurs 0 to 5000 Times
                       Depending on WS-CHG-KANJI-COUNT
                       Indexed by CHK-IDX.
               10  CHK-KANJI            Picture is N(01).

      *    ----  every kanji a day's applied folding-table change     --
      *    ----  touched: the variant itself and the standard it      --
      *    ----  folded to before and after.  Up to three a row.      --
       01  CHANGED-VARIANT-TABLE.
           05  WS-CHG-VARIANT-COUNT     Picture is 9(04)
                                         Usage is Comp
                                         Value is Zero.
           05  CHG-VARIANT-ENTRY Occurs 0 to 6000 Times
                       Depending on WS-CHG-VARIANT-COUNT
                       Indexed by CHV-IDX.
               10  CHV-KANJI            Picture is N(01).

      *    ----  the variant-kanji folding table, loaded as           --
      *    ----  ANGLO-CONVERT loads it, so a character written as a  --
      *    ----  variant is checked under the standard form the       --
      *    ----  readings are looked up by.                           --
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
               88  END-OF-INPUT                 Value 'Y'.
           05  WS-NO-CARD-SWITCH        Picture is X(01) Value 'N'.
               88  NO-CONTROL-CARD-SUPPLIED      Value 'Y'.
           05  WS-FOUND-SWITCH          Picture is X(01) Value 'N'.
               88  TABLE-ROW-FOUND               Value 'Y'.
           05  WS-OVERRIDE-HIT-SWITCH   Picture is X(01) Value 'N'.
               88  OVERRIDE-CHANGE-HIT           Value 'Y'.
           05  WS-KANJI-HIT-SWITCH      Picture is X(01) Value 'N'.
               88  KANJI-CHANGE-HIT              Value 'Y'.
           05  WS-VARIANT-HIT-SWITCH    Picture is X(01) Value 'N'.
               88  VARIANT-CHANGE-HIT            Value 'Y'.
           05  WS-FOLDED-SWITCH         Picture is X(01) Value 'N'.
               88  KANJI-WAS-FOLDED              Value 'Y'.
           05  WS-MASTER-OPEN-SWITCH    Picture is X(01) Value 'N'.
               88  MASTER-IS-OPEN                Value 'Y'.
           05  WS-HISTORY-CURRENT-SWITCH
                                        Picture is X(01) Value 'N'.
               88  CURRENT-HISTORY-LIVE          Value 'L'.
               88  CURRENT-HISTORY-DELETED       Value 'D'.
               88  CURRENT-HISTORY-NONE          Value 'N'.
           05  WS-HISTORY-EOF-SWITCH    Picture is X(01) Value 'N'.
               88  END-OF-KEY-HISTORY            Value 'Y'.

       77 WS-OVH-ROWS-READ         Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-OVH-ROWS-USED         Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-KNH-ROWS-READ         Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-KNH-ROWS-USED         Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-VRH-ROWS-READ         Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-VRH-ROWS-USED         Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-MASTER-ROWS-READ      Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-ROWS-AFFECTED         Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-ROWS-CHANGED          Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-ROWS-UNCHANGED        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-ROWS-NOW-REJECTED     Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-ROWS-NOW-REVIEW       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-CORRECTIONS-WRITTEN   Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-MASTER-ROWS-REWRITTEN Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-HISTORY-ROWS-WRITTEN  Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-HISTORY-DUP-KEYS      Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-RETURN-CODE           Picture is 9(02) Usage is Comp
                                    Value Zero.
       77 WS-CHAR-INDEX            Picture is 9(04) Usage is Comp
                                    Value Zero.
       77 WS-ACCEPT-DATE           Picture is 9(08) Value Zero.
       77 WS-ACCEPT-TIME           Picture is 9(08) Value Zero.
       77 WS-CURRENT-HISTORY-KEY   Picture is X(27) Value Spaces.
       77 WS-SEARCH-FORM           Picture is N(30) Value Spaces.
       77 WS-SEARCH-KANJI          Picture is N(01) Value Spaces.

      *    ----  impact report detail: the key, what the day's        --
      *    ----  change hit, the disposition, and the master's name   --
      *    ----  beside the name the engine produces now.  National   --
      *    ----  fields occupy two bytes a character, so the two      --
      *    ----  N(64) names take 256 of the 300 positions.           --
       01  WS-IMPACT-LINE.
           05  WS-IML-CUSTOMER      Picture is X(10).
           05  FILLER               Picture is X(02) Value Spaces.
           05  WS-IML-NAME-TYPE     Picture is X(01).
           05  FILLER               Picture is X(02) Value Spaces.
           05  WS-IML-CAUSE         Picture is X(08).
           05  FILLER               Picture is X(02) Value Spaces.
           05  WS-IML-DISPOSITION   Picture is X(12).
           05  FILLER               Picture is X(02) Value Spaces.
           05  WS-IML-OLD-NAME      Picture is N(64).
           05  FILLER               Picture is X(02) Value Spaces.
           05  WS-IML-NEW-NAME      Picture is N(64).
           05  FILLER               Picture is X(03) Value Spaces.

       01  WS-REASON-LINE.
           05  FILLER               Picture is X(39) Value Spaces.
           05  WS-RSN-CODE          Picture is 9(04).
           05  FILLER               Picture is X(01) Value Spaces.
           05  WS-RSN-TEXT          Picture is X(40).
           05  FILLER               Picture is X(216) Value Spaces.

       01  WS-REPORT-LINE.
           05  WS-RPT-LABEL         Picture is X(40).
           05  WS-RPT-VALUE         Picture is Z,ZZZ,ZZ9.
           05  FILLER               Picture is X(30).

       01  WS-DATE-LINE.
           05  WS-DTE-LABEL         Picture is X(40).
           05  WS-DTE-VALUE         Picture is 9(08).
           05  FILLER               Picture is X(32).

       Procedure division.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-Mainline.
           Perform 1000-Initialize thru 1000-Exit.
           Perform 1100-Load-Override-Changes thru 1100-Exit.
           Perform 1200-Load-Kanji-Changes thru 1200-Exit.
           Perform 1250-Load-Variant-Changes thru 1250-Exit.
           If WS-CHG-OVERRIDE-COUNT > Zero
               or WS-CHG-KANJI-COUNT > Zero
               or WS-CHG-VARIANT-COUNT > Zero
               Perform 1300-Open-Master thru 1300-Exit
           End-if.
           If MASTER-IS-OPEN
               Perform 2000-Examine-One-Master-Row thru 2000-Exit
                   until END-OF-INPUT
           End-if.
           Perform 8000-Finalize thru 8000-Exit.
           Move WS-RETURN-CODE to Return-Code.
           Stop run.

       0000-Mainline-Exit.
           Exit.

      *****************************************************************
      *  1000-INITIALIZE                                              *
      *  Reads the nightly control card for the run ID and the per-   *
      *  type styles -- the re-conversion must produce exactly what   *
      *  the nightly run would -- and the impact card for the change  *
      *  date, which defaults to today.                               *
      *****************************************************************
       1000-Initialize.
           Accept WS-ACCEPT-DATE from Date Yyyymmdd.
           Open input  Control-Card-File.
           If WS-CTLCARD-STATUS not = "00"
               and WS-CTLCARD-STATUS not = "05"
               Display "ANGLO-IMPACT: Control-Card-File open status "
                   WS-CTLCARD-STATUS upon stdout
           End-if.
           Read Control-Card-File into Control-Card-In
               at end
                   Display "ANGLO-IMPACT: missing control card, "
                       "defaulting to macron output" upon stdout
                   Move 'Y' to WS-NO-CARD-SWITCH
                   Move Spaces to Control-Card-In
           end-read.
           Move Control-Card-In to CTL-CARD-RECORD.
           Close Control-Card-File.

           If CTL-OUTPUT-STYLE not = 'M' and CTL-OUTPUT-STYLE not = 'A'
               Move 'M' to CTL-OUTPUT-STYLE
           End-if.
           If CTL-STYLE-LEGAL not = 'M' and CTL-STYLE-LEGAL not = 'A'
               and CTL-STYLE-LEGAL not = 'P'
               Move CTL-OUTPUT-STYLE to CTL-STYLE-LEGAL
           End-if.
           If CTL-STYLE-MAILING not = 'M'
               and CTL-STYLE-MAILING not = 'A'
               and CTL-STYLE-MAILING not = 'P'
               Move CTL-OUTPUT-STYLE to CTL-STYLE-MAILING
           End-if.
           If CTL-STYLE-PASSPORT not = 'M'
               and CTL-STYLE-PASSPORT not = 'A'
               and CTL-STYLE-PASSPORT not = 'P'
               Move 'P' to CTL-STYLE-PASSPORT
           End-if.

           Open input  Impact-Card-File.
           If WS-IMPCARD-STATUS not = "00"
               and WS-IMPCARD-STATUS not = "05"
               Display "ANGLO-IMPACT: Impact-Card-File open status "
                   WS-IMPCARD-STATUS upon stdout
           End-if.
           Read Impact-Card-File into Impact-Card-In
               at end
                   Move Spaces to Impact-Card-In
           end-read.
           Move Impact-Card-In to IMPACT-CARD-RECORD.
           Close Impact-Card-File.
           If IMP-CHANGE-DATE not numeric
               or IMP-CHANGE-DATE = Zero
               Move WS-ACCEPT-DATE to IMP-CHANGE-DATE
           End-if.

      *    ----  tracing is for the service-desk inquiry, never a     --
      *    ----  batch volume.                                        --
           Move 'N' to CNV-TRACE-FLAG.
           Perform 1190-Load-Variant-Table thru 1190-Exit.

           Open output Correction-File.
           Open extend Audit-File.
           Perform 4100-Open-Audit-Bracket thru 4100-Exit.
           Open output Impact-Report-File.
           Open output Control-Report-File.
           Perform 1400-Write-Impact-Heading thru 1400-Exit.

       1000-Exit.
           Exit.

      *****************************************************************
      *  1100-LOAD-OVERRIDE-CHANGES                                   *
      *  Every override history row stamped on the change date whose  *
      *  transaction applied -- add, change or delete alike, since    *
      *  each alters what that original form converts to -- puts    *
      *  its original form on the changed list.  Rejected             *
      *  transactions changed nothing and are passed over.            *
      *****************************************************************
       1100-Load-Override-Changes.
           Open input  Override-History-File.
           If WS-OVRHIST-STATUS not = "00"
               and WS-OVRHIST-STATUS not = "05"
               Display "ANGLO-IMPACT: Override-History-File open "
                   "status " WS-OVRHIST-STATUS upon stdout
           End-if.
           Perform 1110-Load-One-Override-Change thru 1110-Exit
               until END-OF-INPUT.
           Move 'N' to WS-EOF-SWITCH.
           Close Override-History-File.

       1100-Exit.
           Exit.

       1110-Load-One-Override-Change.
           Read Override-History-File into Override-History-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 1110-Exit
           end-read.
           Move Override-History-In to OVERRIDE-HISTORY-RECORD.
           Add 1 to WS-OVH-ROWS-READ.
           If OVH-TIMESTAMP(1:8) not = IMP-CHANGE-DATE
               or OVH-DISPOSITION not = "APPLIED"
               Go to 1110-Exit
           End-if.
           Add 1 to WS-OVH-ROWS-USED.
           Move OVH-ORIGINAL-FORM to WS-SEARCH-FORM.
           Perform 3100-Find-Changed-Override thru 3100-Exit.
           If TABLE-ROW-FOUND
               Go to 1110-Exit
           End-if.
           If WS-CHG-OVERRIDE-COUNT = 5000
               Display "ANGLO-IMPACT: changed-override list full - "
                   "row not traced" upon stdout
               Go to 1110-Exit
           End-if.
           Add 1 to WS-CHG-OVERRIDE-COUNT.
           Move OVH-ORIGINAL-FORM to
               CHO-ORIGINAL-FORM(WS-CHG-OVERRIDE-COUNT).

       1110-Exit.
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
               Display "ANGLO-IMPACT: Variant-File open status "
                   WS-VARDICT-STATUS upon stdout
           End-if.
           Perform 1195-Load-One-Variant thru 1195-Exit
               until END-OF-INPUT
               or WS-VARIANT-COUNT = 2000.
           If WS-VARIANT-COUNT = 2000
               and not END-OF-INPUT
               Display "ANGLO-IMPACT: variant table full at 2000 "
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
      *  1200-LOAD-KANJI-CHANGES                                      *
      *  Same rule for the kanji dictionary: any applied add, change  *
      *  or delete on the change date means that kanji's readings     *
      *  moved, whichever name use the row carried.                   *
      *****************************************************************
       1200-Load-Kanji-Changes.
           Open input  Kanji-History-File.
           If WS-KNJHIST-STATUS not = "00"
               and WS-KNJHIST-STATUS not = "05"
               Display "ANGLO-IMPACT: Kanji-History-File open "
                   "status " WS-KNJHIST-STATUS upon stdout
           End-if.
           Perform 1210-Load-One-Kanji-Change thru 1210-Exit
               until END-OF-INPUT.
           Move 'N' to WS-EOF-SWITCH.
           Close Kanji-History-File.

       1200-Exit.
           Exit.

       1210-Load-One-Kanji-Change.
           Read Kanji-History-File into Kanji-History-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 1210-Exit
           end-read.
           Move Kanji-History-In to KANJI-HISTORY-RECORD.
           Add 1 to WS-KNH-ROWS-READ.
           If KNH-TIMESTAMP(1:8) not = IMP-CHANGE-DATE
               or KNH-DISPOSITION not = "APPLIED"
               Go to 1210-Exit
           End-if.
           Add 1 to WS-KNH-ROWS-USED.
           Move KNH-KANJI to WS-SEARCH-KANJI.
           Perform 3200-Find-Changed-Kanji thru 3200-Exit.
           If TABLE-ROW-FOUND
               Go to 1210-Exit
           End-if.
           If WS-CHG-KANJI-COUNT = 5000
               Display "ANGLO-IMPACT: changed-kanji list full - "
                   "row not traced" upon stdout
               Go to 1210-Exit
           End-if.
           Add 1 to WS-CHG-KANJI-COUNT.
           Move KNH-KANJI to CHK-KANJI(WS-CHG-KANJI-COUNT).

       1210-Exit.
           Exit.

      *****************************************************************
      *  1250-LOAD-VARIANT-CHANGES                                    *
      *  An applied add, change or delete on the folding table moves  *
      *  what the variant reads as, so the variant goes on the        *
      *  changed list together with the standard it folded to before  *
      *  and after the change.                                        *
      *****************************************************************
       1250-Load-Variant-Changes.
           Open input  Variant-History-File.
           If WS-VARHIST-STATUS not = "00"
               and WS-VARHIST-STATUS not = "05"
               Display "ANGLO-IMPACT: Variant-History-File open "
                   "status " WS-VARHIST-STATUS upon stdout
           End-if.
           Perform 1260-Load-One-Variant-Change thru 1260-Exit
               until END-OF-INPUT.
           Move 'N' to WS-EOF-SWITCH.
           Close Variant-History-File.

       1250-Exit.
           Exit.

       1260-Load-One-Variant-Change.
           Read Variant-History-File into Variant-History-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 1260-Exit
           end-read.
           Move Variant-History-In to VARIANT-HISTORY-RECORD.
           Add 1 to WS-VRH-ROWS-READ.
           If VRH-TIMESTAMP(1:8) not = IMP-CHANGE-DATE
               or VRH-DISPOSITION not = "APPLIED"
               Go to 1260-Exit
           End-if.
           Add 1 to WS-VRH-ROWS-USED.
           Move VRH-VARIANT-KANJI to WS-SEARCH-KANJI.
           Perform 1270-Add-Changed-Variant thru 1270-Exit.
           Move VRH-OLD-STANDARD-KANJI to WS-SEARCH-KANJI.
           Perform 1270-Add-Changed-Variant thru 1270-Exit.
           Move VRH-NEW-STANDARD-KANJI to WS-SEARCH-KANJI.
           Perform 1270-Add-Changed-Variant thru 1270-Exit.

       1260-Exit.
           Exit.

       1270-Add-Changed-Variant.
           If WS-SEARCH-KANJI = Space
               Go to 1270-Exit
           End-if.
           Perform 3300-Find-Changed-Variant thru 3300-Exit.
           If TABLE-ROW-FOUND
               Go to 1270-Exit
           End-if.
           If WS-CHG-VARIANT-COUNT = 6000
               Display "ANGLO-IMPACT: changed-variant list full - "
                   "row not traced" upon stdout
               Go to 1270-Exit
           End-if.
           Add 1 to WS-CHG-VARIANT-COUNT.
           Move WS-SEARCH-KANJI to CHV-KANJI(WS-CHG-VARIANT-COUNT).

       1270-Exit.
           Exit.

      *****************************************************************
      *  1300-OPEN-MASTER                                             *
      *  Positions at the front of the converted-name master for the  *
      *  sequential walk, and opens the name history its corrections  *
      *  post to.  A day with no applied changes never opens either.  *
      *****************************************************************
       1300-Open-Master.
           Open i-o Converted-Master-File.
           If WS-CNVMAST-STATUS not = "00"
               Display "ANGLO-IMPACT: Converted-Master-File open "
                   "status " WS-CNVMAST-STATUS upon stdout
               Move 8 to WS-RETURN-CODE
               Go to 1300-Exit
           End-if.
           Move 'Y' to WS-MASTER-OPEN-SWITCH.
           Open i-o Name-History-File.
           If WS-NMHIST-STATUS not = "00"
               and WS-NMHIST-STATUS not = "05"
               Display "ANGLO-IMPACT: Name-History-File open status "
                   WS-NMHIST-STATUS upon stdout
           End-if.
           Move Low-Values to CNM-KEY.
           Start Converted-Master-File key >= CNM-KEY
               invalid key
                   Move 'Y' to WS-EOF-SWITCH
           end-start.

       1300-Exit.
           Exit.

      *****************************************************************
      *  1400-WRITE-IMPACT-HEADING                                    *
      *****************************************************************
       1400-Write-Impact-Heading.
           Move Spaces to Impact-Report-Line.
           String "ANGLO-IMPACT REPORT - RUN " delimited by size
                  CTL-RUN-ID delimited by size
                  " - CHANGES OF " delimited by size
                  IMP-CHANGE-DATE delimited by size
               into Impact-Report-Line
           end-string.
           Write Impact-Report-Line.
           Move Spaces to Impact-Report-Line.
           Move "CUSTOMER    T  CAUSE     DISPOSITION   OLD NAME"
               to Impact-Report-Line(1:47).
           Move "NEW NAME" to Impact-Report-Line(170:8).
           Write Impact-Report-Line.

       1400-Exit.
           Exit.

      *****************************************************************
      *  2000-EXAMINE-ONE-MASTER-ROW                                  *
      *  A master row is affected when its kana original is exactly   *
      *  a changed override original form (the same whole-name match  *
      *  ANGLO-CONVERT makes), when any character of it -- as written *
      *  or folded to its standard form -- is a changed kanji, or     *
      *  when any character is one a folding-table change touched.   *
      *  Unaffected rows pass untouched.                              *
      *****************************************************************
       2000-Examine-One-Master-Row.
           Read Converted-Master-File next record
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 2000-Exit
           end-read.
           Add 1 to WS-MASTER-ROWS-READ.
           Move 'N' to WS-OVERRIDE-HIT-SWITCH.
           Move 'N' to WS-KANJI-HIT-SWITCH.
           Move 'N' to WS-VARIANT-HIT-SWITCH.

           If WS-CHG-OVERRIDE-COUNT > Zero
               Set CHO-IDX to 1
               Search CHG-OVERRIDE-ENTRY
                   when CHO-ORIGINAL-FORM(CHO-IDX) =
                           CNM-ORIGINAL-INPUT
                       Move 'Y' to WS-OVERRIDE-HIT-SWITCH
               end-search
           End-if.
           If WS-CHG-KANJI-COUNT > Zero
               or WS-CHG-VARIANT-COUNT > Zero
               Perform 2100-Check-One-Char thru 2100-Exit
                   varying WS-CHAR-INDEX from 1 by 1
                   until WS-CHAR-INDEX > 64
                   or (KANJI-CHANGE-HIT and VARIANT-CHANGE-HIT)
           End-if.

           If not OVERRIDE-CHANGE-HIT
               and not KANJI-CHANGE-HIT
               and not VARIANT-CHANGE-HIT
               Go to 2000-Exit
           End-if.
           Add 1 to WS-ROWS-AFFECTED.
           Perform 2200-Reconvert-Name thru 2200-Exit.

       2000-Exit.
           Exit.

      *****************************************************************
      *  2100-CHECK-ONE-CHAR                                          *
      *  The character as written is checked against both changed    *
      *  lists; a variant is then folded as ANGLO-CONVERT folds it    *
      *  and its standard form checked against the changed kanji, so *
      *  a reading change on the standard reaches names written with *
      *  the variant.                                                 *
      *****************************************************************
       2100-Check-One-Char.
           If CNM-ORIGINAL-INPUT(WS-CHAR-INDEX:1) = N" "
               Go to 2100-Exit
           End-if.
           Move CNM-ORIGINAL-INPUT(WS-CHAR-INDEX:1) to WS-SEARCH-KANJI.
           Perform 3300-Find-Changed-Variant thru 3300-Exit.
           If TABLE-ROW-FOUND
               Move 'Y' to WS-VARIANT-HIT-SWITCH
           End-if.
           Perform 3200-Find-Changed-Kanji thru 3200-Exit.
           If TABLE-ROW-FOUND
               Move 'Y' to WS-KANJI-HIT-SWITCH
               Go to 2100-Exit
           End-if.
           Perform 2150-Fold-Search-Kanji thru 2150-Exit.
           If not KANJI-WAS-FOLDED
               Go to 2100-Exit
           End-if.
           Perform 3200-Find-Changed-Kanji thru 3200-Exit.
           If TABLE-ROW-FOUND
               Move 'Y' to WS-KANJI-HIT-SWITCH
           End-if.

       2100-Exit.
           Exit.

      *****************************************************************
      *  2150-FOLD-SEARCH-KANJI                                       *
      *  Replaces a variant in WS-SEARCH-KANJI with its standard      *
      *  form from the folding table.                                 *
      *****************************************************************
       2150-Fold-Search-Kanji.
           Move 'N' to WS-FOLDED-SWITCH.
           If WS-VARIANT-COUNT = Zero
               Go to 2150-Exit
           End-if.
           Set VAR-IDX to 1.
           Search VARIANT-ENTRY
               at end
                   Continue
               when VAR-TAB-VARIANT(VAR-IDX) = WS-SEARCH-KANJI
                   Move VAR-TAB-STANDARD(VAR-IDX) to WS-SEARCH-KANJI
                   Move 'Y' to WS-FOLDED-SWITCH
           end-search.

       2150-Exit.
           Exit.

      *****************************************************************
      *  2200-RECONVERT-NAME                                          *
      *  Runs the affected name through the engine exactly as the     *
      *  nightly run would and disposes of the result.  Only a name   *
      *  that converts to something different from the master (or    *
      *  with a different truncation outcome) writes a correction     *
      *  and updates the master; a name that now rejects or needs     *
      *  review stays as it stands and is reported for follow-up.     *
      *****************************************************************
       2200-Reconvert-Name.
           Move Spaces to WS-IMPACT-LINE.
           Move CNM-CUSTOMER-NUMBER to WS-IML-CUSTOMER.
           Move CNM-NAME-TYPE-CODE to WS-IML-NAME-TYPE.
           If VARIANT-CHANGE-HIT
               and (OVERRIDE-CHANGE-HIT or KANJI-CHANGE-HIT)
               Move "MULTIPLE" to WS-IML-CAUSE
           Else
           If OVERRIDE-CHANGE-HIT and KANJI-CHANGE-HIT
               Move "BOTH" to WS-IML-CAUSE
           Else
           If OVERRIDE-CHANGE-HIT
               Move "OVERRIDE" to WS-IML-CAUSE
           Else
           If KANJI-CHANGE-HIT
               Move "KANJI" to WS-IML-CAUSE
           Else
               Move "VARIANT" to WS-IML-CAUSE
           End-if
           End-if
           End-if
           End-if.
           Move CNM-CONVERTED-NAME to WS-IML-OLD-NAME.

           Move 'F' to CNV-FUNCTION-CODE.
           Perform 2070-Select-Output-Style thru 2070-Exit.
           Move CNM-ORIGINAL-INPUT to CNV-INPUT-NAME.
           Call 'ANGLO-CONVERT' using CONVERT-REQUEST-AREA.

           If CNV-RESULT-REJECTED
               Add 1 to WS-ROWS-NOW-REJECTED
               Move "NOW REJECTS" to WS-IML-DISPOSITION
               Perform 2800-Write-Impact-Line thru 2800-Exit
               Move Spaces to WS-REASON-LINE
               Move CNV-REASON-CODE to WS-RSN-CODE
               Move CNV-REASON-TEXT to WS-RSN-TEXT
               Move WS-REASON-LINE to Impact-Report-Line
               Write Impact-Report-Line
               Go to 2200-Exit
           End-if.
           If CNV-RESULT-REVIEW
               Add 1 to WS-ROWS-NOW-REVIEW
               Move "NOW REVIEW" to WS-IML-DISPOSITION
               Perform 2800-Write-Impact-Line thru 2800-Exit
               Go to 2200-Exit
           End-if.

           Move CNV-OUTPUT-NAME to WS-IML-NEW-NAME.
           If CNV-OUTPUT-NAME = CNM-CONVERTED-NAME
               and CNV-TRUNCATION-FLAG = CNM-TRUNCATION-FLAG
               Add 1 to WS-ROWS-UNCHANGED
               Move "UNCHANGED" to WS-IML-DISPOSITION
               Perform 2800-Write-Impact-Line thru 2800-Exit
               Go to 2200-Exit
           End-if.

           Add 1 to WS-ROWS-CHANGED.
           Move "CORRECTED" to WS-IML-DISPOSITION.
           Perform 2800-Write-Impact-Line thru 2800-Exit.
           Perform 2900-Write-Correction thru 2900-Exit.
           Perform 2950-Update-Master-Row thru 2950-Exit.

       2200-Exit.
           Exit.

      *****************************************************************
      *  2070-SELECT-OUTPUT-STYLE                                     *
      *  Chooses the conversion style from the master row's name-     *
      *  type code and the per-type style bytes, exactly as the       *
      *  nightly run chooses it.                                      *
      *****************************************************************
       2070-Select-Output-Style.
           If CNM-NAME-TYPE-CODE = 'L'
               Move CTL-STYLE-LEGAL to CNV-OUTPUT-STYLE
           Else
           If CNM-NAME-TYPE-CODE = 'M'
               Move CTL-STYLE-MAILING to CNV-OUTPUT-STYLE
           Else
           If CNM-NAME-TYPE-CODE = 'P'
               Move CTL-STYLE-PASSPORT to CNV-OUTPUT-STYLE
           Else
               Move CTL-OUTPUT-STYLE to CNV-OUTPUT-STYLE
           End-if
           End-if
           End-if.

       2070-Exit.
           Exit.

      *****************************************************************
      *  2800-WRITE-IMPACT-LINE                                       *
      *****************************************************************
       2800-Write-Impact-Line.
           Move WS-IMPACT-LINE to Impact-Report-Line.
           Write Impact-Report-Line.

       2800-Exit.
           Exit.

      *****************************************************************
      *  2900-WRITE-CORRECTION                                        *
      *  One OUTFILE-layout row per corrected name, numbered in this  *
      *  run's own sequence, for ANGLO-FORMAT to take as it takes     *
      *  the nightly output -- on a card with partition number 99, so *
      *  the pass posts its totals apart from the nightly ones.       *
      *****************************************************************
       2900-Write-Correction.
           Add 1 to WS-CORRECTIONS-WRITTEN.
           Move Spaces to OUTPUT-RECORD.
           Move CNM-CUSTOMER-NUMBER to OUT-CUSTOMER-NUMBER.
           Move CNM-NAME-TYPE-CODE to OUT-NAME-TYPE-CODE.
           Move WS-CORRECTIONS-WRITTEN to OUT-SEQUENCE-NUMBER.
           Move CNV-OUTPUT-NAME to OUT-NAME.
           Move CNV-TRUNCATION-FLAG to OUT-TRUNCATION-FLAG.
           Move OUTPUT-RECORD to Correction-Record-Out.
           Write Correction-Record-Out.

       2900-Exit.
           Exit.

      *****************************************************************
      *  2950-UPDATE-MASTER-ROW                                       *
      *  The master takes the corrected name under this run's id, so  *
      *  the next delta run compares against what downstream now     *
      *  holds instead of the superseded romanization.                *
      *****************************************************************
       2950-Update-Master-Row.
           Move CNV-OUTPUT-NAME to CNM-CONVERTED-NAME.
           Move CNV-TRUNCATION-FLAG to CNM-TRUNCATION-FLAG.
           Move CTL-RUN-ID to CNM-LAST-RUN-ID.
           Move WS-ACCEPT-DATE to CNM-LAST-RUN-DATE.
           Rewrite CONVERTED-MASTER-RECORD
               invalid key
                   Display "ANGLO-IMPACT: master rewrite failed for "
                       CNM-CUSTOMER-NUMBER " " CNM-NAME-TYPE-CODE
                       upon stdout
               not invalid key
                   Add 1 to WS-MASTER-ROWS-REWRITTEN
                   Perform 4000-Write-Audit-Record thru 4000-Exit
                   Perform 2400-Post-Name-History thru 2400-Exit
           end-rewrite.

       2950-Exit.
           Exit.

      *****************************************************************
      *  2400-POST-NAME-HISTORY                                       *
      *  Records the corrected master row on the name history: the    *
      *  key's newest history row -- the current one -- is stamped    *
      *  superseded by this run and the corrected row written after   *
      *  it, as a change (or an add, should the key have no live      *
      *  history yet).                                                *
      *****************************************************************
       2400-Post-Name-History.
           Accept WS-ACCEPT-TIME from Time.
           Perform 2410-Find-Current-History thru 2410-Exit.
           If CURRENT-HISTORY-LIVE
               Perform 2420-Supersede-Current-History thru 2420-Exit
           End-if.
           Perform 2430-Write-History-Row thru 2430-Exit.

       2400-Exit.
           Exit.

      *****************************************************************
      *  2410-FIND-CURRENT-HISTORY                                    *
      *  Walks the key's history rows in effective order and reads    *
      *  the last of them back into the record area, setting the      *
      *  current-history switch to live, deleted or none.             *
      *****************************************************************
       2410-Find-Current-History.
           Move 'N' to WS-HISTORY-CURRENT-SWITCH.
           Move Spaces to WS-CURRENT-HISTORY-KEY.
           Move 'N' to WS-HISTORY-EOF-SWITCH.
           Move CNM-CUSTOMER-NUMBER to NHS-CUSTOMER-NUMBER.
           Move CNM-NAME-TYPE-CODE to NHS-NAME-TYPE-CODE.
           Move Zero to NHS-EFFECTIVE-DATE.
           Move Zero to NHS-EFFECTIVE-TIME.
           Start Name-History-File key >= NHS-KEY
               invalid key
                   Go to 2410-Exit
           end-start.
           Perform 2415-Read-Key-History thru 2415-Exit
               until END-OF-KEY-HISTORY.
           If WS-CURRENT-HISTORY-KEY = Spaces
               Go to 2410-Exit
           End-if.
           Move WS-CURRENT-HISTORY-KEY to NHS-KEY.
           Read Name-History-File
               invalid key
                   Go to 2410-Exit
           end-read.
           If NHS-ACTION-DELETE
               Move 'D' to WS-HISTORY-CURRENT-SWITCH
           Else
               Move 'L' to WS-HISTORY-CURRENT-SWITCH
           End-if.

       2410-Exit.
           Exit.

       2415-Read-Key-History.
           Read Name-History-File next record
               at end
                   Move 'Y' to WS-HISTORY-EOF-SWITCH
                   Go to 2415-Exit
           end-read.
           If NHS-CUSTOMER-NUMBER not = CNM-CUSTOMER-NUMBER
               or NHS-NAME-TYPE-CODE not = CNM-NAME-TYPE-CODE
               Move 'Y' to WS-HISTORY-EOF-SWITCH
               Go to 2415-Exit
           End-if.
           Move NHS-KEY to WS-CURRENT-HISTORY-KEY.

       2415-Exit.
           Exit.

      *****************************************************************
      *  2420-SUPERSEDE-CURRENT-HISTORY                               *
      *****************************************************************
       2420-Supersede-Current-History.
           Move CTL-RUN-ID to NHS-SUPERSEDED-RUN-ID.
           Move WS-ACCEPT-DATE to NHS-SUPERSEDED-DATE.
           Rewrite NAME-HISTORY-RECORD
               invalid key
                   Display "ANGLO-IMPACT: name-history rewrite "
                       "failed for " CNM-CUSTOMER-NUMBER " "
                       CNM-NAME-TYPE-CODE upon stdout
           end-rewrite.

       2420-Exit.
           Exit.

      *****************************************************************
      *  2430-WRITE-HISTORY-ROW                                       *
      *****************************************************************
       2430-Write-History-Row.
           Move Spaces to NAME-HISTORY-RECORD.
           Move CNM-CUSTOMER-NUMBER to NHS-CUSTOMER-NUMBER.
           Move CNM-NAME-TYPE-CODE to NHS-NAME-TYPE-CODE.
           Move WS-ACCEPT-DATE to NHS-EFFECTIVE-DATE.
           Move WS-ACCEPT-TIME to NHS-EFFECTIVE-TIME.
           If CURRENT-HISTORY-LIVE
               Move 'C' to NHS-ACTION-CODE
           Else
               Move 'A' to NHS-ACTION-CODE
           End-if.
           Move CNM-ORIGINAL-INPUT to NHS-ORIGINAL-INPUT.
           Move CNM-CONVERTED-NAME to NHS-CONVERTED-NAME.
           Move CNM-TRUNCATION-FLAG to NHS-TRUNCATION-FLAG.
           Move CTL-RUN-ID to NHS-SET-RUN-ID.
           Move Zero to NHS-SUPERSEDED-DATE.
           Write NAME-HISTORY-RECORD
               invalid key
                   Add 1 to WS-HISTORY-DUP-KEYS
               not invalid key
                   Add 1 to WS-HISTORY-ROWS-WRITTEN
           end-write.

       2430-Exit.
           Exit.

      *****************************************************************
      *  3100-FIND-CHANGED-OVERRIDE                                   *
      *****************************************************************
       3100-Find-Changed-Override.
           Move 'N' to WS-FOUND-SWITCH.
           If WS-CHG-OVERRIDE-COUNT = Zero
               Go to 3100-Exit
           End-if.
           Set CHO-IDX to 1.
           Search CHG-OVERRIDE-ENTRY
               when CHO-ORIGINAL-FORM(CHO-IDX) = WS-SEARCH-FORM
                   Move 'Y' to WS-FOUND-SWITCH
           end-search.

       3100-Exit.
           Exit.

      *****************************************************************
      *  3200-FIND-CHANGED-KANJI                                      *
      *****************************************************************
       3200-Find-Changed-Kanji.
           Move 'N' to WS-FOUND-SWITCH.
           If WS-CHG-KANJI-COUNT = Zero
               Go to 3200-Exit
           End-if.
           Set CHK-IDX to 1.
           Search CHG-KANJI-ENTRY
               when CHK-KANJI(CHK-IDX) = WS-SEARCH-KANJI
                   Move 'Y' to WS-FOUND-SWITCH
           end-search.

       3200-Exit.
           Exit.

      *****************************************************************
      *  3300-FIND-CHANGED-VARIANT                                    *
      *****************************************************************
       3300-Find-Changed-Variant.
           Move 'N' to WS-FOUND-SWITCH.
           If WS-CHG-VARIANT-COUNT = Zero
               Go to 3300-Exit
           End-if.
           Set CHV-IDX to 1.
           Search CHG-VARIANT-ENTRY
               when CHV-KANJI(CHV-IDX) = WS-SEARCH-KANJI
                   Move 'Y' to WS-FOUND-SWITCH
           end-search.

       3300-Exit.
           Exit.

      *****************************************************************
      *  4000-WRITE-AUDIT-RECORD                                      *
      *  One audit row per master row rewritten, in the layout the    *
      *  nightly run appends, numbered as its correction row is.      *
      *****************************************************************
       4000-Write-Audit-Record.
           Accept WS-ACCEPT-TIME from Time.
           Move Spaces to AUD-TIMESTAMP.
           String WS-ACCEPT-DATE delimited by size
                  WS-ACCEPT-TIME delimited by size
               into AUD-TIMESTAMP
           end-string.
           Move CTL-RUN-ID to AUD-RUN-ID.
           Move WS-CORRECTIONS-WRITTEN to AUD-SEQUENCE-NUMBER.
           Move Zero to AUD-PARTITION-NUMBER.
           Move CNM-CUSTOMER-NUMBER to AUD-CUSTOMER-NUMBER.
           Move CNM-NAME-TYPE-CODE to AUD-NAME-TYPE-CODE.
           Move CNM-ORIGINAL-INPUT to AUD-ORIGINAL-INPUT.
           Move CNV-OUTPUT-NAME to AUD-CONVERTED-OUTPUT.
           Move CNV-TRUNCATION-FLAG to AUD-TRUNCATION-FLAG.
           Move CNV-NORMALIZED-FLAG to AUD-NORMALIZED-FLAG.
           Move CNV-VARIANT-FLAG to AUD-VARIANT-FLAG.
           If CNV-OVERRIDE-FLAG = 'Y'
               Move 'O' to AUD-CONVERSION-TYPE
           Else
               Move 'S' to AUD-CONVERSION-TYPE
           End-if.

           Move AUDIT-RECORD to Audit-Record-Out.
           Write Audit-Record-Out.
           Move 'A' to ABK-FUNCTION-CODE.
           Call 'ANGLO-AUDBRK' using AUDIT-RECORD AUDIT-BRACKET-AREA.

       4000-Exit.
           Exit.

      *****************************************************************
      *  4100-OPEN-AUDIT-BRACKET                                      *
      *  Heads this run's AUDFILE rows with a control record naming   *
      *  the run, so the rows it appends can be proved as one set.    *
      *****************************************************************
       4100-Open-Audit-Bracket.
           Initialize AUDIT-BRACKET-AREA.
           Move 'O' to ABK-FUNCTION-CODE.
           Move CTL-RUN-ID to ABK-RUN-ID.
           Move 'ANGLO-IMPACT' to ABK-PROGRAM-ID.
           Move Zero to ABK-PARTITION-NUMBER.
           Move Zero to ABK-RESTART-COUNT.
           Call 'ANGLO-AUDBRK' using AUDIT-RECORD AUDIT-BRACKET-AREA.
           Move AUDIT-RECORD to Audit-Record-Out.
           Write Audit-Record-Out.

       4100-Exit.
           Exit.

      *****************************************************************
      *  4200-CLOSE-AUDIT-BRACKET                                     *
      *  Closes the bracket with a trailer carrying the row count and *
      *  the hash totals over customer numbers and converted output,  *
      *  which ANGLO-COLLIDE and ANGLO-ARCHIVE prove before they      *
      *  trust the file.                                              *
      *****************************************************************
       4200-Close-Audit-Bracket.
           Move 'Z' to ABK-FUNCTION-CODE.
           Call 'ANGLO-AUDBRK' using AUDIT-RECORD AUDIT-BRACKET-AREA.
           Move AUDIT-RECORD to Audit-Record-Out.
           Write Audit-Record-Out.

       4200-Exit.
           Exit.

      *****************************************************************
      *  8000-FINALIZE                                                *
      *  A name that now rejects or needs review ends the job with a  *
      *  warning: the master still holds its old romanization and     *
      *  someone has to decide what it should become.                 *
      *****************************************************************
       8000-Finalize.
           If WS-RETURN-CODE = Zero
               and (WS-ROWS-NOW-REJECTED > Zero
                    or WS-ROWS-NOW-REVIEW > Zero)
               Move 4 to WS-RETURN-CODE
           End-if.
           Perform 8100-Print-Control-Report thru 8100-Exit.
           Perform 8400-Post-Run-Control thru 8400-Exit.
           Perform 8500-Post-Table-Usage thru 8500-Exit.
           If MASTER-IS-OPEN
               Close Converted-Master-File
               Close Name-History-File
           End-if.
           Close Correction-File.
           Perform 4200-Close-Audit-Bracket thru 4200-Exit.
           Close Audit-File.
           Close Impact-Report-File.
           Close Control-Report-File.

       8000-Exit.
           Exit.

      *****************************************************************
      *  8400-POST-RUN-CONTROL                                        *
      *  Posts the impact totals under the nightly run ID, so the     *
      *  balancing job can reconcile the correction rows ANGLO-FORMAT *
      *  takes in against what this run wrote and rewrote.           *
      *****************************************************************
       8400-Post-Run-Control.
           Initialize RUN-CONTROL-RECORD.
           Move CTL-RUN-ID to RCT-RUN-ID.
           Move 'IMPACT' to RCT-STEP-NAME.
           Move Zero to RCT-PARTITION-NUMBER.
           Move "ANGLO-IMPACT" to RCT-PROGRAM-ID.
           Move WS-RETURN-CODE to RCT-RETURN-CODE.
           Move WS-MASTER-ROWS-READ to RCT-RECORDS-IN.
           Move WS-CORRECTIONS-WRITTEN to RCT-CONVERTED-OUT.
           Move WS-ROWS-NOW-REJECTED to RCT-REJECTED-OUT.
           Move WS-ROWS-NOW-REVIEW to RCT-REVIEW-OUT.
           Move WS-ROWS-UNCHANGED to RCT-UNCHANGED.
           Move WS-MASTER-ROWS-REWRITTEN to RCT-AUDIT-OUT.
           Call 'ANGLO-RUNPOST' using RUN-CONTROL-RECORD.
           If RCT-POSTING-COUNT > 1
               Display "ANGLO-IMPACT: run " CTL-RUN-ID
                   " traced more than once" upon stdout
           End-if.

       8400-Exit.
           Exit.

      *****************************************************************
      *  8500-POST-TABLE-USAGE                                        *
      *  The end-of-run call that has ANGLO-CONVERT post this run's   *
      *  override and dictionary hits to the usage delta.  A run      *
      *  that corrected no name has nothing to post.                  *
      *****************************************************************
       8500-Post-Table-Usage.
           If WS-ROWS-CHANGED = Zero
               Go to 8500-Exit
           End-if.
           Move 'U' to CNV-FUNCTION-CODE.
           Call 'ANGLO-CONVERT' using CONVERT-REQUEST-AREA.
           If CNV-RESULT-REJECTED
               Display "ANGLO-IMPACT: table usage not posted - "
                   CNV-REASON-TEXT upon stdout
           End-if.

       8500-Exit.
           Exit.

      *****************************************************************
      *  8100-PRINT-CONTROL-REPORT                                    *
      *****************************************************************
       8100-Print-Control-Report.
      *    ----  the FILLER tail of WS-REPORT-LINE is never moved to  --
      *    ----  and otherwise still holds low-values, which a line   --
      *    ----  sequential WRITE refuses (status 71).                --
           Move Spaces to WS-REPORT-LINE.
           Move Spaces to Control-Report-Line.
           String "ANGLO-IMPACT CONTROL REPORT - RUN "
                  CTL-RUN-ID delimited by size
               into Control-Report-Line
           end-string.
           Write Control-Report-Line.

           Move Spaces to WS-DATE-LINE.
           Move "CHANGE DATE TRACED" to WS-DTE-LABEL.
           Move IMP-CHANGE-DATE to WS-DTE-VALUE.
           Move WS-DATE-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "OVERRIDE HISTORY ROWS READ" to WS-RPT-LABEL.
           Move WS-OVH-ROWS-READ to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "  APPLIED ON CHANGE DATE" to WS-RPT-LABEL.
           Move WS-OVH-ROWS-USED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "  DISTINCT ORIGINAL FORMS CHANGED" to WS-RPT-LABEL.
           Move WS-CHG-OVERRIDE-COUNT to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "KANJI HISTORY ROWS READ" to WS-RPT-LABEL.
           Move WS-KNH-ROWS-READ to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "  APPLIED ON CHANGE DATE" to WS-RPT-LABEL.
           Move WS-KNH-ROWS-USED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "  DISTINCT KANJI CHANGED" to WS-RPT-LABEL.
           Move WS-CHG-KANJI-COUNT to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "VARIANT HISTORY ROWS READ" to WS-RPT-LABEL.
           Move WS-VRH-ROWS-READ to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "  APPLIED ON CHANGE DATE" to WS-RPT-LABEL.
           Move WS-VRH-ROWS-USED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "  DISTINCT KANJI TOUCHED" to WS-RPT-LABEL.
           Move WS-CHG-VARIANT-COUNT to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "VARIANT FOLDING ROWS LOADED" to WS-RPT-LABEL.
           Move WS-VARIANT-COUNT to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "MASTER ROWS EXAMINED" to WS-RPT-LABEL.
           Move WS-MASTER-ROWS-READ to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "MASTER ROWS AFFECTED" to WS-RPT-LABEL.
           Move WS-ROWS-AFFECTED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "  CORRECTED" to WS-RPT-LABEL.
           Move WS-ROWS-CHANGED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "  CONVERT UNCHANGED" to WS-RPT-LABEL.
           Move WS-ROWS-UNCHANGED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "  NOW REJECT" to WS-RPT-LABEL.
           Move WS-ROWS-NOW-REJECTED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "  NOW NEED READING REVIEW" to WS-RPT-LABEL.
           Move WS-ROWS-NOW-REVIEW to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "CORRECTION ROWS WRITTEN" to WS-RPT-LABEL.
           Move WS-CORRECTIONS-WRITTEN to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "MASTER ROWS REWRITTEN AND AUDITED" to WS-RPT-LABEL.
           Move WS-MASTER-ROWS-REWRITTEN to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "NAME HISTORY ROWS WRITTEN" to WS-RPT-LABEL.
           Move WS-HISTORY-ROWS-WRITTEN to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           If WS-HISTORY-DUP-KEYS > Zero
               Move "DUPLICATE NAME HISTORY KEYS" to WS-RPT-LABEL
               Move WS-HISTORY-DUP-KEYS to WS-RPT-VALUE
               Move WS-REPORT-LINE to Control-Report-Line
               Write Control-Report-Line
           End-if.

           Display "ANGLO-IMPACT: " WS-ROWS-AFFECTED " affected, "
               WS-ROWS-CHANGED " corrected, "
               WS-ROWS-NOW-REJECTED " now reject, "
               WS-ROWS-NOW-REVIEW " now review, RC "
               WS-RETURN-CODE upon stdout.

       8100-Exit.
           Exit.

       End program ANGLO-IMPACT.
