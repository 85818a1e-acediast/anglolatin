       Identification division.
       Program-ID.    ANGLO-DOSSIER.
       Author.        Darren Xu.
       Date-written.  October 2026.
       Installation.  WSL2.
       Security.      Non-confidential.

      *****************************************************************
      *  Modification history                                        *
      *  ---------------------------------------------------------    *
      *  2026-10-15 dxu   Original.  Customer name dossier for        *
      *                   disputes and data-subject requests: takes  *
      *                   a list of customer numbers and writes one   *
      *                   report per customer of everything the       *
      *                   system holds about that customer's names,   *
      *                   in date order -- the names on the master    *
      *                   now, every name-history change (NMHIST),    *
      *                   every conversion on the live AUDFILE and    *
      *                   on the archive generations ARCIDX says can  *
      *                   hold the customer, every reject (REJFILE),  *
      *                   every name still waiting on review          *
      *                   (REVLDGR), and every override-table or      *
      *                   kanji-dictionary change (OVRHIST, KNJHIST)  *
      *                   that touched the override row or a kanji    *
      *                   behind one of the customer's names.  Each   *
      *                   entry shows what was submitted, what was    *
      *                   produced, when, under which run and why.    *
      *                   Replaces the manual stitching of five       *
      *                   files for every request.                    *
      *  2026-10-15 dxu   Override and kanji change-history records   *
      *                   lengthened to 433 and 152 bytes; an event   *
      *                   made under dual control shows its checker   *
      *                   after the maker (BY maker/checker).         *
      *  2026-10-15 dxu   Audit and archive records lengthened to 316 *
      *                   bytes (AUDREC.CPY revision 08); an audit    *
      *                   row whose name had a variant kanji folded   *
      *                   says VARIANT FOLDED -- the original shown   *
      *                   is still the form the customer wrote.       *
      *  2026-10-15 dxu   Variant kanji are followed through the      *
      *                   folding table (VARDICT): a variant in a     *
      *                   customer's original is noted with the       *
      *                   standard form it folds to, so a dictionary  *
      *                   change to the standard reaches the dossier, *
      *                   and every folding-table change (VARHIST) to *
      *                   a variant the customer wrote is a history   *
      *                   entry of its own, with the standard before  *
      *                   and after.                                  *
      *****************************************************************

       Environment division.
       Configuration section.
       Source-computer. x64.

       Input-output section.
       File-control.
           Select Optional Dossier-Card-File assign to Doscard
               organization is line sequential
               file status is WS-DOSCARD-STATUS.

           Select Dossier-Request-File assign to Dosreq
               organization is line sequential.

           Select Optional Converted-Master-File assign to Cnvmast
               organization is indexed
               access mode is dynamic
               record key is CNM-KEY
               file status is WS-CNVMAST-STATUS.

           Select Optional Name-History-File assign to Nmhist
               organization is indexed
               access mode is dynamic
               record key is NHS-KEY
               file status is WS-NMHIST-STATUS.

           Select Optional Audit-File assign to Audfile
               organization is line sequential
               file status is WS-AUDFILE-STATUS.

           Select Optional Archive-Index-File assign to Arcidx
               organization is line sequential
               file status is WS-ARCIDX-STATUS.

      *    ----  one archive generation at a time, named from the     --
      *    ----  card's prefix and the index row's archive date.      --
           Select Optional Archive-File assign using WS-ARCHIVE-DSN
               organization is line sequential
               file status is WS-ARCHIVE-STATUS.

           Select Optional Reject-File assign to Rejfile
               organization is sequential
               file status is WS-REJFILE-STATUS.

           Select Optional Ledger-File assign to Revldgr
               organization is sequential
               file status is WS-REVLDGR-STATUS.

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

           Select Dossier-Report-File assign to Dosrpt
               organization is line sequential.

           Select Control-Report-File assign to Rptfile
               organization is line sequential.

           Select Sort-Work-File assign to Sortwork.

       Data division.
       File section.

       FD  Dossier-Card-File
           label records are standard.
       01  Dossier-Card-In             Picture is X(80).

       FD  Dossier-Request-File
           label records are standard.
       01  Dossier-Request-In          Picture is X(30).

       FD  Converted-Master-File
           label records are standard.
           Copy cnmrec.

       FD  Name-History-File
           label records are standard.
           Copy nhsrec.

       FD  Audit-File
           label records are standard.
       01  Audit-Record-In             Picture is X(316).

       FD  Archive-Index-File
           label records are standard.
       01  Archive-Index-In            Picture is X(138).

       FD  Archive-File
           label records are standard.
       01  Archive-Record-In           Picture is X(316).

       FD  Reject-File
           label records are standard.
       01  Reject-Record-In            Picture is X(192).

       FD  Ledger-File
           label records are standard.
       01  Ledger-Record-In            Picture is X(226).

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

       FD  Dossier-Report-File
           label records are standard.
       01  Dossier-Report-Line         Picture is X(160).

       FD  Control-Report-File
           label records are standard.
       01  Control-Report-Line         Picture is X(80).

       SD  Sort-Work-File.
      *    ----  one dossier entry.  Section 0 is the marker that     --
      *    ----  starts each customer's dossier (it carries the case  --
      *    ----  reference), 1 the names on the master now, 2 the     --
      *    ----  history; within a section entries run in date and    --
      *    ----  time order, and the release sequence keeps entries   --
      *    ----  of the same moment in the order they were found.     --
      *    ----  Up to three names go with an entry, each under its   --
      *    ----  own label.                                           --
       01  Sort-Record.
           05  SRT-CUSTOMER-NUMBER      Picture is X(10).
           05  SRT-SECTION              Picture is X(01).
               88  SRT-CUSTOMER-MARKER          Value '0'.
               88  SRT-CURRENT-NAME             Value '1'.
               88  SRT-HISTORY-EVENT            Value '2'.
           05  SRT-EVENT-DATE           Picture is X(08).
           05  SRT-EVENT-TIME           Picture is X(08).
           05  SRT-RELEASE-SEQUENCE     Picture is 9(09).
           05  SRT-SOURCE               Picture is X(08).
           05  SRT-NAME-TYPE-CODE       Picture is X(01).
           05  SRT-RUN-ID               Picture is X(08).
           05  SRT-WHAT                 Picture is X(40).
           05  SRT-WHY                  Picture is X(60).
           05  SRT-NAME-SLOT            Occurs 3 Times.
               10  SRT-NAME-LABEL       Picture is X(12).
               10  SRT-NAME             Picture is N(64).
               10  SRT-NAME-READINGS Redefines SRT-NAME.
                   15  SRT-READING-PART Occurs 4 Times.
                       20  SRT-READING  Picture is N(08).
                       20  FILLER       Picture is N(02).
                   15  FILLER           Picture is N(24).

       Working-storage section.

       77 WS-DOSCARD-STATUS picture is X(02) Value Spaces.
       77 WS-CNVMAST-STATUS picture is X(02) Value Spaces.
       77 WS-NMHIST-STATUS picture is X(02) Value Spaces.
       77 WS-AUDFILE-STATUS picture is X(02) Value Spaces.
       77 WS-ARCIDX-STATUS picture is X(02) Value Spaces.
       77 WS-ARCHIVE-STATUS picture is X(02) Value Spaces.
       77 WS-REJFILE-STATUS picture is X(02) Value Spaces.
       77 WS-REVLDGR-STATUS picture is X(02) Value Spaces.
       77 WS-OVRHIST-STATUS picture is X(02) Value Spaces.
       77 WS-KNJHIST-STATUS picture is X(02) Value Spaces.
       77 WS-VARHIST-STATUS picture is X(02) Value Spaces.
       77 WS-VARDICT-STATUS picture is X(02) Value Spaces.

           Copy doscrd.
           Copy dsqrec.
           Copy audrec.
           Copy arxrec.
           Copy rejrec.
           Copy rvlrec.
           Copy ovrhst.
           Copy knjhst.
           Copy varhst.
           Copy varrec.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            Picture is X(01) Value 'N'.
               88  END-OF-INPUT                 Value 'Y'.
           05  WS-SORT-EOF-SWITCH       Picture is X(01) Value 'N'.
               88  END-OF-SORTED-INPUT          Value 'Y'.
           05  WS-KEY-EOF-SWITCH        Picture is X(01) Value 'N'.
               88  END-OF-CUSTOMER-KEYS         Value 'Y'.
           05  WS-MASTER-OPEN-SWITCH    Picture is X(01) Value 'N'.
               88  MASTER-IS-OPEN               Value 'Y'.
           05  WS-HISTORY-OPEN-SWITCH   Picture is X(01) Value 'N'.
               88  HISTORY-IS-OPEN              Value 'Y'.
           05  WS-FOUND-SWITCH          Picture is X(01) Value 'N'.
               88  TABLE-ROW-FOUND              Value 'Y'.
           05  WS-ARCHIVED-SWITCH       Picture is X(01) Value 'N'.
               88  ROW-IS-ARCHIVED              Value 'Y'.
           05  WS-DOSSIER-OPEN-SWITCH   Picture is X(01) Value 'N'.
               88  DOSSIER-IS-OPEN              Value 'Y'.
           05  WS-FOLDED-SWITCH         Picture is X(01) Value 'N'.
               88  CHARACTER-WAS-FOLDED         Value 'Y'.

       77 WS-REQUESTS-READ         Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REQUESTS-DUPLICATE    Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REQUESTS-BLANK        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REQUESTS-OVERFLOW     Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-MASTER-EVENTS         Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-NMHIST-EVENTS         Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-AUDFILE-EVENTS        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-ARCHIVE-EVENTS        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REJFILE-EVENTS        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REVLDGR-EVENTS        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-OVRHIST-EVENTS        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-KNJHIST-EVENTS        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-VARHIST-EVENTS        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-AUDIT-ROWS-READ       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-ARCHIVE-ROWS-READ     Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-CONTROL-ROWS-SKIPPED  Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-INDEX-ROWS-READ       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-GENERATIONS-READ      Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-GENERATIONS-MISSING   Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-GENERATION-OVERFLOWS  Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-ORIGINAL-OVERFLOWS    Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-CHARACTER-OVERFLOWS   Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-DOSSIERS-WRITTEN      Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-DOSSIERS-EMPTY        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-EVENTS-PRINTED        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-RELEASE-SEQUENCE      Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-RETURN-CODE           Picture is 9(02) Usage is Comp
                                    Value Zero.
       77 WS-CUSTOMER-INDEX        Picture is 9(04) Usage is Comp
                                    Value Zero.
       77 WS-SCAN-INDEX            Picture is 9(04) Usage is Comp
                                    Value Zero.
       77 WS-CHAR-INDEX            Picture is 9(04) Usage is Comp
                                    Value Zero.
       77 WS-READING-INDEX         Picture is 9(04) Usage is Comp
                                    Value Zero.
       77 WS-STRING-POINTER        Picture is 9(04) Usage is Comp
                                    Value Zero.
       77 WS-CURRENT-PRINTED       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-HISTORY-PRINTED       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-ACCEPT-DATE           Picture is 9(08) Value Zero.
       77 WS-REJECT-DATE           Picture is 9(08) Value Zero.
       77 WS-ARCHIVE-PREFIX        Picture is X(34) Value Spaces.
       77 WS-ARCHIVE-DSN           Picture is X(44) Value Spaces.
       77 WS-DOSSIER-CUSTOMER      Picture is X(10) Value Spaces.
       77 WS-ARCHIVE-LABEL         Picture is X(09) Value Spaces.
       77 WS-SEARCH-ORIGINAL       Picture is N(64) Value Spaces.
       77 WS-SEARCH-CHARACTER      Picture is N(01) Value Spaces.
       77 WS-DISPLAY-COUNT         Picture is 9(01) Value Zero.
       77 WS-DISPLAY-AGE           Picture is 9(03) Value Zero.

      *    ----  the customers asked for, in request order, each      --
      *    ----  once; the case reference is the first one given.     --
       01  CUSTOMER-TABLE.
           05  WS-CUSTOMER-COUNT        Picture is 9(04)
                                         Usage is Comp
                                         Value is Zero.
           05  CUSTOMER-ENTRY Occurs 0 to 200 Times
                       Depending on WS-CUSTOMER-COUNT
                       Indexed by CUS-IDX.
               10  CUS-NUMBER           Picture is X(10).
               10  CUS-CASE-REFERENCE   Picture is X(20).

      *    ----  every distinct kana original each customer has       --
      *    ----  presented, wherever it was found, and every          --
      *    ----  distinct character in them: what an override-table   --
      *    ----  change (whole original) or a dictionary change (one  --
      *    ----  kanji) is matched against.                           --
       01  ORIGINAL-TABLE.
           05  WS-ORIGINAL-COUNT        Picture is 9(04)
                                         Usage is Comp
                                         Value is Zero.
           05  ORIGINAL-ENTRY Occurs 0 to 2000 Times
                       Depending on WS-ORIGINAL-COUNT
                       Indexed by ORG-IDX.
               10  ORG-CUSTOMER-INDEX   Picture is 9(04)
                                         Usage is Comp.
               10  ORG-ORIGINAL         Picture is N(64).

       01  CHARACTER-TABLE.
           05  WS-CHARACTER-COUNT       Picture is 9(05)
                                         Usage is Comp
                                         Value is Zero.
           05  CHARACTER-ENTRY Occurs 0 to 20000 Times
                       Depending on WS-CHARACTER-COUNT
                       Indexed by CHR-IDX.
               10  CHR-CUSTOMER-INDEX   Picture is 9(04)
                                         Usage is Comp.
               10  CHR-CHARACTER        Picture is N(01).

      *    ----  the variant-kanji folding table, loaded as           --
      *    ----  ANGLO-CONVERT loads it: a variant a customer wrote   --
      *    ----  is noted with the standard form its readings come    --
      *    ----  from, so a dictionary change to the standard is      --
      *    ----  matched too.                                         --
       01  VARIANT-TABLE.
           05  WS-VARIANT-COUNT         Picture is 9(04)
                                         Usage is Comp
                                         Value is Zero.
           05  VARIANT-ENTRY Occurs 0 to 2000 Times
                       Depending on WS-VARIANT-COUNT
                       Indexed by VAR-IDX.
               10  VAR-TAB-VARIANT      Picture is N(01).
               10  VAR-TAB-STANDARD     Picture is N(01).

      *    ----  the archive generations ARCIDX says can hold one of  --
      *    ----  the customers, each once, and whether it was found.  --
       01  GENERATION-TABLE.
           05  WS-GENERATION-COUNT      Picture is 9(04)
                                         Usage is Comp
                                         Value is Zero.
           05  GENERATION-ENTRY Occurs 0 to 500 Times
                       Depending on WS-GENERATION-COUNT
                       Indexed by GEN-IDX.
               10  GEN-ARCHIVE-DATE     Picture is 9(08).
               10  GEN-DSN              Picture is X(44).
               10  GEN-FOUND-SWITCH     Picture is X(01).
                   88  GENERATION-WAS-FOUND     Value 'Y'.
       77 WS-GENERATION-INDEX      Picture is 9(04) Usage is Comp
                                    Value Zero.

       01  WS-REPORT-LINE.
           05  WS-RPT-LABEL         Picture is X(40).
           05  WS-RPT-VALUE         Picture is Z,ZZZ,ZZ9.
           05  FILLER               Picture is X(30).

      *    ----  dossier lines.  National fields occupy two bytes a   --
      *    ----  character in the record image, so a name line is a   --
      *    ----  20-position label plus the N(64) field.              --
       01  WS-EVENT-LINE.
           05  FILLER               Picture is X(04) Value Spaces.
           05  WS-EVL-DATE          Picture is X(08).
           05  FILLER               Picture is X(01) Value Spaces.
           05  WS-EVL-TIME          Picture is X(08).
           05  FILLER               Picture is X(01) Value Spaces.
           05  WS-EVL-SOURCE        Picture is X(08).
           05  FILLER               Picture is X(01) Value Spaces.
           05  WS-EVL-NAME-TYPE     Picture is X(01).
           05  FILLER               Picture is X(01) Value Spaces.
           05  WS-EVL-RUN-ID        Picture is X(08).
           05  FILLER               Picture is X(01) Value Spaces.
           05  WS-EVL-WHAT          Picture is X(40).
           05  FILLER               Picture is X(01) Value Spaces.
           05  WS-EVL-WHY           Picture is X(60).
           05  FILLER               Picture is X(17) Value Spaces.

       01  WS-NAME-LINE.
           05  FILLER               Picture is X(08) Value Spaces.
           05  WS-NML-LABEL         Picture is X(12).
           05  WS-NML-NAME          Picture is N(64).
           05  FILLER               Picture is X(12) Value Spaces.

       01  WS-HEADING-LINE.
           05  FILLER               Picture is X(04) Value Spaces.
           05  FILLER               Picture is X(08) Value "DATE".
           05  FILLER               Picture is X(01) Value Spaces.
           05  FILLER               Picture is X(08) Value "TIME".
           05  FILLER               Picture is X(01) Value Spaces.
           05  FILLER               Picture is X(08) Value "SOURCE".
           05  FILLER               Picture is X(01) Value Spaces.
           05  FILLER               Picture is X(01) Value "T".
           05  FILLER               Picture is X(01) Value Spaces.
           05  FILLER               Picture is X(08) Value "RUN".
           05  FILLER               Picture is X(01) Value Spaces.
           05  FILLER               Picture is X(40) Value "WHAT".
           05  FILLER               Picture is X(01) Value Spaces.
           05  FILLER               Picture is X(60) Value "WHY".
           05  FILLER               Picture is X(17) Value Spaces.

       Procedure division.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *  The sort owns the flow: the input procedure gathers every    *
      *  entry for every customer asked for from each source in       *
      *  turn, the output procedure prints them a customer at a time  *
      *  in date order.                                               *
      *****************************************************************
       0000-Mainline.
           Perform 1000-Initialize thru 1000-Exit.
           Sort Sort-Work-File
               on ascending key SRT-CUSTOMER-NUMBER
               on ascending key SRT-SECTION
               on ascending key SRT-EVENT-DATE
               on ascending key SRT-EVENT-TIME
               on ascending key SRT-RELEASE-SEQUENCE
               input procedure is 2000-Gather-Entries
                   thru 2000-Exit
               output procedure is 5000-Print-Dossiers
                   thru 5000-Exit.
           Perform 8000-Finalize thru 8000-Exit.
           Move WS-RETURN-CODE to Return-Code.
           Stop run.

       0000-Mainline-Exit.
           Exit.

      *****************************************************************
      *  1000-INITIALIZE                                              *
      *  The card is optional: no card means archive generations      *
      *  under ARCFILE and a REJFILE from today with no run named.    *
      *****************************************************************
       1000-Initialize.
           Accept WS-ACCEPT-DATE from Date Yyyymmdd.
           Move Spaces to DOSSIER-CARD-RECORD.
           Open input  Dossier-Card-File.
           If WS-DOSCARD-STATUS = "00"
               Read Dossier-Card-File into Dossier-Card-In
                   at end
                       Move Spaces to Dossier-Card-In
               end-read
               Move Dossier-Card-In to DOSSIER-CARD-RECORD
               Close Dossier-Card-File
           End-if.
           Move DSC-ARCHIVE-PREFIX to WS-ARCHIVE-PREFIX.
           If WS-ARCHIVE-PREFIX = Spaces
               Move "ARCFILE" to WS-ARCHIVE-PREFIX
           End-if.
           If DSC-REJECT-DATE numeric
               and DSC-REJECT-DATE not = Zero
               Move DSC-REJECT-DATE to WS-REJECT-DATE
           Else
               Move WS-ACCEPT-DATE to WS-REJECT-DATE
           End-if.

           Open output Dossier-Report-File.
           Open output Control-Report-File.
           Open input  Dossier-Request-File.
           Perform 1100-Load-One-Request thru 1100-Exit
               until END-OF-INPUT.
           Move 'N' to WS-EOF-SWITCH.
           Close Dossier-Request-File.
           Perform 1200-Load-Variant-Table thru 1200-Exit.

       1000-Exit.
           Exit.

      *****************************************************************
      *  1100-LOAD-ONE-REQUEST                                        *
      *  A customer listed twice gets one dossier, under the first    *
      *  case reference; more than 200 customers in one run are       *
      *  reported and left for the next.                              *
      *****************************************************************
       1100-Load-One-Request.
           Read Dossier-Request-File into Dossier-Request-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 1100-Exit
           end-read.
           Move Dossier-Request-In to DOSSIER-REQUEST-RECORD.
           Add 1 to WS-REQUESTS-READ.
           If DSQ-CUSTOMER-NUMBER = Spaces
               Add 1 to WS-REQUESTS-BLANK
               Go to 1100-Exit
           End-if.
           Move DSQ-CUSTOMER-NUMBER to AUD-CUSTOMER-NUMBER.
           Perform 4100-Find-Customer thru 4100-Exit.
           If TABLE-ROW-FOUND
               Add 1 to WS-REQUESTS-DUPLICATE
               Go to 1100-Exit
           End-if.
           If WS-CUSTOMER-COUNT = 200
               Add 1 to WS-REQUESTS-OVERFLOW
               Move 4 to WS-RETURN-CODE
               Display "ANGLO-DOSSIER: more than 200 customers - "
                   DSQ-CUSTOMER-NUMBER " not reported" upon stdout
               Go to 1100-Exit
           End-if.
           Add 1 to WS-CUSTOMER-COUNT.
           Move DSQ-CUSTOMER-NUMBER to CUS-NUMBER(WS-CUSTOMER-COUNT).
           Move DSQ-CASE-REFERENCE to
               CUS-CASE-REFERENCE(WS-CUSTOMER-COUNT).

       1100-Exit.
           Exit.

      *****************************************************************
      *  1200-LOAD-VARIANT-TABLE                                      *
      *  Same load rules as ANGLO-CONVERT's: blank rows ignored,      *
      *  2000-row cap reported rather than silently truncated.        *
      *****************************************************************
       1200-Load-Variant-Table.
           Open input Variant-File.
           If WS-VARDICT-STATUS not = "00"
               and WS-VARDICT-STATUS not = "05"
               Display "ANGLO-DOSSIER: Variant-File open status "
                   WS-VARDICT-STATUS upon stdout
           End-if.
           Perform 1210-Load-One-Variant thru 1210-Exit
               until END-OF-INPUT
               or WS-VARIANT-COUNT = 2000.
           If WS-VARIANT-COUNT = 2000
               and not END-OF-INPUT
               Display "ANGLO-DOSSIER: variant table full at 2000 "
                   "rows - remainder not loaded" upon stdout
           End-if.
           Move 'N' to WS-EOF-SWITCH.
           Close Variant-File.

       1200-Exit.
           Exit.

       1210-Load-One-Variant.
           Read Variant-File into Variant-Record-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 1210-Exit
           end-read.
           Move Variant-Record-In to VARIANT-KANJI-RECORD.
           If VAR-VARIANT-KANJI = Space
               or VAR-STANDARD-KANJI = Space
               Go to 1210-Exit
           End-if.
           Add 1 to WS-VARIANT-COUNT.
           Move VAR-VARIANT-KANJI to VAR-TAB-VARIANT(WS-VARIANT-COUNT).
           Move VAR-STANDARD-KANJI to
               VAR-TAB-STANDARD(WS-VARIANT-COUNT).

       1210-Exit.
           Exit.

      *****************************************************************
      *  2000-GATHER-ENTRIES                                          *
      *  Sort input procedure.  The override, dictionary and folding  *
      *  change logs go last: whether a change touched a customer     *
      *  depends on the originals found in every other source first.  *
      *****************************************************************
       2000-Gather-Entries.
           Perform 2100-Release-Customer-Marker thru 2100-Exit
               varying WS-CUSTOMER-INDEX from 1 by 1
               until WS-CUSTOMER-INDEX > WS-CUSTOMER-COUNT.
           Perform 2200-Gather-Master thru 2200-Exit.
           Perform 2300-Gather-Name-History thru 2300-Exit.
           Perform 2400-Gather-Audit-File thru 2400-Exit.
           Perform 2500-Select-Generations thru 2500-Exit.
           Perform 2600-Gather-One-Generation thru 2600-Exit
               varying WS-GENERATION-INDEX from 1 by 1
               until WS-GENERATION-INDEX > WS-GENERATION-COUNT.
           Perform 2700-Gather-Rejects thru 2700-Exit.
           Perform 2800-Gather-Review-Ledger thru 2800-Exit.
           Perform 3000-Gather-Override-Changes thru 3000-Exit.
           Perform 3100-Gather-Kanji-Changes thru 3100-Exit.
           Perform 3200-Gather-Variant-Changes thru 3200-Exit.

       2000-Exit.
           Exit.

       2100-Release-Customer-Marker.
           Perform 4000-Clear-Sort-Record thru 4000-Exit.
           Move CUS-NUMBER(WS-CUSTOMER-INDEX) to SRT-CUSTOMER-NUMBER.
           Move '0' to SRT-SECTION.
           Move CUS-CASE-REFERENCE(WS-CUSTOMER-INDEX) to SRT-WHAT.
           Perform 4050-Release-Entry thru 4050-Exit.

       2100-Exit.
           Exit.

      *****************************************************************
      *  2200-GATHER-MASTER                                           *
      *  The names on the converted-name master now, one per name     *
      *  type the customer has.                                       *
      *****************************************************************
       2200-Gather-Master.
           Open input  Converted-Master-File.
           If WS-CNVMAST-STATUS not = "00"
               and WS-CNVMAST-STATUS not = "05"
               Display "ANGLO-DOSSIER: Converted-Master-File open "
                   "status " WS-CNVMAST-STATUS upon stdout
               Move 4 to WS-RETURN-CODE
               Go to 2200-Exit
           End-if.
           Perform 2210-Walk-Master-Customer thru 2210-Exit
               varying WS-CUSTOMER-INDEX from 1 by 1
               until WS-CUSTOMER-INDEX > WS-CUSTOMER-COUNT.
           Close Converted-Master-File.

       2200-Exit.
           Exit.

       2210-Walk-Master-Customer.
           Move 'N' to WS-KEY-EOF-SWITCH.
           Move CUS-NUMBER(WS-CUSTOMER-INDEX) to CNM-CUSTOMER-NUMBER.
           Move Low-Values to CNM-NAME-TYPE-CODE.
           Start Converted-Master-File key >= CNM-KEY
               invalid key
                   Go to 2210-Exit
           end-start.
           Perform 2220-Release-Master-Name thru 2220-Exit
               until END-OF-CUSTOMER-KEYS.

       2210-Exit.
           Exit.

       2220-Release-Master-Name.
           Read Converted-Master-File next record
               at end
                   Move 'Y' to WS-KEY-EOF-SWITCH
                   Go to 2220-Exit
           end-read.
           If CNM-CUSTOMER-NUMBER not = CUS-NUMBER(WS-CUSTOMER-INDEX)
               Move 'Y' to WS-KEY-EOF-SWITCH
               Go to 2220-Exit
           End-if.
           Perform 4000-Clear-Sort-Record thru 4000-Exit.
           Move CNM-CUSTOMER-NUMBER to SRT-CUSTOMER-NUMBER.
           Move '1' to SRT-SECTION.
           Move CNM-LAST-RUN-DATE to SRT-EVENT-DATE.
           Move "CNVMAST" to SRT-SOURCE.
           Move CNM-NAME-TYPE-CODE to SRT-NAME-TYPE-CODE.
           Move CNM-LAST-RUN-ID to SRT-RUN-ID.
           Move "NAME ON THE MASTER NOW" to SRT-WHAT.
           If CNM-TRUNCATION-FLAG = 'Y'
               Move "TRUNCATED TO FIT THE NAME FIELD" to SRT-WHY
           Else
               Move "SET BY THE RUN SHOWN" to SRT-WHY
           End-if.
           Move "SUBMITTED" to SRT-NAME-LABEL(1).
           Move CNM-ORIGINAL-INPUT to SRT-NAME(1).
           Move "PRODUCED" to SRT-NAME-LABEL(2).
           Move CNM-CONVERTED-NAME to SRT-NAME(2).
           Perform 4050-Release-Entry thru 4050-Exit.
           Add 1 to WS-MASTER-EVENTS.
           Move CNM-ORIGINAL-INPUT to WS-SEARCH-ORIGINAL.
           Perform 4200-Note-Original thru 4200-Exit.

       2220-Exit.
           Exit.

      *****************************************************************
      *  2300-GATHER-NAME-HISTORY                                     *
      *  Every add, change and delete the master has seen for the     *
      *  customer, all name types, from the keyed name history.       *
      *****************************************************************
       2300-Gather-Name-History.
           Open input  Name-History-File.
           If WS-NMHIST-STATUS not = "00"
               and WS-NMHIST-STATUS not = "05"
               Display "ANGLO-DOSSIER: Name-History-File open status "
                   WS-NMHIST-STATUS upon stdout
               Move 4 to WS-RETURN-CODE
               Go to 2300-Exit
           End-if.
           Perform 2310-Walk-History-Customer thru 2310-Exit
               varying WS-CUSTOMER-INDEX from 1 by 1
               until WS-CUSTOMER-INDEX > WS-CUSTOMER-COUNT.
           Close Name-History-File.

       2300-Exit.
           Exit.

       2310-Walk-History-Customer.
           Move 'N' to WS-KEY-EOF-SWITCH.
           Move CUS-NUMBER(WS-CUSTOMER-INDEX) to NHS-CUSTOMER-NUMBER.
           Move Low-Values to NHS-NAME-TYPE-CODE.
           Move Zero to NHS-EFFECTIVE-DATE.
           Move Zero to NHS-EFFECTIVE-TIME.
           Start Name-History-File key >= NHS-KEY
               invalid key
                   Go to 2310-Exit
           end-start.
           Perform 2320-Release-History-Row thru 2320-Exit
               until END-OF-CUSTOMER-KEYS.

       2310-Exit.
           Exit.

       2320-Release-History-Row.
           Read Name-History-File next record
               at end
                   Move 'Y' to WS-KEY-EOF-SWITCH
                   Go to 2320-Exit
           end-read.
           If NHS-CUSTOMER-NUMBER not = CUS-NUMBER(WS-CUSTOMER-INDEX)
               Move 'Y' to WS-KEY-EOF-SWITCH
               Go to 2320-Exit
           End-if.
           Perform 4000-Clear-Sort-Record thru 4000-Exit.
           Move NHS-CUSTOMER-NUMBER to SRT-CUSTOMER-NUMBER.
           Move '2' to SRT-SECTION.
           Move NHS-EFFECTIVE-DATE to SRT-EVENT-DATE.
           Move NHS-EFFECTIVE-TIME to SRT-EVENT-TIME.
           Move "NMHIST" to SRT-SOURCE.
           Move NHS-NAME-TYPE-CODE to SRT-NAME-TYPE-CODE.
           Move NHS-SET-RUN-ID to SRT-RUN-ID.
           If NHS-ACTION-DELETE
               Move "MASTER NAME DELETED" to SRT-WHAT
           Else
               If NHS-ACTION-CODE = 'A'
                   Move "MASTER NAME ADDED" to SRT-WHAT
               Else
                   Move "MASTER NAME CHANGED" to SRT-WHAT
               End-if
           End-if.
           If NHS-SUPERSEDED-RUN-ID = Spaces
               If not NHS-ACTION-DELETE
                   Move "STILL CURRENT" to SRT-WHY
               End-if
           Else
               String "SUPERSEDED ON " delimited by size
                      NHS-SUPERSEDED-DATE delimited by size
                      " BY RUN " delimited by size
                      NHS-SUPERSEDED-RUN-ID delimited by size
                   into SRT-WHY
               end-string
           End-if.
           If NHS-TRUNCATION-FLAG = 'Y'
               Move 1 to WS-STRING-POINTER
               Inspect SRT-WHY tallying WS-STRING-POINTER
                   for characters before initial "  "
               String " - TRUNCATED" delimited by size
                   into SRT-WHY with pointer WS-STRING-POINTER
               end-string
           End-if.
           Move "SUBMITTED" to SRT-NAME-LABEL(1).
           Move NHS-ORIGINAL-INPUT to SRT-NAME(1).
           Move "PRODUCED" to SRT-NAME-LABEL(2).
           Move NHS-CONVERTED-NAME to SRT-NAME(2).
           Perform 4050-Release-Entry thru 4050-Exit.
           Add 1 to WS-NMHIST-EVENTS.
           Move NHS-ORIGINAL-INPUT to WS-SEARCH-ORIGINAL.
           Perform 4200-Note-Original thru 4200-Exit.

       2320-Exit.
           Exit.

      *****************************************************************
      *  2400-GATHER-AUDIT-FILE                                       *
      *  Every conversion still on the live AUDFILE.  Run brackets    *
      *  are the nightly balancing's business and are skipped here.   *
      *****************************************************************
       2400-Gather-Audit-File.
           Move 'N' to WS-ARCHIVED-SWITCH.
           Open input  Audit-File.
           If WS-AUDFILE-STATUS not = "00"
               and WS-AUDFILE-STATUS not = "05"
               Display "ANGLO-DOSSIER: Audit-File open status "
                   WS-AUDFILE-STATUS upon stdout
               Move 4 to WS-RETURN-CODE
               Go to 2400-Exit
           End-if.
           Perform 2410-Read-One-Audit-Row thru 2410-Exit
               until END-OF-INPUT.
           Move 'N' to WS-EOF-SWITCH.
           Close Audit-File.

       2400-Exit.
           Exit.

       2410-Read-One-Audit-Row.
           Read Audit-File into Audit-Record-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 2410-Exit
           end-read.
           Move Audit-Record-In to AUDIT-RECORD.
           If AUC-BRACKET-HEADER or AUC-BRACKET-TRAILER
               Add 1 to WS-CONTROL-ROWS-SKIPPED
               Go to 2410-Exit
           End-if.
           Add 1 to WS-AUDIT-ROWS-READ.
           Perform 4300-Release-Audit-Entry thru 4300-Exit.

       2410-Exit.
           Exit.

      *****************************************************************
      *  2500-SELECT-GENERATIONS                                      *
      *  Reads the archive index and keeps each generation whose      *
      *  customer range takes in one of the customers.  An index row  *
      *  with no range predates the range being kept and may hold     *
      *  anyone; a row that archived no conversions holds no one.     *
      *****************************************************************
       2500-Select-Generations.
           Open input  Archive-Index-File.
           If WS-ARCIDX-STATUS not = "00"
               and WS-ARCIDX-STATUS not = "05"
               Display "ANGLO-DOSSIER: Archive-Index-File open status "
                   WS-ARCIDX-STATUS upon stdout
               Move 4 to WS-RETURN-CODE
               Go to 2500-Exit
           End-if.
           Perform 2510-Read-One-Index-Row thru 2510-Exit
               until END-OF-INPUT.
           Move 'N' to WS-EOF-SWITCH.
           Close Archive-Index-File.

       2500-Exit.
           Exit.

       2510-Read-One-Index-Row.
           Read Archive-Index-File into Archive-Index-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 2510-Exit
           end-read.
           Move Archive-Index-In to ARCHIVE-INDEX-RECORD.
           Add 1 to WS-INDEX-ROWS-READ.
           If ARX-TOTAL-COUNT not numeric
               or ARX-TOTAL-COUNT = Zero
               Go to 2510-Exit
           End-if.
           If ARX-LOW-CUSTOMER not = Spaces
               Move 'N' to WS-FOUND-SWITCH
               Perform 2520-Check-Customer-Range thru 2520-Exit
                   varying WS-CUSTOMER-INDEX from 1 by 1
                   until WS-CUSTOMER-INDEX > WS-CUSTOMER-COUNT
                   or TABLE-ROW-FOUND
               If not TABLE-ROW-FOUND
                   Go to 2510-Exit
               End-if
           End-if.

           Move 'N' to WS-FOUND-SWITCH.
           If WS-GENERATION-COUNT > Zero
               Set GEN-IDX to 1
               Search GENERATION-ENTRY
                   when GEN-ARCHIVE-DATE(GEN-IDX) = ARX-ARCHIVE-DATE
                       Move 'Y' to WS-FOUND-SWITCH
               end-search
           End-if.
           If TABLE-ROW-FOUND
               Go to 2510-Exit
           End-if.
           If WS-GENERATION-COUNT = 500
               Add 1 to WS-GENERATION-OVERFLOWS
               Move 4 to WS-RETURN-CODE
               Display "ANGLO-DOSSIER: more than 500 generations - "
                   ARX-ARCHIVE-DATE " not read" upon stdout
               Go to 2510-Exit
           End-if.
           Add 1 to WS-GENERATION-COUNT.
           Move ARX-ARCHIVE-DATE to
               GEN-ARCHIVE-DATE(WS-GENERATION-COUNT).
           Move 'N' to GEN-FOUND-SWITCH(WS-GENERATION-COUNT).
           Move Spaces to GEN-DSN(WS-GENERATION-COUNT).
           String WS-ARCHIVE-PREFIX delimited by space
                  ".D" delimited by size
                  ARX-ARCHIVE-DATE delimited by size
               into GEN-DSN(WS-GENERATION-COUNT)
           end-string.

       2510-Exit.
           Exit.

       2520-Check-Customer-Range.
           If CUS-NUMBER(WS-CUSTOMER-INDEX) not < ARX-LOW-CUSTOMER
               and CUS-NUMBER(WS-CUSTOMER-INDEX)
                   not > ARX-HIGH-CUSTOMER
               Move 'Y' to WS-FOUND-SWITCH
           End-if.

       2520-Exit.
           Exit.

      *****************************************************************
      *  2600-GATHER-ONE-GENERATION                                   *
      *  Every conversion on one selected archive generation.  A      *
      *  generation the index names but that cannot be found leaves   *
      *  the dossiers incomplete: it is listed at the foot of the     *
      *  dossier report and ends the job with a warning.              *
      *****************************************************************
       2600-Gather-One-Generation.
           Move GEN-DSN(WS-GENERATION-INDEX) to WS-ARCHIVE-DSN.
           Move Spaces to WS-ARCHIVE-LABEL.
           String "D" delimited by size
                  GEN-ARCHIVE-DATE(WS-GENERATION-INDEX)
                      delimited by size
               into WS-ARCHIVE-LABEL
           end-string.
           Open input  Archive-File.
           If WS-ARCHIVE-STATUS not = "00"
               Add 1 to WS-GENERATIONS-MISSING
               Move 4 to WS-RETURN-CODE
               Display "ANGLO-DOSSIER: archive generation "
                   WS-ARCHIVE-DSN " open status " WS-ARCHIVE-STATUS
                   upon stdout
               If WS-ARCHIVE-STATUS = "05"
                   Close Archive-File
               End-if
               Go to 2600-Exit
           End-if.
           Move 'Y' to GEN-FOUND-SWITCH(WS-GENERATION-INDEX).
           Add 1 to WS-GENERATIONS-READ.
           Move 'Y' to WS-ARCHIVED-SWITCH.
           Perform 2610-Read-One-Archive-Row thru 2610-Exit
               until END-OF-INPUT.
           Move 'N' to WS-EOF-SWITCH.
           Move 'N' to WS-ARCHIVED-SWITCH.
           Close Archive-File.

       2600-Exit.
           Exit.

       2610-Read-One-Archive-Row.
           Read Archive-File into Archive-Record-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 2610-Exit
           end-read.
           Move Archive-Record-In to AUDIT-RECORD.
           If AUC-BRACKET-HEADER or AUC-BRACKET-TRAILER
               Add 1 to WS-CONTROL-ROWS-SKIPPED
               Go to 2610-Exit
           End-if.
           Add 1 to WS-ARCHIVE-ROWS-READ.
           Perform 4300-Release-Audit-Entry thru 4300-Exit.

       2610-Exit.
           Exit.

      *****************************************************************
      *  2700-GATHER-REJECTS                                          *
      *  Every reject for the customer.  REJFILE rows carry no date   *
      *  or run of their own; both come from the card.                *
      *****************************************************************
       2700-Gather-Rejects.
           Open input  Reject-File.
           If WS-REJFILE-STATUS not = "00"
               and WS-REJFILE-STATUS not = "05"
               Display "ANGLO-DOSSIER: Reject-File open status "
                   WS-REJFILE-STATUS upon stdout
               Move 4 to WS-RETURN-CODE
               Go to 2700-Exit
           End-if.
           Perform 2710-Read-One-Reject thru 2710-Exit
               until END-OF-INPUT.
           Move 'N' to WS-EOF-SWITCH.
           Close Reject-File.

       2700-Exit.
           Exit.

       2710-Read-One-Reject.
           Read Reject-File into Reject-Record-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 2710-Exit
           end-read.
           Move Reject-Record-In to REJECT-RECORD.
           Move REJ-CUSTOMER-NUMBER to AUD-CUSTOMER-NUMBER.
           Perform 4100-Find-Customer thru 4100-Exit.
           If not TABLE-ROW-FOUND
               Go to 2710-Exit
           End-if.
           Perform 4000-Clear-Sort-Record thru 4000-Exit.
           Move REJ-CUSTOMER-NUMBER to SRT-CUSTOMER-NUMBER.
           Move '2' to SRT-SECTION.
           Move WS-REJECT-DATE to SRT-EVENT-DATE.
           Move "REJFILE" to SRT-SOURCE.
           Move REJ-NAME-TYPE-CODE to SRT-NAME-TYPE-CODE.
           Move DSC-REJECT-RUN-ID to SRT-RUN-ID.
           String "REJECTED - REASON " delimited by size
                  REJ-REASON-CODE delimited by size
                  " - NOTHING OUTPUT" delimited by size
               into SRT-WHAT
           end-string.
           Move REJ-REASON-TEXT to SRT-WHY.
           Move "SUBMITTED" to SRT-NAME-LABEL(1).
           Move REJ-ORIGINAL-INPUT to SRT-NAME(1).
           Perform 4050-Release-Entry thru 4050-Exit.
           Add 1 to WS-REJFILE-EVENTS.
           Move REJ-ORIGINAL-INPUT to WS-SEARCH-ORIGINAL.
           Perform 4200-Note-Original thru 4200-Exit.

       2710-Exit.
           Exit.

      *****************************************************************
      *  2800-GATHER-REVIEW-LEDGER                                    *
      *  Every name still waiting on a reviewer's choice of reading,  *
      *  dated from the day it was first routed.                      *
      *****************************************************************
       2800-Gather-Review-Ledger.
           Open input  Ledger-File.
           If WS-REVLDGR-STATUS not = "00"
               and WS-REVLDGR-STATUS not = "05"
               Display "ANGLO-DOSSIER: Ledger-File open status "
                   WS-REVLDGR-STATUS upon stdout
               Move 4 to WS-RETURN-CODE
               Go to 2800-Exit
           End-if.
           Perform 2810-Read-One-Ledger-Row thru 2810-Exit
               until END-OF-INPUT.
           Move 'N' to WS-EOF-SWITCH.
           Close Ledger-File.

       2800-Exit.
           Exit.

       2810-Read-One-Ledger-Row.
           Read Ledger-File into Ledger-Record-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 2810-Exit
           end-read.
           Move Ledger-Record-In to REVIEW-LEDGER-RECORD.
           Move RVL-CUSTOMER-NUMBER to AUD-CUSTOMER-NUMBER.
           Perform 4100-Find-Customer thru 4100-Exit.
           If not TABLE-ROW-FOUND
               Go to 2810-Exit
           End-if.
           Perform 4000-Clear-Sort-Record thru 4000-Exit.
           Move RVL-CUSTOMER-NUMBER to SRT-CUSTOMER-NUMBER.
           Move '2' to SRT-SECTION.
           Move RVL-FIRST-SEEN-DATE to SRT-EVENT-DATE.
           Move "REVLDGR" to SRT-SOURCE.
           Move RVL-NAME-TYPE-CODE to SRT-NAME-TYPE-CODE.
           Move "ROUTED TO REVIEW - AWAITING DECISION" to SRT-WHAT.
           Move RVL-CANDIDATE-COUNT to WS-DISPLAY-COUNT.
           Move RVL-AGE-RUNS to WS-DISPLAY-AGE.
           String "KANJI HAS " delimited by size
                  WS-DISPLAY-COUNT delimited by size
                  " CANDIDATE READINGS - WAITING " delimited by size
                  WS-DISPLAY-AGE delimited by size
                  " RUNS" delimited by size
               into SRT-WHY
           end-string.
           Move "SUBMITTED" to SRT-NAME-LABEL(1).
           Move RVL-ORIGINAL-INPUT to SRT-NAME(1).
           Move "KANJI" to SRT-NAME-LABEL(2).
           Move RVL-KANJI to SRT-NAME(2).
           Move "CANDIDATES" to SRT-NAME-LABEL(3).
           Perform 2820-Move-One-Candidate thru 2820-Exit
               varying WS-READING-INDEX from 1 by 1
               until WS-READING-INDEX > 4
               or WS-READING-INDEX > RVL-CANDIDATE-COUNT.
           Perform 4050-Release-Entry thru 4050-Exit.
           Add 1 to WS-REVLDGR-EVENTS.
           Move RVL-ORIGINAL-INPUT to WS-SEARCH-ORIGINAL.
           Perform 4200-Note-Original thru 4200-Exit.

       2810-Exit.
           Exit.

       2820-Move-One-Candidate.
           Move RVL-CANDIDATE-READING(WS-READING-INDEX) to
               SRT-READING(3, WS-READING-INDEX).

       2820-Exit.
           Exit.

      *****************************************************************
      *  3000-GATHER-OVERRIDE-CHANGES                                 *
      *  Every override-table change, applied or rejected, whose      *
      *  original form is one of a customer's originals -- the        *
      *  override row behind that customer's name.                    *
      *****************************************************************
       3000-Gather-Override-Changes.
           If WS-ORIGINAL-COUNT = Zero
               Go to 3000-Exit
           End-if.
           Open input  Override-History-File.
           If WS-OVRHIST-STATUS not = "00"
               and WS-OVRHIST-STATUS not = "05"
               Display "ANGLO-DOSSIER: Override-History-File open "
                   "status " WS-OVRHIST-STATUS upon stdout
               Move 4 to WS-RETURN-CODE
               Go to 3000-Exit
           End-if.
           Perform 3010-Read-One-Override-Change thru 3010-Exit
               until END-OF-INPUT.
           Move 'N' to WS-EOF-SWITCH.
           Close Override-History-File.

       3000-Exit.
           Exit.

       3010-Read-One-Override-Change.
           Read Override-History-File into Override-History-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 3010-Exit
           end-read.
           Move Override-History-In to OVERRIDE-HISTORY-RECORD.
           Perform 3020-Match-One-Original thru 3020-Exit
               varying WS-SCAN-INDEX from 1 by 1
               until WS-SCAN-INDEX > WS-ORIGINAL-COUNT.

       3010-Exit.
           Exit.

       3020-Match-One-Original.
           If OVH-ORIGINAL-FORM not = ORG-ORIGINAL(WS-SCAN-INDEX)
               Go to 3020-Exit
           End-if.
           Move ORG-CUSTOMER-INDEX(WS-SCAN-INDEX) to WS-CUSTOMER-INDEX.
           Perform 4000-Clear-Sort-Record thru 4000-Exit.
           Move CUS-NUMBER(WS-CUSTOMER-INDEX) to SRT-CUSTOMER-NUMBER.
           Move '2' to SRT-SECTION.
           Move OVH-TIMESTAMP(1:8) to SRT-EVENT-DATE.
           Move OVH-TIMESTAMP(9:8) to SRT-EVENT-TIME.
           Move "OVRHIST" to SRT-SOURCE.
           If OVH-ACTION-CODE = 'A'
               Move "OVERRIDE ROW ADDED" to SRT-WHAT
           Else
               If OVH-ACTION-CODE = 'D'
                   Move "OVERRIDE ROW DELETED" to SRT-WHAT
               Else
                   Move "OVERRIDE ROW CHANGED" to SRT-WHAT
               End-if
           End-if.
      *    ----  a change made under dual control names its       --
      *    ----  checker after the maker.                           --
           If OVH-CHECKER-ID = Spaces
               String "BY " delimited by size
                      OVH-USER-ID delimited by space
                      " - " delimited by size
                      OVH-DISPOSITION delimited by size
                   into SRT-WHY
               end-string
           Else
               String "BY " delimited by size
                      OVH-USER-ID delimited by space
                      "/" delimited by size
                      OVH-CHECKER-ID delimited by space
                      " - " delimited by size
                      OVH-DISPOSITION delimited by size
                   into SRT-WHY
               end-string
           End-if.
           Move "OVERRIDE FOR" to SRT-NAME-LABEL(1).
           Move OVH-ORIGINAL-FORM to SRT-NAME(1).
           Move "BEFORE" to SRT-NAME-LABEL(2).
           Move OVH-OLD-FORCED-OUTPUT to SRT-NAME(2).
           Move "AFTER" to SRT-NAME-LABEL(3).
           Move OVH-NEW-FORCED-OUTPUT to SRT-NAME(3).
           Perform 4050-Release-Entry thru 4050-Exit.
           Add 1 to WS-OVRHIST-EVENTS.

       3020-Exit.
           Exit.

      *****************************************************************
      *  3100-GATHER-KANJI-CHANGES                                    *
      *  Every dictionary change, applied or rejected, to a kanji     *
      *  that appears in one of a customer's originals.               *
      *****************************************************************
       3100-Gather-Kanji-Changes.
           If WS-CHARACTER-COUNT = Zero
               Go to 3100-Exit
           End-if.
           Open input  Kanji-History-File.
           If WS-KNJHIST-STATUS not = "00"
               and WS-KNJHIST-STATUS not = "05"
               Display "ANGLO-DOSSIER: Kanji-History-File open "
                   "status " WS-KNJHIST-STATUS upon stdout
               Move 4 to WS-RETURN-CODE
               Go to 3100-Exit
           End-if.
           Perform 3110-Read-One-Kanji-Change thru 3110-Exit
               until END-OF-INPUT.
           Move 'N' to WS-EOF-SWITCH.
           Close Kanji-History-File.

       3100-Exit.
           Exit.

       3110-Read-One-Kanji-Change.
           Read Kanji-History-File into Kanji-History-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 3110-Exit
           end-read.
           Move Kanji-History-In to KANJI-HISTORY-RECORD.
           Perform 3120-Match-One-Character thru 3120-Exit
               varying WS-SCAN-INDEX from 1 by 1
               until WS-SCAN-INDEX > WS-CHARACTER-COUNT.

       3110-Exit.
           Exit.

       3120-Match-One-Character.
           If KNH-KANJI not = CHR-CHARACTER(WS-SCAN-INDEX)
               Go to 3120-Exit
           End-if.
           Move CHR-CUSTOMER-INDEX(WS-SCAN-INDEX) to WS-CUSTOMER-INDEX.
           Perform 4000-Clear-Sort-Record thru 4000-Exit.
           Move CUS-NUMBER(WS-CUSTOMER-INDEX) to SRT-CUSTOMER-NUMBER.
           Move '2' to SRT-SECTION.
           Move KNH-TIMESTAMP(1:8) to SRT-EVENT-DATE.
           Move KNH-TIMESTAMP(9:8) to SRT-EVENT-TIME.
           Move "KNJHIST" to SRT-SOURCE.
           If KNH-ACTION-CODE = 'A'
               Move "KANJI READING ADDED" to SRT-WHAT
           Else
               If KNH-ACTION-CODE = 'D'
                   Move "KANJI READING DELETED" to SRT-WHAT
               Else
                   Move "KANJI READING CHANGED" to SRT-WHAT
               End-if
           End-if.
           If KNH-CHECKER-ID = Spaces
               String "USE " delimited by size
                      KNH-NAME-USE delimited by size
                      " BY " delimited by size
                      KNH-USER-ID delimited by space
                      " - " delimited by size
                      KNH-DISPOSITION delimited by size
                   into SRT-WHY
               end-string
           Else
               String "USE " delimited by size
                      KNH-NAME-USE delimited by size
                      " BY " delimited by size
                      KNH-USER-ID delimited by space
                      "/" delimited by size
                      KNH-CHECKER-ID delimited by space
                      " - " delimited by size
                      KNH-DISPOSITION delimited by size
                   into SRT-WHY
               end-string
           End-if.
           Move "KANJI" to SRT-NAME-LABEL(1).
           Move KNH-KANJI to SRT-NAME(1).
           Move "BEFORE" to SRT-NAME-LABEL(2).
           Move KNH-OLD-READING to SRT-NAME(2).
           Move "AFTER" to SRT-NAME-LABEL(3).
           Move KNH-NEW-READING to SRT-NAME(3).
           Perform 4050-Release-Entry thru 4050-Exit.
           Add 1 to WS-KNJHIST-EVENTS.

       3120-Exit.
           Exit.

      *****************************************************************
      *  3200-GATHER-VARIANT-CHANGES                                  *
      *  Every folding-table change, applied or rejected, to a        *
      *  variant kanji that appears in one of a customer's originals, *
      *  with the standard it folded to before and after.             *
      *****************************************************************
       3200-Gather-Variant-Changes.
           If WS-CHARACTER-COUNT = Zero
               Go to 3200-Exit
           End-if.
           Open input  Variant-History-File.
           If WS-VARHIST-STATUS not = "00"
               and WS-VARHIST-STATUS not = "05"
               Display "ANGLO-DOSSIER: Variant-History-File open "
                   "status " WS-VARHIST-STATUS upon stdout
               Move 4 to WS-RETURN-CODE
               Go to 3200-Exit
           End-if.
           Perform 3210-Read-One-Variant-Change thru 3210-Exit
               until END-OF-INPUT.
           Move 'N' to WS-EOF-SWITCH.
           Close Variant-History-File.

       3200-Exit.
           Exit.

       3210-Read-One-Variant-Change.
           Read Variant-History-File into Variant-History-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 3210-Exit
           end-read.
           Move Variant-History-In to VARIANT-HISTORY-RECORD.
           Perform 3220-Match-One-Variant thru 3220-Exit
               varying WS-SCAN-INDEX from 1 by 1
               until WS-SCAN-INDEX > WS-CHARACTER-COUNT.

       3210-Exit.
           Exit.

       3220-Match-One-Variant.
           If VRH-VARIANT-KANJI not = CHR-CHARACTER(WS-SCAN-INDEX)
               Go to 3220-Exit
           End-if.
           Move CHR-CUSTOMER-INDEX(WS-SCAN-INDEX) to WS-CUSTOMER-INDEX.
           Perform 4000-Clear-Sort-Record thru 4000-Exit.
           Move CUS-NUMBER(WS-CUSTOMER-INDEX) to SRT-CUSTOMER-NUMBER.
           Move '2' to SRT-SECTION.
           Move VRH-TIMESTAMP(1:8) to SRT-EVENT-DATE.
           Move VRH-TIMESTAMP(9:8) to SRT-EVENT-TIME.
           Move "VARHIST" to SRT-SOURCE.
           If VRH-ACTION-CODE = 'A'
               Move "VARIANT FOLD ADDED" to SRT-WHAT
           Else
               If VRH-ACTION-CODE = 'D'
                   Move "VARIANT FOLD DELETED" to SRT-WHAT
               Else
                   Move "VARIANT FOLD CHANGED" to SRT-WHAT
               End-if
           End-if.
           If VRH-CHECKER-ID = Spaces
               String "BY " delimited by size
                      VRH-USER-ID delimited by space
                      " - " delimited by size
                      VRH-DISPOSITION delimited by size
                   into SRT-WHY
               end-string
           Else
               String "BY " delimited by size
                      VRH-USER-ID delimited by space
                      "/" delimited by size
                      VRH-CHECKER-ID delimited by space
                      " - " delimited by size
                      VRH-DISPOSITION delimited by size
                   into SRT-WHY
               end-string
           End-if.
           Move "VARIANT" to SRT-NAME-LABEL(1).
           Move VRH-VARIANT-KANJI to SRT-NAME(1).
           Move "BEFORE" to SRT-NAME-LABEL(2).
           Move VRH-OLD-STANDARD-KANJI to SRT-NAME(2).
           Move "AFTER" to SRT-NAME-LABEL(3).
           Move VRH-NEW-STANDARD-KANJI to SRT-NAME(3).
           Perform 4050-Release-Entry thru 4050-Exit.
           Add 1 to WS-VARHIST-EVENTS.

       3220-Exit.
           Exit.

      *****************************************************************
      *  4000-CLEAR-SORT-RECORD                                       *
      *  The name slots are national and are cleared one by one: a    *
      *  group move of spaces would not leave national spaces.        *
      *****************************************************************
       4000-Clear-Sort-Record.
           Move Spaces to Sort-Record.
           Move Zero to SRT-RELEASE-SEQUENCE.
           Move Spaces to SRT-NAME(1).
           Move Spaces to SRT-NAME(2).
           Move Spaces to SRT-NAME(3).

       4000-Exit.
           Exit.

       4050-Release-Entry.
           Add 1 to WS-RELEASE-SEQUENCE.
           Move WS-RELEASE-SEQUENCE to SRT-RELEASE-SEQUENCE.
           Release Sort-Record.

       4050-Exit.
           Exit.

      *****************************************************************
      *  4100-FIND-CUSTOMER                                           *
      *  Looks up AUD-CUSTOMER-NUMBER among the customers asked for;  *
      *  on a hit WS-CUSTOMER-INDEX is its entry.                     *
      *****************************************************************
       4100-Find-Customer.
           Move 'N' to WS-FOUND-SWITCH.
           If WS-CUSTOMER-COUNT = Zero
               Go to 4100-Exit
           End-if.
           Set CUS-IDX to 1.
           Search CUSTOMER-ENTRY
               when CUS-NUMBER(CUS-IDX) = AUD-CUSTOMER-NUMBER
                   Move 'Y' to WS-FOUND-SWITCH
                   Set WS-CUSTOMER-INDEX to CUS-IDX
           end-search.

       4100-Exit.
           Exit.

      *****************************************************************
      *  4200-NOTE-ORIGINAL                                           *
      *  Adds WS-SEARCH-ORIGINAL to the customer's distinct           *
      *  originals, and each character in it to the customer's        *
      *  distinct characters -- a variant kanji together with the     *
      *  standard form it folds to.  A full table is counted and the  *
      *  job ends with a warning: a change log match could be missed. *
      *****************************************************************
       4200-Note-Original.
           If WS-SEARCH-ORIGINAL = Spaces
               Go to 4200-Exit
           End-if.
           Move 'N' to WS-FOUND-SWITCH.
           If WS-ORIGINAL-COUNT > Zero
               Set ORG-IDX to 1
               Search ORIGINAL-ENTRY
                   when ORG-CUSTOMER-INDEX(ORG-IDX) = WS-CUSTOMER-INDEX
                       and ORG-ORIGINAL(ORG-IDX) = WS-SEARCH-ORIGINAL
                       Move 'Y' to WS-FOUND-SWITCH
               end-search
           End-if.
           If TABLE-ROW-FOUND
               Go to 4200-Exit
           End-if.
           If WS-ORIGINAL-COUNT = 2000
               Add 1 to WS-ORIGINAL-OVERFLOWS
               Move 4 to WS-RETURN-CODE
               Go to 4200-Exit
           End-if.
           Add 1 to WS-ORIGINAL-COUNT.
           Move WS-CUSTOMER-INDEX to
               ORG-CUSTOMER-INDEX(WS-ORIGINAL-COUNT).
           Move WS-SEARCH-ORIGINAL to ORG-ORIGINAL(WS-ORIGINAL-COUNT).
           Perform 4210-Note-One-Character thru 4210-Exit
               varying WS-CHAR-INDEX from 1 by 1
               until WS-CHAR-INDEX > 64.

       4200-Exit.
           Exit.

       4210-Note-One-Character.
           If WS-SEARCH-ORIGINAL(WS-CHAR-INDEX:1) = N" "
               Go to 4210-Exit
           End-if.
           Move WS-SEARCH-ORIGINAL(WS-CHAR-INDEX:1) to
               WS-SEARCH-CHARACTER.
           Perform 4220-Add-Character thru 4220-Exit.
           If WS-VARIANT-COUNT = Zero
               Go to 4210-Exit
           End-if.
           Move 'N' to WS-FOLDED-SWITCH.
           Set VAR-IDX to 1.
           Search VARIANT-ENTRY
               at end
                   Continue
               when VAR-TAB-VARIANT(VAR-IDX) = WS-SEARCH-CHARACTER
                   Move VAR-TAB-STANDARD(VAR-IDX) to
                       WS-SEARCH-CHARACTER
                   Move 'Y' to WS-FOLDED-SWITCH
           end-search.
           If CHARACTER-WAS-FOLDED
               Perform 4220-Add-Character thru 4220-Exit
           End-if.

       4210-Exit.
           Exit.

       4220-Add-Character.
           Move 'N' to WS-FOUND-SWITCH.
           If WS-CHARACTER-COUNT > Zero
               Set CHR-IDX to 1
               Search CHARACTER-ENTRY
                   when CHR-CUSTOMER-INDEX(CHR-IDX) = WS-CUSTOMER-INDEX
                       and CHR-CHARACTER(CHR-IDX) = WS-SEARCH-CHARACTER
                       Move 'Y' to WS-FOUND-SWITCH
               end-search
           End-if.
           If TABLE-ROW-FOUND
               Go to 4220-Exit
           End-if.
           If WS-CHARACTER-COUNT = 20000
               Add 1 to WS-CHARACTER-OVERFLOWS
               Move 4 to WS-RETURN-CODE
               Go to 4220-Exit
           End-if.
           Add 1 to WS-CHARACTER-COUNT.
           Move WS-CUSTOMER-INDEX to
               CHR-CUSTOMER-INDEX(WS-CHARACTER-COUNT).
           Move WS-SEARCH-CHARACTER to
               CHR-CHARACTER(WS-CHARACTER-COUNT).

       4220-Exit.
           Exit.

      *****************************************************************
      *  4300-RELEASE-AUDIT-ENTRY                                     *
      *  One conversion from the AUDFILE or an archive generation,    *
      *  when it is for one of the customers.  The why names the      *
      *  partition and sequence the row was written under, anything   *
      *  done to the name on the way, and for an archived row the     *
      *  generation it was read from.                                 *
      *****************************************************************
       4300-Release-Audit-Entry.
           Perform 4100-Find-Customer thru 4100-Exit.
           If not TABLE-ROW-FOUND
               Go to 4300-Exit
           End-if.
           Perform 4000-Clear-Sort-Record thru 4000-Exit.
           Move AUD-CUSTOMER-NUMBER to SRT-CUSTOMER-NUMBER.
           Move '2' to SRT-SECTION.
           Move AUD-TIMESTAMP(1:8) to SRT-EVENT-DATE.
           Move AUD-TIMESTAMP(9:8) to SRT-EVENT-TIME.
           Move AUD-NAME-TYPE-CODE to SRT-NAME-TYPE-CODE.
           Move AUD-RUN-ID to SRT-RUN-ID.
           If AUD-TYPE-STRAIGHT
               Move "CONVERTED - MECHANICAL ROMANIZATION" to SRT-WHAT
           Else
               If AUD-TYPE-OVERRIDE
                   Move "CONVERTED - OVERRIDE ROW FORCED OUTPUT"
                       to SRT-WHAT
               Else
                   If AUD-TYPE-REVERSE
                       Move "CONVERTED - REVERSE MODE" to SRT-WHAT
                   Else
                       String "CONVERTED - TYPE " delimited by size
                              AUD-CONVERSION-TYPE delimited by size
                           into SRT-WHAT
                       end-string
                   End-if
               End-if
           End-if.
           Move 1 to WS-STRING-POINTER.
           String "PARTITION " delimited by size
                  AUD-PARTITION-NUMBER delimited by size
                  " SEQUENCE " delimited by size
                  AUD-SEQUENCE-NUMBER delimited by size
               into SRT-WHY with pointer WS-STRING-POINTER
           end-string.
           If AUD-WAS-TRUNCATED
               String " TRUNCATED" delimited by size
                   into SRT-WHY with pointer WS-STRING-POINTER
               end-string
           End-if.
           If AUD-WAS-NORMALIZED
               String " NORMALIZED" delimited by size
                   into SRT-WHY with pointer WS-STRING-POINTER
               end-string
           End-if.
           If AUD-WAS-VARIANT-FOLDED
               String " VARIANT FOLDED" delimited by size
                   into SRT-WHY with pointer WS-STRING-POINTER
               end-string
           End-if.
           If ROW-IS-ARCHIVED
               Move "ARCHIVE" to SRT-SOURCE
               String " GEN " delimited by size
                      WS-ARCHIVE-LABEL delimited by space
                   into SRT-WHY with pointer WS-STRING-POINTER
               end-string
               Add 1 to WS-ARCHIVE-EVENTS
           Else
               Move "AUDFILE" to SRT-SOURCE
               Add 1 to WS-AUDFILE-EVENTS
           End-if.
           Move "SUBMITTED" to SRT-NAME-LABEL(1).
           Move AUD-ORIGINAL-INPUT to SRT-NAME(1).
           Move "PRODUCED" to SRT-NAME-LABEL(2).
           Move AUD-CONVERTED-OUTPUT to SRT-NAME(2).
           Perform 4050-Release-Entry thru 4050-Exit.
           If not AUD-TYPE-REVERSE
               Move AUD-ORIGINAL-INPUT to WS-SEARCH-ORIGINAL
               Perform 4200-Note-Original thru 4200-Exit
           End-if.

       4300-Exit.
           Exit.

      *****************************************************************
      *  5000-PRINT-DOSSIERS                                          *
      *  Sort output procedure.  Each customer's marker starts a new  *
      *  dossier; the names on the master come first, then the       *
      *  history in date order.                                       *
      *****************************************************************
       5000-Print-Dossiers.
           Perform 5100-Take-One-Entry thru 5100-Exit
               until END-OF-SORTED-INPUT.
           Perform 5200-Finish-Dossier thru 5200-Exit.
           If WS-GENERATIONS-MISSING > Zero
               Perform 5500-Print-Missing-Generations thru 5500-Exit
           End-if.

       5000-Exit.
           Exit.

       5100-Take-One-Entry.
           Return Sort-Work-File
               at end
                   Move 'Y' to WS-SORT-EOF-SWITCH
                   Go to 5100-Exit
           end-return.

           If SRT-CUSTOMER-MARKER
               Perform 5200-Finish-Dossier thru 5200-Exit
               Perform 5300-Start-Dossier thru 5300-Exit
               Go to 5100-Exit
           End-if.

           If SRT-CURRENT-NAME
               If WS-CURRENT-PRINTED = Zero
                   Move Spaces to Dossier-Report-Line
                   Move "  CURRENT NAMES" to Dossier-Report-Line
                   Write Dossier-Report-Line
                   Move WS-HEADING-LINE to Dossier-Report-Line
                   Write Dossier-Report-Line
               End-if
               Add 1 to WS-CURRENT-PRINTED
           Else
               If WS-HISTORY-PRINTED = Zero
                   Perform 5150-Start-History thru 5150-Exit
               End-if
               Add 1 to WS-HISTORY-PRINTED
           End-if.
           Perform 5400-Print-Entry thru 5400-Exit.

       5100-Exit.
           Exit.

       5150-Start-History.
           If WS-CURRENT-PRINTED = Zero
               Move Spaces to Dossier-Report-Line
               Move "  CURRENT NAMES" to Dossier-Report-Line
               Write Dossier-Report-Line
               Move Spaces to Dossier-Report-Line
               Move "    NONE ON THE MASTER" to Dossier-Report-Line
               Write Dossier-Report-Line
           End-if.
           Move Spaces to Dossier-Report-Line.
           Write Dossier-Report-Line.
           Move "  HISTORY" to Dossier-Report-Line.
           Write Dossier-Report-Line.
           Move WS-HEADING-LINE to Dossier-Report-Line.
           Write Dossier-Report-Line.

       5150-Exit.
           Exit.

      *****************************************************************
      *  5200-FINISH-DOSSIER                                          *
      *  Closes off the dossier in hand, saying so when the system    *
      *  holds nothing at all for the customer.                       *
      *****************************************************************
       5200-Finish-Dossier.
           If not DOSSIER-IS-OPEN
               Go to 5200-Exit
           End-if.
           If WS-CURRENT-PRINTED = Zero
               and WS-HISTORY-PRINTED = Zero
               Add 1 to WS-DOSSIERS-EMPTY
               Move Spaces to Dossier-Report-Line
               Move "  NOTHING HELD FOR THIS CUSTOMER"
                   to Dossier-Report-Line
               Write Dossier-Report-Line
           Else
               If WS-HISTORY-PRINTED = Zero
                   Move Spaces to Dossier-Report-Line
                   Write Dossier-Report-Line
                   Move "  HISTORY" to Dossier-Report-Line
                   Write Dossier-Report-Line
                   Move Spaces to Dossier-Report-Line
                   Move "    NONE HELD" to Dossier-Report-Line
                   Write Dossier-Report-Line
               End-if
           End-if.
           Move Spaces to Dossier-Report-Line.
           String "==== END OF DOSSIER " delimited by size
                  WS-DOSSIER-CUSTOMER delimited by size
               into Dossier-Report-Line
           end-string.
           Write Dossier-Report-Line.
           Move Spaces to Dossier-Report-Line.
           Write Dossier-Report-Line.
           Move 'N' to WS-DOSSIER-OPEN-SWITCH.

       5200-Exit.
           Exit.

       5300-Start-Dossier.
           Move 'Y' to WS-DOSSIER-OPEN-SWITCH.
           Move SRT-CUSTOMER-NUMBER to WS-DOSSIER-CUSTOMER.
           Add 1 to WS-DOSSIERS-WRITTEN.
           Move Zero to WS-CURRENT-PRINTED.
           Move Zero to WS-HISTORY-PRINTED.
           Move Spaces to Dossier-Report-Line.
           String "==== NAME DOSSIER - CUSTOMER " delimited by size
                  SRT-CUSTOMER-NUMBER delimited by size
                  "  CASE " delimited by size
                  SRT-WHAT(1:20) delimited by size
                  "  PREPARED " delimited by size
                  WS-ACCEPT-DATE delimited by size
               into Dossier-Report-Line
           end-string.
           Write Dossier-Report-Line.

       5300-Exit.
           Exit.

      *****************************************************************
      *  5400-PRINT-ENTRY                                             *
      *****************************************************************
       5400-Print-Entry.
           Move SRT-EVENT-DATE to WS-EVL-DATE.
           Move SRT-EVENT-TIME to WS-EVL-TIME.
           Move SRT-SOURCE to WS-EVL-SOURCE.
           Move SRT-NAME-TYPE-CODE to WS-EVL-NAME-TYPE.
           Move SRT-RUN-ID to WS-EVL-RUN-ID.
           Move SRT-WHAT to WS-EVL-WHAT.
           Move SRT-WHY to WS-EVL-WHY.
           Move WS-EVENT-LINE to Dossier-Report-Line.
           Write Dossier-Report-Line.
           Add 1 to WS-EVENTS-PRINTED.
           Perform 5410-Print-Name thru 5410-Exit
               varying WS-SCAN-INDEX from 1 by 1
               until WS-SCAN-INDEX > 3.

       5400-Exit.
           Exit.

       5410-Print-Name.
           If SRT-NAME-LABEL(WS-SCAN-INDEX) = Spaces
               Go to 5410-Exit
           End-if.
           Move SRT-NAME-LABEL(WS-SCAN-INDEX) to WS-NML-LABEL.
           Move SRT-NAME(WS-SCAN-INDEX) to WS-NML-NAME.
           Move WS-NAME-LINE to Dossier-Report-Line.
           Write Dossier-Report-Line.

       5410-Exit.
           Exit.

      *****************************************************************
      *  5500-PRINT-MISSING-GENERATIONS                               *
      *****************************************************************
       5500-Print-Missing-Generations.
           Move Spaces to Dossier-Report-Line.
           Move "==== ARCHIVE GENERATIONS MISSING - DOSSIERS INCOMPLETE"
               to Dossier-Report-Line.
           Write Dossier-Report-Line.
           Perform 5510-Print-One-Missing thru 5510-Exit
               varying WS-GENERATION-INDEX from 1 by 1
               until WS-GENERATION-INDEX > WS-GENERATION-COUNT.

       5500-Exit.
           Exit.

       5510-Print-One-Missing.
           If GENERATION-WAS-FOUND(WS-GENERATION-INDEX)
               Go to 5510-Exit
           End-if.
           Move Spaces to Dossier-Report-Line.
           String "    " delimited by size
                  GEN-DSN(WS-GENERATION-INDEX) delimited by size
               into Dossier-Report-Line
           end-string.
           Write Dossier-Report-Line.

       5510-Exit.
           Exit.

      *****************************************************************
      *  8000-FINALIZE                                                *
      *****************************************************************
       8000-Finalize.
      *    ----  the FILLER tail of WS-REPORT-LINE is never moved to  --
      *    ----  and otherwise still holds low-values, which a line   --
      *    ----  sequential WRITE refuses (status 71).                --
           Move Spaces to WS-REPORT-LINE.
           Move Spaces to Control-Report-Line.
           Move "ANGLO-DOSSIER CONTROL REPORT" to Control-Report-Line.
           Write Control-Report-Line.

           Move "REQUESTS READ" to WS-RPT-LABEL.
           Move WS-REQUESTS-READ to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "REQUESTS BLANK" to WS-RPT-LABEL.
           Move WS-REQUESTS-BLANK to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "REQUESTS REPEATING A CUSTOMER" to WS-RPT-LABEL.
           Move WS-REQUESTS-DUPLICATE to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "REQUESTS OVER THE 200-CUSTOMER LIMIT" to WS-RPT-LABEL.
           Move WS-REQUESTS-OVERFLOW to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "DOSSIERS WRITTEN" to WS-RPT-LABEL.
           Move WS-DOSSIERS-WRITTEN to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "DOSSIERS WITH NOTHING HELD" to WS-RPT-LABEL.
           Move WS-DOSSIERS-EMPTY to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "ENTRIES PRINTED" to WS-RPT-LABEL.
           Move WS-EVENTS-PRINTED to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.

           Move "  FROM CNVMAST (NAMES NOW)" to WS-RPT-LABEL.
           Move WS-MASTER-EVENTS to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  FROM NMHIST" to WS-RPT-LABEL.
           Move WS-NMHIST-EVENTS to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  FROM AUDFILE" to WS-RPT-LABEL.
           Move WS-AUDFILE-EVENTS to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  FROM ARCHIVE GENERATIONS" to WS-RPT-LABEL.
           Move WS-ARCHIVE-EVENTS to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  FROM REJFILE" to WS-RPT-LABEL.
           Move WS-REJFILE-EVENTS to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  FROM REVLDGR" to WS-RPT-LABEL.
           Move WS-REVLDGR-EVENTS to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  FROM OVRHIST" to WS-RPT-LABEL.
           Move WS-OVRHIST-EVENTS to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  FROM KNJHIST" to WS-RPT-LABEL.
           Move WS-KNJHIST-EVENTS to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  FROM VARHIST" to WS-RPT-LABEL.
           Move WS-VARHIST-EVENTS to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.

           Move "AUDFILE ROWS READ" to WS-RPT-LABEL.
           Move WS-AUDIT-ROWS-READ to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "ARCHIVE INDEX ROWS READ" to WS-RPT-LABEL.
           Move WS-INDEX-ROWS-READ to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "ARCHIVE GENERATIONS SELECTED" to WS-RPT-LABEL.
           Move WS-GENERATION-COUNT to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "ARCHIVE GENERATIONS READ" to WS-RPT-LABEL.
           Move WS-GENERATIONS-READ to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "ARCHIVE GENERATIONS NOT FOUND" to WS-RPT-LABEL.
           Move WS-GENERATIONS-MISSING to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "ARCHIVE GENERATIONS OVER THE LIMIT" to WS-RPT-LABEL.
           Move WS-GENERATION-OVERFLOWS to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "ARCHIVE ROWS READ" to WS-RPT-LABEL.
           Move WS-ARCHIVE-ROWS-READ to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "AUDIT CONTROL RECORDS SKIPPED" to WS-RPT-LABEL.
           Move WS-CONTROL-ROWS-SKIPPED to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "ORIGINALS NOT TRACED - TABLE FULL" to WS-RPT-LABEL.
           Move WS-ORIGINAL-OVERFLOWS to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "CHARACTERS NOT TRACED - TABLE FULL" to WS-RPT-LABEL.
           Move WS-CHARACTER-OVERFLOWS to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.

           Close Dossier-Report-File.
           Close Control-Report-File.
           Display "ANGLO-DOSSIER: " WS-DOSSIERS-WRITTEN " dossiers, "
               WS-EVENTS-PRINTED " entries, "
               WS-GENERATIONS-MISSING " archive generations missing"
               upon stdout.

       8000-Exit.
           Exit.

       8900-Write-Report-Line.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

       8900-Exit.
           Exit.

       End program ANGLO-DOSSIER.
