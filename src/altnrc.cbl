       Identification division.
       Program-ID.    ANGLO-RECON.
       Author.        Darren Xu.
       Date-written.  October 2026.
       Installation.  WSL2.
       Security.      Non-confidential.

      *****************************************************************
      *  Modification history                                        *
      *  ---------------------------------------------------------    *
      *  2026-10-15 dxu   Original.  Cross-name-type consistency      *
      *                   reconciliation over the converted-name      *
      *                   master (CNVMAST).  Each customer's legal,   *
      *                   mailing and passport rows convert           *
      *                   independently under their own style byte;   *
      *                   this job groups them by customer, splits    *
      *                   each converted name into surname and given  *
      *                   name at the first blank -- the same split   *
      *                   ANGLO-FORMAT applies for PASSFILE -- and    *
      *                   compares the mailing and passport parts     *
      *                   against the legal name's (mailing against   *
      *                   passport where there is no legal name).     *
      *                   The comparison is style-neutral: macrons,   *
      *                   the OH digraph, doubled vowels and the      *
      *                   passport M before B, M and P all fold away, *
      *                   so only a genuinely different romanization  *
      *                   is raised.  Each discrepancy is classified  *
      *                   -- truncation on one type only, an override *
      *                   on one type only, a different dictionary    *
      *                   reading, or a different kana source -- and  *
      *                   written to the exception file (CNXFILE)     *
      *                   and the exception report (CNXRPT) the       *
      *                   account-opening team works from.            *
      *  2026-10-15 dxu   An override file that will not open now     *
      *                   sets return code 8 and the run reconciles   *
      *                   without override classification, instead   *
      *                   of reading the unopened file into the       *
      *                   override table.                             *
      *  2026-10-15 dxu   Exception report headings lined up with     *
      *                   their columns; each kana original now       *
      *                   prints in full on a line of its own.        *
      *****************************************************************

       Environment division.
       Configuration section.
       Source-computer. x64.

       Input-output section.
       File-control.
           Select Converted-Master-File assign to Cnvmast
               organization is indexed
               access mode is sequential
               record key is CNM-KEY
               file status is WS-CNVMAST-STATUS.

           Select Optional Override-File assign to Ovrfile
               organization is line sequential
               file status is WS-OVRFILE-STATUS.

           Select Exception-File assign to Cnxfile
               organization is sequential.

           Select Exception-Report-File assign to Cnxrpt
               organization is line sequential.

           Select Control-Report-File assign to Rptfile
               organization is line sequential.

       Data division.
       File section.

       FD  Converted-Master-File
           label records are standard.
           Copy cnmrec.

       FD  Override-File
           label records are standard.
       01  Override-Record-In          Picture is X(188).

       FD  Exception-File
           label records are standard.
       01  Exception-Record-Out        Picture is X(590).

       FD  Exception-Report-File
           label records are standard.
       01  Exception-Report-Line       Picture is X(160).

       FD  Control-Report-File
           label records are standard.
       01  Control-Report-Line         Picture is X(80).

       Working-storage section.

       77 WS-CNVMAST-STATUS picture is X(02) Value Spaces.
       77 WS-OVRFILE-STATUS picture is X(02) Value Spaces.

           Copy ovrtab.
           Copy cnxrec.
           Copy valchr.

      *    ----  the override original forms only: a name on this     --
      *    ----  table was forced whole by ANGLO-CONVERT, so the      --
      *    ----  table says which of a customer's names never went    --
      *    ----  through the mechanical path at all.                  --
       01  OVERRIDE-TABLE.
           05  WS-OVERRIDE-COUNT        Picture is 9(04)
                                         Usage is Comp
                                         Value is Zero.
           05  OVERRIDE-ENTRY Occurs 0 to 5000 Times
                       Depending on WS-OVERRIDE-COUNT
                       Indexed by OVR-IDX.
               10  OVR-TAB-ORIGINAL     Picture is N(30).

      *    ----  one customer's master rows, one slot per name type   --
      *    ----  (1 legal, 2 mailing, 3 passport), each already       --
      *    ----  split into its surname and given-name parts (1 and   --
      *    ----  2): the kana original's part, whether that part is   --
      *    ----  written in kanji, the single-byte part as PASSFILE   --
      *    ----  would carry it, and the style-neutral match key.     --
       01  CUSTOMER-NAME-GROUP.
           05  GRP-NAME-ENTRY Occurs 3 Times.
               10  GRP-PRESENT-SWITCH   Picture is X(01).
                   88  GRP-ROW-PRESENT           Value 'Y'.
               10  GRP-ORIGINAL         Picture is N(64).
               10  GRP-CONVERTED        Picture is N(64).
               10  GRP-TRUNCATION-FLAG  Picture is X(01).
               10  GRP-OVERRIDE-SWITCH  Picture is X(01).
               10  GRP-NAME-PART Occurs 2 Times.
                   15  GRP-ORIGINAL-PART    Picture is N(64).
                   15  GRP-KANJI-SWITCH     Picture is X(01).
                   15  GRP-DISPLAY-PART     Picture is X(64).
                   15  GRP-MATCH-KEY        Picture is X(64).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            Picture is X(01) Value 'N'.
               88  END-OF-INPUT                 Value 'Y'.
           05  WS-CHAR-DONE-SWITCH      Picture is X(01) Value 'N'.
               88  CHAR-WAS-MAPPED              Value 'Y'.
           05  WS-MASTER-OPEN-SWITCH    Picture is X(01) Value 'N'.
               88  MASTER-IS-OPEN               Value 'Y'.

       77 WS-MASTER-ROWS-READ      Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-OTHER-TYPE-ROWS       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-CUSTOMERS-READ        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-SINGLE-TYPE-CUSTOMERS Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-CUSTOMERS-COMPARED    Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-CUSTOMERS-WITH-EXCEPTIONS
                                    Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-PAIRS-COMPARED        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-PARTS-AGREEING        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-EXCEPTIONS-WRITTEN    Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-KANA-SOURCE-COUNT     Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-DICT-READING-COUNT    Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-OVERRIDE-ONE-COUNT    Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-TRUNCATION-ONE-COUNT  Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-UNMAPPED-CHARS        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-RECONCILE-TOTAL       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-RETURN-CODE           Picture is 9(02) Usage is Comp
                                    Value Zero.
       77 WS-GROUP-EXCEPTIONS      Picture is 9(04) Usage is Comp
                                    Value Zero.

       77 WS-SLOT                  Picture is 9(01) Usage is Comp
                                    Value Zero.
       77 WS-BASE-SLOT             Picture is 9(01) Usage is Comp
                                    Value Zero.
       77 WS-OTHER-SLOT            Picture is 9(01) Usage is Comp
                                    Value Zero.
       77 WS-PART                  Picture is 9(01) Usage is Comp
                                    Value Zero.
       77 WS-CHAR-INDEX            Picture is 9(04) Usage is Comp
                                    Value Zero.
       77 WS-ALPHA-INDEX           Picture is 9(02) Usage is Comp
                                    Value Zero.
       77 WS-ASCII-LENGTH          Picture is 9(03) Usage is Comp
                                    Value Zero.
       77 WS-PLAIN-LENGTH          Picture is 9(03) Usage is Comp
                                    Value Zero.
       77 WS-BLANK-POSITION        Picture is 9(03) Usage is Comp
                                    Value Zero.
       77 WS-PART-LENGTH           Picture is 9(03) Usage is Comp
                                    Value Zero.
       77 WS-SPLIT-LENGTH          Picture is 9(03) Usage is Comp
                                    Value Zero.
       77 WS-FOLD-LENGTH           Picture is 9(03) Usage is Comp
                                    Value Zero.

       77 WS-GROUP-CUSTOMER        Picture is X(10) Value Spaces.
       77 WS-CLASS-CODE            Picture is X(01) Value Spaces.
       77 WS-FOLD-CHAR             Picture is X(01) Value Spaces.
       77 WS-FOLD-PRIOR            Picture is X(01) Value Spaces.
       77 WS-FOLD-NEXT             Picture is X(01) Value Spaces.

      *    ----  the converted name transliterates twice over in one  --
      *    ----  walk: WS-ASCII-NAME exactly as ANGLO-FORMAT writes   --
      *    ----  it (digraph fallback, case kept), WS-PLAIN-NAME in   --
      *    ----  upper case with each macron vowel reduced to its     --
      *    ----  plain letter, which is where the match key starts.   --
       77 WS-ASCII-NAME            Picture is X(128) Value Spaces.
       77 WS-PLAIN-NAME            Picture is X(128) Value Spaces.
       77 WS-SPLIT-SOURCE          Picture is X(128) Value Spaces.
       77 WS-SPLIT-FIRST           Picture is X(64) Value Spaces.
       77 WS-SPLIT-REST            Picture is X(64) Value Spaces.
       77 WS-FOLD-IN               Picture is X(64) Value Spaces.
       77 WS-FOLD-OUT              Picture is X(64) Value Spaces.

      *    ----  paired national/single-byte alphabets, as in         --
      *    ----  ANGLO-FORMAT: a national letter at position n of     --
      *    ----  the N table writes the single-byte letter at         --
      *    ----  position n of the X table.                           --
       77 WS-UPPER-ALPHA-N         Picture is N(26)
                   Value N"ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77 WS-UPPER-ALPHA-X         Picture is X(26)
                   Value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77 WS-LOWER-ALPHA-N         Picture is N(26)
                   Value N"abcdefghijklmnopqrstuvwxyz".
       77 WS-LOWER-ALPHA-X         Picture is X(26)
                   Value "abcdefghijklmnopqrstuvwxyz".
       77 WS-MACRON-LOWER-N        Picture is N(05) Value N"āīūēō".
       77 WS-MACRON-LOWER-X        Picture is X(10) Value "aaiiuueeoh".
       77 WS-MACRON-UPPER-N        Picture is N(05) Value N"ĀĪŪĒŌ".
       77 WS-MACRON-UPPER-X        Picture is X(10) Value "AaIiUuEeOh".
       77 WS-MACRON-PLAIN-X        Picture is X(05) Value "AIUEO".

      *    ----  exception report: the key, the two name types, the   --
      *    ----  part and its classification, then the two parts as   --
      *    ----  the passport interface would print them; a line     --
      *    ----  under it for each type carries its kana original in  --
      *    ----  full -- N(64) takes 128 of the 160 positions.        --
       01  WS-EXCEPTION-LINE.
           05  WS-EXL-CUSTOMER      Picture is X(10).
           05  FILLER               Picture is X(02) Value Spaces.
           05  WS-EXL-BASE-TYPE     Picture is X(01).
           05  FILLER               Picture is X(01) Value '/'.
           05  WS-EXL-OTHER-TYPE    Picture is X(01).
           05  FILLER               Picture is X(02) Value Spaces.
           05  WS-EXL-PART          Picture is X(07).
           05  FILLER               Picture is X(02) Value Spaces.
           05  WS-EXL-CLASS         Picture is X(30).
           05  FILLER               Picture is X(02) Value Spaces.
           05  WS-EXL-BASE-PART     Picture is X(32).
           05  FILLER               Picture is X(02) Value Spaces.
           05  WS-EXL-OTHER-PART    Picture is X(32).
           05  FILLER               Picture is X(36) Value Spaces.

       01  WS-ORIGINAL-LINE.
           05  FILLER               Picture is X(12) Value Spaces.
           05  WS-ORL-LABEL         Picture is X(14).
           05  WS-ORL-ORIGINAL      Picture is N(64).
           05  FILLER               Picture is X(06) Value Spaces.

       01  WS-REPORT-LINE.
           05  WS-RPT-LABEL         Picture is X(40).
           05  WS-RPT-VALUE         Picture is Z,ZZZ,ZZ9.
           05  FILLER               Picture is X(30).

       Procedure division.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-Mainline.
           Perform 1000-Initialize thru 1000-Exit.
           Perform 1100-Load-Override-Table thru 1100-Exit.
           If MASTER-IS-OPEN
               Perform 2000-Read-Master-Row thru 2000-Exit
               Perform 3000-Reconcile-One-Customer thru 3000-Exit
                   until END-OF-INPUT
           End-if.
           Perform 8000-Finalize thru 8000-Exit.
           Move WS-RETURN-CODE to Return-Code.
           Stop run.

       0000-Mainline-Exit.
           Exit.

      *****************************************************************
      *  1000-INITIALIZE                                              *
      *  The master is the whole input; without it there is nothing   *
      *  to reconcile and the job ends hard rather than print a       *
      *  clean-looking empty report.                                  *
      *****************************************************************
       1000-Initialize.
           Open output Exception-File.
           Open output Exception-Report-File.
           Open output Control-Report-File.
           Perform 1400-Write-Report-Heading thru 1400-Exit.

           Open input Converted-Master-File.
           If WS-CNVMAST-STATUS not = "00"
               Display "ANGLO-RECON: Converted-Master-File open "
                   "status " WS-CNVMAST-STATUS upon stdout
               Move 8 to WS-RETURN-CODE
               Go to 1000-Exit
           End-if.
           Move 'Y' to WS-MASTER-OPEN-SWITCH.

       1000-Exit.
           Exit.

      *****************************************************************
      *  1100-LOAD-OVERRIDE-TABLE                                     *
      *  Reads the override file's original forms into                *
      *  OVERRIDE-TABLE.  A missing or empty file leaves the table    *
      *  empty, and no discrepancy is then put down to an override.   *
      *  A file that is there but will not open sets return code 8    *
      *  and leaves the table empty; the run still reconciles.        *
      *****************************************************************
       1100-Load-Override-Table.
           Open input Override-File.
           If WS-OVRFILE-STATUS not = "00"
               and WS-OVRFILE-STATUS not = "05"
               Display "ANGLO-RECON: Override-File open status "
                   WS-OVRFILE-STATUS upon stdout
               Move 8 to WS-RETURN-CODE
               Go to 1100-Exit
           End-if.
           Perform 1110-Load-One-Override thru 1110-Exit
               until END-OF-INPUT
               or WS-OVERRIDE-COUNT = 5000.
           If WS-OVERRIDE-COUNT = 5000
               and not END-OF-INPUT
               Display "ANGLO-RECON: override table full at 5000 "
                   "rows - remainder not loaded" upon stdout
           End-if.
           Move 'N' to WS-EOF-SWITCH.
           Close Override-File.

       1100-Exit.
           Exit.

       1110-Load-One-Override.
           Read Override-File into Override-Record-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 1110-Exit
           end-read.
           Add 1 to WS-OVERRIDE-COUNT.
           Move Override-Record-In to OVERRIDE-RECORD.
           Move OVR-ORIGINAL-FORM
               to OVR-TAB-ORIGINAL(WS-OVERRIDE-COUNT).

       1110-Exit.
           Exit.

      *****************************************************************
      *  1400-WRITE-REPORT-HEADING                                    *
      *****************************************************************
       1400-Write-Report-Heading.
           Move Spaces to Exception-Report-Line.
           Move "ANGLO-RECON CROSS-NAME-TYPE EXCEPTIONS"
               to Exception-Report-Line.
           Write Exception-Report-Line.
           Move Spaces to Exception-Report-Line.
           Move "CUSTOMER    TYPE PART     CLASSIFICATION"
               to Exception-Report-Line.
           Move "BASE PART" to Exception-Report-Line(59:9).
           Move "OTHER PART" to Exception-Report-Line(93:10).
           Write Exception-Report-Line.
           Move Spaces to Exception-Report-Line.
           Write Exception-Report-Line.

       1400-Exit.
           Exit.

      *****************************************************************
      *  2000-READ-MASTER-ROW                                         *
      *  The master is keyed customer number + name type, so a        *
      *  straight sequential read delivers each customer's rows       *
      *  together, legal before mailing before passport.              *
      *****************************************************************
       2000-Read-Master-Row.
           Read Converted-Master-File next record
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 2000-Exit
           end-read.
           Add 1 to WS-MASTER-ROWS-READ.

       2000-Exit.
           Exit.

      *****************************************************************
      *  3000-RECONCILE-ONE-CUSTOMER                                  *
      *  Collects every row for the customer under the read, then     *
      *  compares what was collected.  A customer with only one name  *
      *  type on the master has nothing to agree with and is only     *
      *  counted.                                                     *
      *****************************************************************
       3000-Reconcile-One-Customer.
           Move CNM-CUSTOMER-NUMBER to WS-GROUP-CUSTOMER.
           Add 1 to WS-CUSTOMERS-READ.
           Move 'N' to GRP-PRESENT-SWITCH(1).
           Move 'N' to GRP-PRESENT-SWITCH(2).
           Move 'N' to GRP-PRESENT-SWITCH(3).
           Perform 3100-Collect-One-Row thru 3100-Exit
               until END-OF-INPUT
               or CNM-CUSTOMER-NUMBER not = WS-GROUP-CUSTOMER.

           Move Zero to WS-SLOT.
           If GRP-ROW-PRESENT(1)
               Add 1 to WS-SLOT
           End-if.
           If GRP-ROW-PRESENT(2)
               Add 1 to WS-SLOT
           End-if.
           If GRP-ROW-PRESENT(3)
               Add 1 to WS-SLOT
           End-if.
           If WS-SLOT < 2
               Add 1 to WS-SINGLE-TYPE-CUSTOMERS
               Go to 3000-Exit
           End-if.

           Add 1 to WS-CUSTOMERS-COMPARED.
           Move Zero to WS-GROUP-EXCEPTIONS.
           If GRP-ROW-PRESENT(1)
               Move 1 to WS-BASE-SLOT
               If GRP-ROW-PRESENT(2)
                   Move 2 to WS-OTHER-SLOT
                   Perform 3300-Compare-Pair thru 3300-Exit
               End-if
               If GRP-ROW-PRESENT(3)
                   Move 3 to WS-OTHER-SLOT
                   Perform 3300-Compare-Pair thru 3300-Exit
               End-if
           Else
               Move 2 to WS-BASE-SLOT
               Move 3 to WS-OTHER-SLOT
               Perform 3300-Compare-Pair thru 3300-Exit
           End-if.
           If WS-GROUP-EXCEPTIONS > Zero
               Add 1 to WS-CUSTOMERS-WITH-EXCEPTIONS
           End-if.

       3000-Exit.
           Exit.

      *****************************************************************
      *  3100-COLLECT-ONE-ROW                                         *
      *  Places the row under the read in its name type's slot and    *
      *  prepares its parts, then reads on.  A name type other than   *
      *  L, M or P has no counterpart to agree with and is counted.   *
      *****************************************************************
       3100-Collect-One-Row.
           Evaluate CNM-NAME-TYPE-CODE
               when 'L'
                   Move 1 to WS-SLOT
               when 'M'
                   Move 2 to WS-SLOT
               when 'P'
                   Move 3 to WS-SLOT
               when other
                   Move Zero to WS-SLOT
           End-evaluate.
           If WS-SLOT = Zero
               Add 1 to WS-OTHER-TYPE-ROWS
           Else
               Perform 4000-Prepare-Name-Row thru 4000-Exit
           End-if.
           Perform 2000-Read-Master-Row thru 2000-Exit.

       3100-Exit.
           Exit.

      *****************************************************************
      *  3300-COMPARE-PAIR                                            *
      *  Compares the base slot's surname and given name with the     *
      *  other slot's, part by part.                                  *
      *****************************************************************
       3300-Compare-Pair.
           Add 1 to WS-PAIRS-COMPARED.
           Move 1 to WS-PART.
           Perform 3400-Compare-Part thru 3400-Exit.
           Move 2 to WS-PART.
           Perform 3400-Compare-Part thru 3400-Exit.

       3300-Exit.
           Exit.

      *****************************************************************
      *  3400-COMPARE-PART                                            *
      *  Equal match keys mean the two names differ in output style   *
      *  at most.  Anything else is an exception, classified in the   *
      *  order that explains it most directly: a truncation flag set  *
      *  on one name only, then an override forcing one name only,    *
      *  then the kana originals -- a part written in kanji on one    *
      *  name and in kana on the other, or the same kanji read two    *
      *  ways, is a different dictionary reading; two different       *
      *  originals otherwise are a different kana source.             *
      *****************************************************************
       3400-Compare-Part.
           If GRP-MATCH-KEY(WS-BASE-SLOT, WS-PART) =
                   GRP-MATCH-KEY(WS-OTHER-SLOT, WS-PART)
               Add 1 to WS-PARTS-AGREEING
               Go to 3400-Exit
           End-if.

           Evaluate true
               when GRP-TRUNCATION-FLAG(WS-BASE-SLOT) not =
                       GRP-TRUNCATION-FLAG(WS-OTHER-SLOT)
                   Move 'T' to WS-CLASS-CODE
                   Add 1 to WS-TRUNCATION-ONE-COUNT
               when GRP-OVERRIDE-SWITCH(WS-BASE-SLOT) not =
                       GRP-OVERRIDE-SWITCH(WS-OTHER-SLOT)
                   Move 'O' to WS-CLASS-CODE
                   Add 1 to WS-OVERRIDE-ONE-COUNT
               when GRP-KANJI-SWITCH(WS-BASE-SLOT, WS-PART) = 'N'
                   and GRP-KANJI-SWITCH(WS-OTHER-SLOT, WS-PART) = 'N'
                   Move 'K' to WS-CLASS-CODE
                   Add 1 to WS-KANA-SOURCE-COUNT
               when GRP-KANJI-SWITCH(WS-BASE-SLOT, WS-PART) not =
                       GRP-KANJI-SWITCH(WS-OTHER-SLOT, WS-PART)
                   Move 'D' to WS-CLASS-CODE
                   Add 1 to WS-DICT-READING-COUNT
               when GRP-ORIGINAL-PART(WS-BASE-SLOT, WS-PART) =
                       GRP-ORIGINAL-PART(WS-OTHER-SLOT, WS-PART)
                   Move 'D' to WS-CLASS-CODE
                   Add 1 to WS-DICT-READING-COUNT
               when other
                   Move 'K' to WS-CLASS-CODE
                   Add 1 to WS-KANA-SOURCE-COUNT
           End-evaluate.

           Perform 5000-Write-Exception thru 5000-Exit.
           Perform 6000-Report-Exception thru 6000-Exit.
           Add 1 to WS-GROUP-EXCEPTIONS.

       3400-Exit.
           Exit.

      *****************************************************************
      *  4000-PREPARE-NAME-ROW                                        *
      *  Loads the master row into slot WS-SLOT: whether an override  *
      *  forced it, its kana original split at the first blank with   *
      *  each part marked if it holds kanji, and its converted name   *
      *  transliterated and split the way PASSFILE splits it, each    *
      *  part reduced to its match key.                               *
      *****************************************************************
       4000-Prepare-Name-Row.
           Move 'Y' to GRP-PRESENT-SWITCH(WS-SLOT).
           Move CNM-ORIGINAL-INPUT to GRP-ORIGINAL(WS-SLOT).
           Move CNM-CONVERTED-NAME to GRP-CONVERTED(WS-SLOT).
           Move CNM-TRUNCATION-FLAG to GRP-TRUNCATION-FLAG(WS-SLOT).

           Move 'N' to GRP-OVERRIDE-SWITCH(WS-SLOT).
           If WS-OVERRIDE-COUNT > Zero
               Set OVR-IDX to 1
               Search OVERRIDE-ENTRY
                   when OVR-TAB-ORIGINAL(OVR-IDX) = CNM-ORIGINAL-INPUT
                       Move 'Y' to GRP-OVERRIDE-SWITCH(WS-SLOT)
               end-search
           End-if.

           Perform 4100-Split-Original thru 4100-Exit.
           Perform 4200-Transliterate-Name thru 4200-Exit.

           Move WS-ASCII-NAME to WS-SPLIT-SOURCE.
           Move WS-ASCII-LENGTH to WS-SPLIT-LENGTH.
           Perform 4400-Split-At-Blank thru 4400-Exit.
           Move WS-SPLIT-FIRST to GRP-DISPLAY-PART(WS-SLOT, 1).
           Move WS-SPLIT-REST to GRP-DISPLAY-PART(WS-SLOT, 2).

           Move WS-PLAIN-NAME to WS-SPLIT-SOURCE.
           Move WS-PLAIN-LENGTH to WS-SPLIT-LENGTH.
           Perform 4400-Split-At-Blank thru 4400-Exit.
           Move WS-SPLIT-FIRST to WS-FOLD-IN.
           Perform 4500-Build-Match-Key thru 4500-Exit.
           Move WS-FOLD-OUT to GRP-MATCH-KEY(WS-SLOT, 1).
           Move WS-SPLIT-REST to WS-FOLD-IN.
           Perform 4500-Build-Match-Key thru 4500-Exit.
           Move WS-FOLD-OUT to GRP-MATCH-KEY(WS-SLOT, 2).

       4000-Exit.
           Exit.

      *****************************************************************
      *  4100-SPLIT-ORIGINAL                                          *
      *  Splits the kana original at its first blank, the same word   *
      *  boundary the conversion engine carries into the converted    *
      *  name, and marks each part that holds a kanji -- a kanji      *
      *  part got its reading from the dictionary, a kana part was    *
      *  read as written.                                             *
      *****************************************************************
       4100-Split-Original.
           Move Spaces to GRP-ORIGINAL-PART(WS-SLOT, 1).
           Move Spaces to GRP-ORIGINAL-PART(WS-SLOT, 2).
           Move 'N' to GRP-KANJI-SWITCH(WS-SLOT, 1).
           Move 'N' to GRP-KANJI-SWITCH(WS-SLOT, 2).

           Move Zero to WS-BLANK-POSITION.
           Perform varying WS-CHAR-INDEX from 2 by 1
                   until WS-CHAR-INDEX > 64
                   or WS-BLANK-POSITION > Zero
               If CNM-ORIGINAL-INPUT(WS-CHAR-INDEX:1) = N" "
                   Move WS-CHAR-INDEX to WS-BLANK-POSITION
               End-if
           End-perform.
           If WS-BLANK-POSITION = Zero
               Move CNM-ORIGINAL-INPUT to GRP-ORIGINAL-PART(WS-SLOT, 1)
           Else
               Move CNM-ORIGINAL-INPUT(1:WS-BLANK-POSITION - 1)
                   to GRP-ORIGINAL-PART(WS-SLOT, 1)
               If WS-BLANK-POSITION < 64
                   Move CNM-ORIGINAL-INPUT(WS-BLANK-POSITION + 1:)
                       to GRP-ORIGINAL-PART(WS-SLOT, 2)
               End-if
           End-if.

           Move 1 to WS-PART.
           Perform 4150-Mark-Kanji-Part thru 4150-Exit.
           Move 2 to WS-PART.
           Perform 4150-Mark-Kanji-Part thru 4150-Exit.

       4100-Exit.
           Exit.

       4150-Mark-Kanji-Part.
           Perform varying WS-CHAR-INDEX from 1 by 1
                   until WS-CHAR-INDEX > 64
                   or GRP-KANJI-SWITCH(WS-SLOT, WS-PART) = 'Y'
               Move GRP-ORIGINAL-PART(WS-SLOT, WS-PART)
                   (WS-CHAR-INDEX:1) to WS-VALID-CHAR-ITEM
               If VALID-KANJI-CHAR
                   Move 'Y' to GRP-KANJI-SWITCH(WS-SLOT, WS-PART)
               End-if
           End-perform.

       4150-Exit.
           Exit.

      *****************************************************************
      *  4200-TRANSLITERATE-NAME                                      *
      *  Walks the converted name once, building WS-ASCII-NAME        *
      *  exactly as ANGLO-FORMAT's 3000-Transliterate-Name does and   *
      *  WS-PLAIN-NAME beside it in upper case with each macron       *
      *  vowel reduced to its plain letter.  An unmappable character  *
      *  writes a question mark into both and counts.  Both lengths   *
      *  trim back past the pad blanks.                               *
      *****************************************************************
       4200-Transliterate-Name.
           Move Spaces to WS-ASCII-NAME.
           Move Spaces to WS-PLAIN-NAME.
           Move Zero to WS-ASCII-LENGTH.
           Move Zero to WS-PLAIN-LENGTH.
           Perform 4300-Transliterate-One-Char thru 4300-Exit
               varying WS-CHAR-INDEX from 1 by 1
               until WS-CHAR-INDEX > 64.
           Perform until WS-ASCII-LENGTH = Zero
                   or WS-ASCII-NAME(WS-ASCII-LENGTH:1) not = Space
               Subtract 1 from WS-ASCII-LENGTH
           End-perform.
           Perform until WS-PLAIN-LENGTH = Zero
                   or WS-PLAIN-NAME(WS-PLAIN-LENGTH:1) not = Space
               Subtract 1 from WS-PLAIN-LENGTH
           End-perform.

       4200-Exit.
           Exit.

       4300-Transliterate-One-Char.
           Move 'N' to WS-CHAR-DONE-SWITCH.

           If CNM-CONVERTED-NAME(WS-CHAR-INDEX:1) = N" "
               Add 1 to WS-ASCII-LENGTH
               Add 1 to WS-PLAIN-LENGTH
               Go to 4300-Exit
           End-if.

           Perform varying WS-ALPHA-INDEX from 1 by 1
                   until WS-ALPHA-INDEX > 26
                   or CHAR-WAS-MAPPED
               If CNM-CONVERTED-NAME(WS-CHAR-INDEX:1) =
                       WS-UPPER-ALPHA-N(WS-ALPHA-INDEX:1)
                   Add 1 to WS-ASCII-LENGTH
                   Move WS-UPPER-ALPHA-X(WS-ALPHA-INDEX:1) to
                       WS-ASCII-NAME(WS-ASCII-LENGTH:1)
                   Move 'Y' to WS-CHAR-DONE-SWITCH
               End-if
               If CNM-CONVERTED-NAME(WS-CHAR-INDEX:1) =
                       WS-LOWER-ALPHA-N(WS-ALPHA-INDEX:1)
                   Add 1 to WS-ASCII-LENGTH
                   Move WS-LOWER-ALPHA-X(WS-ALPHA-INDEX:1) to
                       WS-ASCII-NAME(WS-ASCII-LENGTH:1)
                   Move 'Y' to WS-CHAR-DONE-SWITCH
               End-if
               If CHAR-WAS-MAPPED
                   Add 1 to WS-PLAIN-LENGTH
                   Move WS-UPPER-ALPHA-X(WS-ALPHA-INDEX:1) to
                       WS-PLAIN-NAME(WS-PLAIN-LENGTH:1)
               End-if
           End-perform.
           If CHAR-WAS-MAPPED
               Go to 4300-Exit
           End-if.

           Perform varying WS-ALPHA-INDEX from 1 by 1
                   until WS-ALPHA-INDEX > 5
                   or CHAR-WAS-MAPPED
               If CNM-CONVERTED-NAME(WS-CHAR-INDEX:1) =
                       WS-MACRON-LOWER-N(WS-ALPHA-INDEX:1)
                   Move WS-MACRON-LOWER-X
                       (WS-ALPHA-INDEX * 2 - 1:2) to
                       WS-ASCII-NAME(WS-ASCII-LENGTH + 1:2)
                   Move 'Y' to WS-CHAR-DONE-SWITCH
               End-if
               If CNM-CONVERTED-NAME(WS-CHAR-INDEX:1) =
                       WS-MACRON-UPPER-N(WS-ALPHA-INDEX:1)
                   Move WS-MACRON-UPPER-X
                       (WS-ALPHA-INDEX * 2 - 1:2) to
                       WS-ASCII-NAME(WS-ASCII-LENGTH + 1:2)
                   Move 'Y' to WS-CHAR-DONE-SWITCH
               End-if
               If CHAR-WAS-MAPPED
                   Add 2 to WS-ASCII-LENGTH
                   Add 1 to WS-PLAIN-LENGTH
                   Move WS-MACRON-PLAIN-X(WS-ALPHA-INDEX:1) to
                       WS-PLAIN-NAME(WS-PLAIN-LENGTH:1)
               End-if
           End-perform.
           If CHAR-WAS-MAPPED
               Go to 4300-Exit
           End-if.

           Add 1 to WS-ASCII-LENGTH.
           Move '?' to WS-ASCII-NAME(WS-ASCII-LENGTH:1).
           Add 1 to WS-PLAIN-LENGTH.
           Move '?' to WS-PLAIN-NAME(WS-PLAIN-LENGTH:1).
           Add 1 to WS-UNMAPPED-CHARS.

       4300-Exit.
           Exit.

      *****************************************************************
      *  4400-SPLIT-AT-BLANK                                          *
      *  ANGLO-FORMAT's passport split: everything before the first   *
      *  blank is the surname, everything after it the given name; a  *
      *  one-part name is all surname.                                *
      *****************************************************************
       4400-Split-At-Blank.
           Move Spaces to WS-SPLIT-FIRST.
           Move Spaces to WS-SPLIT-REST.

           Move Zero to WS-BLANK-POSITION.
           Perform varying WS-CHAR-INDEX from 1 by 1
                   until WS-CHAR-INDEX > WS-SPLIT-LENGTH
                   or WS-BLANK-POSITION > Zero
               If WS-SPLIT-SOURCE(WS-CHAR-INDEX:1) = Space
                   Move WS-CHAR-INDEX to WS-BLANK-POSITION
               End-if
           End-perform.

           If WS-BLANK-POSITION = Zero
               If WS-SPLIT-LENGTH > Zero
                   Move WS-SPLIT-SOURCE(1:WS-SPLIT-LENGTH)
                       to WS-SPLIT-FIRST
               End-if
           Else
               Compute WS-PART-LENGTH = WS-BLANK-POSITION - 1
               If WS-PART-LENGTH > Zero
                   Move WS-SPLIT-SOURCE(1:WS-PART-LENGTH)
                       to WS-SPLIT-FIRST
               End-if
               Compute WS-PART-LENGTH =
                   WS-SPLIT-LENGTH - WS-BLANK-POSITION
               If WS-PART-LENGTH > Zero
                   Move WS-SPLIT-SOURCE(WS-BLANK-POSITION + 1:
                       WS-PART-LENGTH) to WS-SPLIT-REST
               End-if
           End-if.

       4400-Exit.
           Exit.

      *****************************************************************
      *  4500-BUILD-MATCH-KEY                                         *
      *  Reduces one plain upper-case part to the key the comparison  *
      *  runs on, so that the same reading written in any of the      *
      *  three output styles gives the same key: an H after O that    *
      *  is not followed by a vowel is the digraph style's long O and *
      *  drops, a vowel repeating the one before it (the digraph      *
      *  style's doubled long vowel) drops, a U after O drops, and an *
      *  M before B, M or P is the passport style's syllabic N.       *
      *****************************************************************
       4500-Build-Match-Key.
           Move Spaces to WS-FOLD-OUT.
           Move Zero to WS-FOLD-LENGTH.
           Perform 4510-Fold-One-Char thru 4510-Exit
               varying WS-CHAR-INDEX from 1 by 1
               until WS-CHAR-INDEX > 64.

       4500-Exit.
           Exit.

       4510-Fold-One-Char.
           Move WS-FOLD-IN(WS-CHAR-INDEX:1) to WS-FOLD-CHAR.
           If WS-FOLD-CHAR = Space
               Go to 4510-Exit
           End-if.
           Move Space to WS-FOLD-PRIOR.
           If WS-FOLD-LENGTH > Zero
               Move WS-FOLD-OUT(WS-FOLD-LENGTH:1) to WS-FOLD-PRIOR
           End-if.
           Move Space to WS-FOLD-NEXT.
           If WS-CHAR-INDEX < 64
               Move WS-FOLD-IN(WS-CHAR-INDEX + 1:1) to WS-FOLD-NEXT
           End-if.

           If WS-FOLD-CHAR = 'H' and WS-FOLD-PRIOR = 'O'
               and WS-FOLD-NEXT not = 'A' and WS-FOLD-NEXT not = 'I'
               and WS-FOLD-NEXT not = 'U' and WS-FOLD-NEXT not = 'E'
               and WS-FOLD-NEXT not = 'O'
               Go to 4510-Exit
           End-if.
           If WS-FOLD-CHAR = WS-FOLD-PRIOR
               and (WS-FOLD-CHAR = 'A' or 'I' or 'U' or 'E' or 'O')
               Go to 4510-Exit
           End-if.
           If WS-FOLD-CHAR = 'U' and WS-FOLD-PRIOR = 'O'
               Go to 4510-Exit
           End-if.
           If WS-FOLD-CHAR = 'M'
               and (WS-FOLD-NEXT = 'B' or 'M' or 'P')
               Move 'N' to WS-FOLD-CHAR
           End-if.

           Add 1 to WS-FOLD-LENGTH.
           Move WS-FOLD-CHAR to WS-FOLD-OUT(WS-FOLD-LENGTH:1).

       4510-Exit.
           Exit.

      *****************************************************************
      *  5000-WRITE-EXCEPTION                                         *
      *****************************************************************
       5000-Write-Exception.
           Move WS-GROUP-CUSTOMER to CNX-CUSTOMER-NUMBER.
           Move 'L' to CNX-BASE-NAME-TYPE.
           If WS-BASE-SLOT = 2
               Move 'M' to CNX-BASE-NAME-TYPE
           End-if.
           Move 'M' to CNX-OTHER-NAME-TYPE.
           If WS-OTHER-SLOT = 3
               Move 'P' to CNX-OTHER-NAME-TYPE
           End-if.
           Move 'S' to CNX-NAME-PART.
           If WS-PART = 2
               Move 'G' to CNX-NAME-PART
           End-if.
           Move WS-CLASS-CODE to CNX-CLASS-CODE.
           Move GRP-DISPLAY-PART(WS-BASE-SLOT, WS-PART)
               to CNX-BASE-PART.
           Move GRP-DISPLAY-PART(WS-OTHER-SLOT, WS-PART)
               to CNX-OTHER-PART.
           Move GRP-ORIGINAL(WS-BASE-SLOT) to CNX-BASE-ORIGINAL.
           Move GRP-ORIGINAL(WS-OTHER-SLOT) to CNX-OTHER-ORIGINAL.
           Move GRP-CONVERTED(WS-BASE-SLOT) to CNX-BASE-CONVERTED.
           Move GRP-CONVERTED(WS-OTHER-SLOT) to CNX-OTHER-CONVERTED.
           Move CROSS-TYPE-EXCEPTION-RECORD to Exception-Record-Out.
           Write Exception-Record-Out.
           Add 1 to WS-EXCEPTIONS-WRITTEN.

       5000-Exit.
           Exit.

      *****************************************************************
      *  6000-REPORT-EXCEPTION                                        *
      *****************************************************************
       6000-Report-Exception.
           Move CNX-CUSTOMER-NUMBER to WS-EXL-CUSTOMER.
           Move CNX-BASE-NAME-TYPE to WS-EXL-BASE-TYPE.
           Move CNX-OTHER-NAME-TYPE to WS-EXL-OTHER-TYPE.
           If CNX-PART-SURNAME
               Move "SURNAME" to WS-EXL-PART
           Else
               Move "GIVEN" to WS-EXL-PART
           End-if.
           Evaluate true
               when CNX-TRUNCATION-ONE-TYPE
                   Move "TRUNCATION ON ONE TYPE ONLY" to WS-EXL-CLASS
               when CNX-OVERRIDE-ONE-TYPE
                   Move "OVERRIDE ON ONE TYPE ONLY" to WS-EXL-CLASS
               when CNX-DIFFERENT-DICT-READING
                   Move "DIFFERENT DICTIONARY READING" to WS-EXL-CLASS
               when other
                   Move "DIFFERENT KANA SOURCE" to WS-EXL-CLASS
           End-evaluate.
           Move CNX-BASE-PART to WS-EXL-BASE-PART.
           Move CNX-OTHER-PART to WS-EXL-OTHER-PART.
           Move WS-EXCEPTION-LINE to Exception-Report-Line.
           Write Exception-Report-Line.

           Move "BASE ORIGINAL" to WS-ORL-LABEL.
           Move GRP-ORIGINAL(WS-BASE-SLOT) to WS-ORL-ORIGINAL.
           Move WS-ORIGINAL-LINE to Exception-Report-Line.
           Write Exception-Report-Line.
           Move "OTHER ORIGINAL" to WS-ORL-LABEL.
           Move GRP-ORIGINAL(WS-OTHER-SLOT) to WS-ORL-ORIGINAL.
           Move WS-ORIGINAL-LINE to Exception-Report-Line.
           Write Exception-Report-Line.

       6000-Exit.
           Exit.

      *****************************************************************
      *  8000-FINALIZE                                                *
      *****************************************************************
       8000-Finalize.
           Perform 8100-Print-Control-Report thru 8100-Exit.
           If MASTER-IS-OPEN
               Close Converted-Master-File
           End-if.
           Close Exception-File.
           Close Exception-Report-File.
           Close Control-Report-File.

       8000-Exit.
           Exit.

      *****************************************************************
      *  8100-PRINT-CONTROL-REPORT                                    *
      *  Balance for sign-off: every part compared either agreed or   *
      *  wrote an exception, and the exceptions add up by class.      *
      *****************************************************************
       8100-Print-Control-Report.
      *    ----  the FILLER tail of WS-REPORT-LINE is never moved to  --
      *    ----  and otherwise still holds low-values, which a line   --
      *    ----  sequential WRITE refuses (status 71).                --
           Move Spaces to WS-REPORT-LINE.
           Move Spaces to Control-Report-Line.
           Move "ANGLO-RECON CONTROL REPORT"
               to Control-Report-Line.
           Write Control-Report-Line.

           Move "OVERRIDE ROWS LOADED" to WS-RPT-LABEL.
           Move WS-OVERRIDE-COUNT to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "MASTER ROWS READ" to WS-RPT-LABEL.
           Move WS-MASTER-ROWS-READ to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           If WS-OTHER-TYPE-ROWS > Zero
               Move "ROWS OF OTHER NAME TYPES (NOT COMPARED)"
                   to WS-RPT-LABEL
               Move WS-OTHER-TYPE-ROWS to WS-RPT-VALUE
               Move WS-REPORT-LINE to Control-Report-Line
               Write Control-Report-Line
           End-if.

           Move "CUSTOMERS READ" to WS-RPT-LABEL.
           Move WS-CUSTOMERS-READ to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "CUSTOMERS WITH ONE NAME TYPE" to WS-RPT-LABEL.
           Move WS-SINGLE-TYPE-CUSTOMERS to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "CUSTOMERS COMPARED" to WS-RPT-LABEL.
           Move WS-CUSTOMERS-COMPARED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "CUSTOMERS WITH EXCEPTIONS" to WS-RPT-LABEL.
           Move WS-CUSTOMERS-WITH-EXCEPTIONS to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "NAME PAIRS COMPARED" to WS-RPT-LABEL.
           Move WS-PAIRS-COMPARED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "NAME PARTS AGREEING" to WS-RPT-LABEL.
           Move WS-PARTS-AGREEING to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "EXCEPTIONS WRITTEN" to WS-RPT-LABEL.
           Move WS-EXCEPTIONS-WRITTEN to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "  DIFFERENT KANA SOURCE" to WS-RPT-LABEL.
           Move WS-KANA-SOURCE-COUNT to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "  DIFFERENT DICTIONARY READING" to WS-RPT-LABEL.
           Move WS-DICT-READING-COUNT to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "  OVERRIDE ON ONE TYPE ONLY" to WS-RPT-LABEL.
           Move WS-OVERRIDE-ONE-COUNT to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "  TRUNCATION ON ONE TYPE ONLY" to WS-RPT-LABEL.
           Move WS-TRUNCATION-ONE-COUNT to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           If WS-UNMAPPED-CHARS > Zero
               Move "UNMAPPED CHARACTERS (WRITTEN AS ?)"
                   to WS-RPT-LABEL
               Move WS-UNMAPPED-CHARS to WS-RPT-VALUE
               Move WS-REPORT-LINE to Control-Report-Line
               Write Control-Report-Line
           End-if.

           Compute WS-RECONCILE-TOTAL =
               WS-PARTS-AGREEING + WS-EXCEPTIONS-WRITTEN.
           If WS-RECONCILE-TOTAL not = WS-PAIRS-COMPARED * 2
               Move "*** PARTS DO NOT BALANCE TO PAIRS ***"
                   to WS-RPT-LABEL
               Move WS-RECONCILE-TOTAL to WS-RPT-VALUE
               Move WS-REPORT-LINE to Control-Report-Line
               Write Control-Report-Line
               Move 8 to WS-RETURN-CODE
           End-if.

       8100-Exit.
           Exit.

       End program ANGLO-RECON.
