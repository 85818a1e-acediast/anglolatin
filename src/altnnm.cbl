       Identification division.
       Program-ID.    ANGLO-NAMEMATCH.
       Author.        Darren Xu.
       Date-written.  October 2026.
       Installation.  WSL2.
       Security.      Non-confidential.

      *****************************************************************
      *  Modification history                                        *
      *  ---------------------------------------------------------    *
      *  2026-10-15 dxu   Original.  Finds the customer behind an     *
      *                   inbound romanized name -- a wire transfer,  *
      *                   a partner-bank file, a passport scan --     *
      *                   spelt however the sender spelt it (Ohno,    *
      *                   Oono, Ono with a macron, Ono; Shun'ichi,    *
      *                   Syunichi).  Every inbound name and every    *
      *                   converted name on CNVMAST is reduced to a   *
      *                   matching key that folds macrons and         *
      *                   circumflexes, the OH/OU/doubled-vowel long  *
      *                   vowels, Kunrei and Nihon-shiki spellings    *
      *                   (SI/TI/TU/HU/ZI/SYA...) onto one another,   *
      *                   and apostrophes and hyphens, on the same    *
      *                   surname/given-name split ANGLO-RECON uses.  *
      *                   Inbound names are tried as written and,     *
      *                   for a two-part name, reversed.  Candidates  *
      *                   go to NMCFILE ranked within each inbound    *
      *                   name -- exact, canonical, surname only --   *
      *                   with a confidence class, raised where the   *
      *                   candidate is the customer the sender        *
      *                   quoted.  Inbound names with no candidate,   *
      *                   and those whose quoted customer is not      *
      *                   among the candidates, go to the unmatched   *
      *                   report (NMURPT).                            *
      *  2026-10-15 dxu   Ranking-sort candidate image realigned on   *
      *                   NMCREC: the customer number starts after 36 *
      *                   bytes, not 38, so the customer and          *
      *                   name-type tie-break keys sort on the right  *
      *                   fields.                                     *
      *****************************************************************

       Environment division.
       Configuration section.
       Source-computer. x64.

       Input-output section.
       File-control.
           Select Optional Name-Match-Card-File assign to Nmkcard
               organization is line sequential
               file status is WS-NMKCARD-STATUS.

           Select Match-Request-File assign to Nmqfile
               organization is sequential.

           Select Converted-Master-File assign to Cnvmast
               organization is indexed
               access mode is sequential
               record key is CNM-KEY
               file status is WS-CNVMAST-STATUS.

      *    ----  holds the request markers and the unranked           --
      *    ----  candidates between the matching sort and the         --
      *    ----  ranking sort.                                        --
           Select Match-Work-File assign to Nmwork
               organization is sequential.

           Select Candidate-File assign to Nmcfile
               organization is sequential.

           Select Unmatched-Report-File assign to Nmurpt
               organization is line sequential.

           Select Control-Report-File assign to Rptfile
               organization is line sequential.

           Select Match-Sort-File assign to Sortwork.

           Select Rank-Sort-File assign to Sortwrk2.

       Data division.
       File section.

       FD  Name-Match-Card-File
           label records are standard.
       01  Name-Match-Card-In          Picture is X(80).

       FD  Match-Request-File
           label records are standard.
       01  Match-Request-In            Picture is X(166).

       FD  Converted-Master-File
           label records are standard.
           Copy cnmrec.

       FD  Match-Work-File
           label records are standard.
       01  Match-Work-Record           Picture is X(395).

       FD  Candidate-File
           label records are standard.
       01  Candidate-Record-Out        Picture is X(380).

       FD  Unmatched-Report-File
           label records are standard.
       01  Unmatched-Report-Line       Picture is X(160).

       FD  Control-Report-File
           label records are standard.
       01  Control-Report-Line         Picture is X(80).

       SD  Match-Sort-File.
      *    ----  every inbound name (once as written, once reversed   --
      *    ----  when it has two parts) and every master row, by the  --
      *    ----  surname's matching key; within a key the inbound     --
      *    ----  names come first so they are held when the master    --
      *    ----  rows stream past.                                    --
       01  Match-Sort-Record.
           05  MSR-SURNAME-KEY          Picture is X(64).
           05  MSR-ROW-KIND             Picture is X(01).
               88  MSR-INBOUND-NAME             Value '1'.
               88  MSR-MASTER-NAME              Value '2'.
           05  MSR-REQUEST-SEQUENCE     Picture is 9(09).
           05  MSR-NAME-ORDER           Picture is X(01).
           05  MSR-GIVEN-KEY            Picture is X(64).
           05  MSR-EXACT-KEY            Picture is X(128).
           05  MSR-CUSTOMER-NUMBER      Picture is X(10).
           05  MSR-NAME-TYPE-CODE       Picture is X(01).
           05  MSR-INBOUND-REFERENCE    Picture is X(20).
           05  MSR-INBOUND-KEY          Picture is X(64).
           05  MSR-NAME                 Picture is N(64).

       SD  Rank-Sort-File.
      *    ----  the work row: each inbound name's marker, then any   --
      *    ----  note that its search was incomplete, then its        --
      *    ----  candidates best first -- highest confidence, the     --
      *    ----  quoted customer, the closest match type, as          --
      *    ----  written before reversed, then customer and name      --
      *    ----  type.  The candidate part is the NMCREC image.       --
       01  Rank-Sort-Record.
           05  RSR-REQUEST-SEQUENCE     Picture is 9(09).
           05  RSR-ROW-KIND             Picture is X(01).
               88  RSR-REQUEST-MARKER           Value '0'.
               88  RSR-INCOMPLETE-NOTE          Value '1'.
               88  RSR-CANDIDATE                Value '2'.
           05  RSR-CONFIDENCE-RANK      Picture is 9(01).
           05  RSR-STATED-RANK          Picture is 9(01).
           05  RSR-MATCH-RANK           Picture is 9(01).
           05  RSR-ORDER-RANK           Picture is 9(01).
           05  RSR-REQUEST-STATUS       Picture is X(01).
               88  RSR-REQUEST-SEARCHED         Value 'S'.
               88  RSR-REQUEST-BLANK            Value 'B'.
           05  RSR-CANDIDATE-IMAGE.
               10  FILLER               Picture is X(36).
               10  RSR-CUSTOMER-NUMBER  Picture is X(10).
               10  RSR-NAME-TYPE-CODE   Picture is X(01).
               10  FILLER               Picture is X(333).

       Working-storage section.

       77 WS-NMKCARD-STATUS picture is X(02) Value Spaces.
       77 WS-CNVMAST-STATUS picture is X(02) Value Spaces.

           Copy nmkcrd.
           Copy nmqrec.
           Copy nmcrec.

      *    ----  the work row as written between the two sorts; its   --
      *    ----  layout is Rank-Sort-Record's.                        --
       01  WS-WORK-ROW.
           05  WRK-REQUEST-SEQUENCE     Picture is 9(09).
           05  WRK-ROW-KIND             Picture is X(01).
           05  WRK-CONFIDENCE-RANK      Picture is 9(01).
           05  WRK-STATED-RANK          Picture is 9(01).
           05  WRK-MATCH-RANK           Picture is 9(01).
           05  WRK-ORDER-RANK           Picture is 9(01).
           05  WRK-REQUEST-STATUS       Picture is X(01).
           05  WRK-CANDIDATE-IMAGE      Picture is X(380).

      *    ----  the inbound names sharing the surname key now being  --
      *    ----  matched, each with what a master row is checked      --
      *    ----  against.                                             --
       01  REQUEST-GROUP-TABLE.
           05  WS-GROUP-COUNT           Picture is 9(04)
                                         Usage is Comp
                                         Value is Zero.
           05  GROUP-ENTRY Occurs 0 to 500 Times
                       Depending on WS-GROUP-COUNT
                       Indexed by GRP-IDX.
               10  GRQ-REQUEST-SEQUENCE Picture is 9(09).
               10  GRQ-NAME-ORDER       Picture is X(01).
               10  GRQ-GIVEN-KEY        Picture is X(64).
               10  GRQ-EXACT-KEY        Picture is X(128).
               10  GRQ-CUSTOMER-NUMBER  Picture is X(10).
               10  GRQ-INBOUND-REFERENCE
                                        Picture is X(20).
               10  GRQ-INBOUND-KEY      Picture is X(64).
               10  GRQ-INBOUND-NAME     Picture is N(64).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            Picture is X(01) Value 'N'.
               88  END-OF-INPUT                 Value 'Y'.
           05  WS-SORT-EOF-SWITCH       Picture is X(01) Value 'N'.
               88  END-OF-SORTED-INPUT          Value 'Y'.
           05  WS-CHAR-DONE-SWITCH      Picture is X(01) Value 'N'.
               88  CHAR-WAS-MAPPED              Value 'Y'.
           05  WS-MASTER-OPEN-SWITCH    Picture is X(01) Value 'N'.
               88  MASTER-IS-OPEN               Value 'Y'.
           05  WS-REQUEST-OPEN-SWITCH   Picture is X(01) Value 'N'.
               88  REQUEST-IS-OPEN              Value 'Y'.
           05  WS-STATED-FOUND-SWITCH   Picture is X(01) Value 'N'.
               88  STATED-CUSTOMER-FOUND        Value 'Y'.
           05  WS-INCOMPLETE-SWITCH     Picture is X(01) Value 'N'.
               88  SEARCH-WAS-INCOMPLETE        Value 'Y'.

       77 WS-REQUESTS-READ         Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REQUESTS-BLANK        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REQUESTS-REVERSED     Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REQUESTS-MATCHED      Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REQUESTS-UNMATCHED    Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REQUESTS-INCOMPLETE   Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-STATED-MISMATCHES     Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-MASTER-ROWS-READ      Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-MASTER-ROWS-COMPARED  Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-GROUP-OVERFLOWS       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-EXACT-FOUND           Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-CANONICAL-FOUND       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-SURNAME-FOUND         Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-CANDIDATES-FOUND      Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-CANDIDATES-WRITTEN    Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-CANDIDATES-OVER-LIMIT Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-HIGH-WRITTEN          Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-MEDIUM-WRITTEN        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-LOW-WRITTEN           Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-UNMAPPED-CHARS        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-RECONCILE-TOTAL       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-RETURN-CODE           Picture is 9(02) Usage is Comp
                                    Value Zero.
       77 WS-MAXIMUM-CANDIDATES    Picture is 9(03) Value Zero.
       77 WS-REQUEST-LISTED        Picture is 9(03) Value Zero.

       77 WS-CHAR-INDEX            Picture is 9(04) Usage is Comp
                                    Value Zero.
       77 WS-ALPHA-INDEX           Picture is 9(02) Usage is Comp
                                    Value Zero.
       77 WS-ASCII-LENGTH          Picture is 9(03) Usage is Comp
                                    Value Zero.
       77 WS-PLAIN-LENGTH          Picture is 9(03) Usage is Comp
                                    Value Zero.
       77 WS-CONDENSE-LENGTH       Picture is 9(03) Usage is Comp
                                    Value Zero.
       77 WS-BLANK-POSITION        Picture is 9(03) Usage is Comp
                                    Value Zero.
       77 WS-PART-LENGTH           Picture is 9(03) Usage is Comp
                                    Value Zero.
       77 WS-FOLD-LENGTH           Picture is 9(03) Usage is Comp
                                    Value Zero.

       77 WS-CURRENT-SURNAME-KEY   Picture is X(64) Value Spaces.
       77 WS-MATCH-TYPE            Picture is X(01) Value Spaces.
       77 WS-CONFIDENCE-CLASS      Picture is X(01) Value Spaces.
       77 WS-FOLD-CHAR             Picture is X(01) Value Spaces.
       77 WS-FOLD-PRIOR            Picture is X(01) Value Spaces.
       77 WS-FOLD-NEXT             Picture is X(01) Value Spaces.
       77 WS-FOLD-AFTER-NEXT       Picture is X(01) Value Spaces.

      *    ----  one name on its way to its keys: WS-ASCII-NAME is    --
      *    ----  its upper-case single-byte spelling (a macron or     --
      *    ----  circumflex vowel written out as ANGLO-FORMAT writes  --
      *    ----  a macron, apostrophes and hyphens kept), which the   --
      *    ----  exact key is; WS-PLAIN-NAME holds the letters only,  --
      *    ----  each marked vowel reduced to its plain letter, which --
      *    ----  is split and folded into the surname and given-name  --
      *    ----  keys.                                                --
       77 WS-NATIONAL-NAME         Picture is N(64) Value Spaces.
       77 WS-ASCII-NAME            Picture is X(128) Value Spaces.
       77 WS-PLAIN-NAME            Picture is X(128) Value Spaces.
       77 WS-CONDENSE-IN           Picture is X(128) Value Spaces.
       77 WS-CONDENSE-OUT          Picture is X(128) Value Spaces.
       77 WS-EXACT-KEY             Picture is X(128) Value Spaces.
       77 WS-SURNAME-KEY           Picture is X(64) Value Spaces.
       77 WS-GIVEN-KEY             Picture is X(64) Value Spaces.
       77 WS-INBOUND-KEY           Picture is X(64) Value Spaces.
       77 WS-FOLD-IN               Picture is X(64) Value Spaces.
       77 WS-FOLD-OUT              Picture is X(64) Value Spaces.

      *    ----  paired national/single-byte alphabets, as in         --
      *    ----  ANGLO-FORMAT and ANGLO-RECON: a national letter at   --
      *    ----  position n of the N table is the single-byte letter  --
      *    ----  at position n of the X table.                        --
       77 WS-UPPER-ALPHA-N         Picture is N(26)
                   Value N"ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77 WS-LOWER-ALPHA-N         Picture is N(26)
                   Value N"abcdefghijklmnopqrstuvwxyz".
       77 WS-UPPER-ALPHA-X         Picture is X(26)
                   Value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77 WS-MACRON-LOWER-N        Picture is N(05) Value N"āīūēō".
       77 WS-MACRON-UPPER-N        Picture is N(05) Value N"ĀĪŪĒŌ".
       77 WS-CIRCUMFLEX-LOWER-N    Picture is N(05) Value N"âîûêô".
       77 WS-CIRCUMFLEX-UPPER-N    Picture is N(05) Value N"ÂÎÛÊÔ".
       77 WS-MARKED-VOWEL-X        Picture is X(10) Value "AAIIUUEEOH".
       77 WS-MACRON-PLAIN-X        Picture is X(05) Value "AIUEO".

       01  WS-REPORT-LINE.
           05  WS-RPT-LABEL         Picture is X(40).
           05  WS-RPT-VALUE         Picture is Z,ZZZ,ZZ9.
           05  FILLER               Picture is X(30).

      *    ----  unmatched report: the inbound name's sequence in the --
      *    ----  file, the sender's reference, the customer quoted,   --
      *    ----  why nothing usable was found and the matching key;   --
      *    ----  a second line carries the name as it came in.        --
       01  WS-UNMATCHED-LINE.
           05  WS-UML-SEQUENCE      Picture is Z(08)9.
           05  FILLER               Picture is X(02) Value Spaces.
           05  WS-UML-REFERENCE     Picture is X(20).
           05  FILLER               Picture is X(02) Value Spaces.
           05  WS-UML-CUSTOMER      Picture is X(10).
           05  FILLER               Picture is X(02) Value Spaces.
           05  WS-UML-REASON        Picture is X(40).
           05  FILLER               Picture is X(02) Value Spaces.
           05  WS-UML-KEY           Picture is X(64).
           05  FILLER               Picture is X(09) Value Spaces.

       01  WS-INBOUND-LINE.
           05  FILLER               Picture is X(11) Value Spaces.
           05  FILLER               Picture is X(14)
                                     Value "INBOUND NAME".
           05  WS-IBL-NAME          Picture is N(64).
           05  FILLER               Picture is X(07) Value Spaces.

       Procedure division.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *  The matching sort brings each inbound name together with     *
      *  every master row whose surname folds to the same key and     *
      *  writes what agrees to the work file; the ranking sort then   *
      *  puts each inbound name's candidates in order for the         *
      *  candidate file and finds the names left unmatched.           *
      *****************************************************************
       0000-Mainline.
           Perform 1000-Initialize thru 1000-Exit.
           If MASTER-IS-OPEN
               Open output Match-Work-File
               Sort Match-Sort-File
                   on ascending key MSR-SURNAME-KEY
                   on ascending key MSR-ROW-KIND
                   on ascending key MSR-REQUEST-SEQUENCE
                   input procedure is 2000-Release-Match-Rows
                       thru 2000-Exit
                   output procedure is 3000-Compare-Sorted-Rows
                       thru 3000-Exit
               Close Match-Work-File
               Sort Rank-Sort-File
                   on ascending key RSR-REQUEST-SEQUENCE
                   on ascending key RSR-ROW-KIND
                   on ascending key RSR-CONFIDENCE-RANK
                   on ascending key RSR-STATED-RANK
                   on ascending key RSR-MATCH-RANK
                   on ascending key RSR-ORDER-RANK
                   on ascending key RSR-CUSTOMER-NUMBER
                   on ascending key RSR-NAME-TYPE-CODE
                   input procedure is 5000-Release-Work-Rows
                       thru 5000-Exit
                   output procedure is 6000-Write-Ranked-Candidates
                       thru 6000-Exit
           End-if.
           Perform 8000-Finalize thru 8000-Exit.
           Move WS-RETURN-CODE to Return-Code.
           Stop run.

       0000-Mainline-Exit.
           Exit.

      *****************************************************************
      *  1000-INITIALIZE                                              *
      *  The card is optional: no card means up to 10 candidates a    *
      *  name, surname-only candidates included.  Without the master  *
      *  there is nothing to match against and the job ends hard.     *
      *****************************************************************
       1000-Initialize.
           Move Spaces to NAME-MATCH-CARD-RECORD.
           Open input  Name-Match-Card-File.
           If WS-NMKCARD-STATUS = "00"
               Read Name-Match-Card-File into Name-Match-Card-In
                   at end
                       Move Spaces to Name-Match-Card-In
               end-read
               Move Name-Match-Card-In to NAME-MATCH-CARD-RECORD
               Close Name-Match-Card-File
           End-if.
           If NMK-MAXIMUM-CANDIDATES numeric
               and NMK-MAXIMUM-CANDIDATES not = Zero
               Move NMK-MAXIMUM-CANDIDATES to WS-MAXIMUM-CANDIDATES
           Else
               Move 10 to WS-MAXIMUM-CANDIDATES
           End-if.

           Open output Candidate-File.
           Open output Unmatched-Report-File.
           Open output Control-Report-File.
           Perform 1400-Write-Report-Heading thru 1400-Exit.

           Open input Converted-Master-File.
           If WS-CNVMAST-STATUS not = "00"
               Display "ANGLO-NAMEMATCH: Converted-Master-File open "
                   "status " WS-CNVMAST-STATUS upon stdout
               Move 8 to WS-RETURN-CODE
               Go to 1000-Exit
           End-if.
           Move 'Y' to WS-MASTER-OPEN-SWITCH.

       1000-Exit.
           Exit.

      *****************************************************************
      *  1400-WRITE-REPORT-HEADING                                    *
      *****************************************************************
       1400-Write-Report-Heading.
           Move Spaces to Unmatched-Report-Line.
           Move "ANGLO-NAMEMATCH UNMATCHED INBOUND NAMES"
               to Unmatched-Report-Line.
           Write Unmatched-Report-Line.
           Move Spaces to Unmatched-Report-Line.
           Move " SEQUENCE  REFERENCE             CUSTOMER    REASON"
               to Unmatched-Report-Line.
           Move "MATCHING KEY" to Unmatched-Report-Line(88:12).
           Write Unmatched-Report-Line.
           Move Spaces to Unmatched-Report-Line.
           Write Unmatched-Report-Line.

       1400-Exit.
           Exit.

      *****************************************************************
      *  2000-RELEASE-MATCH-ROWS                                      *
      *  Releases the inbound names, writing each one's marker to the *
      *  work file as it goes, then every master row.                 *
      *****************************************************************
       2000-Release-Match-Rows.
           Open input Match-Request-File.
           Perform 2100-Release-One-Request thru 2100-Exit
               until END-OF-INPUT.
           Close Match-Request-File.
           Move 'N' to WS-EOF-SWITCH.

           Perform 2200-Release-One-Master-Row thru 2200-Exit
               until END-OF-INPUT.
           Move 'N' to WS-EOF-SWITCH.

       2000-Exit.
           Exit.

      *****************************************************************
      *  2100-RELEASE-ONE-REQUEST                                     *
      *  A name with no letters in it cannot be searched and is only  *
      *  marked.  A two-part name is released a second time with its  *
      *  parts reversed, for the sender who put the given name first; *
      *  reversed, only the whole name is compared.                   *
      *****************************************************************
       2100-Release-One-Request.
           Read Match-Request-File into Match-Request-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 2100-Exit
           end-read.
           Move Match-Request-In to NAME-MATCH-REQUEST.
           Add 1 to WS-REQUESTS-READ.

           Move NMQ-LATIN-NAME to WS-NATIONAL-NAME.
           Perform 4000-Build-Name-Keys thru 4000-Exit.
           Move Spaces to WS-INBOUND-KEY.
           String WS-SURNAME-KEY delimited by Space
                  " " delimited by size
                  WS-GIVEN-KEY delimited by Space
               into WS-INBOUND-KEY
           end-string.

           Move Spaces to WS-WORK-ROW.
           Move WS-REQUESTS-READ to WRK-REQUEST-SEQUENCE.
           Move '0' to WRK-ROW-KIND.
           Move Zero to WRK-CONFIDENCE-RANK.
           Move Zero to WRK-STATED-RANK.
           Move Zero to WRK-MATCH-RANK.
           Move Zero to WRK-ORDER-RANK.
           Move Spaces to NAME-MATCH-CANDIDATE.
           Move WS-REQUESTS-READ to NMC-REQUEST-SEQUENCE.
           Move NMQ-INBOUND-REFERENCE to NMC-INBOUND-REFERENCE.
           Move Zero to NMC-RANK.
           Move NMQ-CUSTOMER-NUMBER to NMC-CUSTOMER-NUMBER.
           Move NMQ-LATIN-NAME to NMC-INBOUND-NAME.
           Move Spaces to NMC-CONVERTED-NAME.
           Move WS-INBOUND-KEY to NMC-INBOUND-KEY.
           If WS-SURNAME-KEY = Spaces
               Move 'B' to WRK-REQUEST-STATUS
           Else
               Move 'S' to WRK-REQUEST-STATUS
           End-if.
           Move NAME-MATCH-CANDIDATE to WRK-CANDIDATE-IMAGE.
           Move WS-WORK-ROW to Match-Work-Record.
           Write Match-Work-Record.
           If WS-SURNAME-KEY = Spaces
               Add 1 to WS-REQUESTS-BLANK
               Go to 2100-Exit
           End-if.

           Move Spaces to Match-Sort-Record.
           Move WS-SURNAME-KEY to MSR-SURNAME-KEY.
           Move '1' to MSR-ROW-KIND.
           Move WS-REQUESTS-READ to MSR-REQUEST-SEQUENCE.
           Move 'W' to MSR-NAME-ORDER.
           Move WS-GIVEN-KEY to MSR-GIVEN-KEY.
           Move WS-EXACT-KEY to MSR-EXACT-KEY.
           Move NMQ-CUSTOMER-NUMBER to MSR-CUSTOMER-NUMBER.
           Move NMQ-INBOUND-REFERENCE to MSR-INBOUND-REFERENCE.
           Move WS-INBOUND-KEY to MSR-INBOUND-KEY.
           Move NMQ-LATIN-NAME to MSR-NAME.
           Release Match-Sort-Record.

           If WS-GIVEN-KEY = Spaces
               Go to 2100-Exit
           End-if.
           Add 1 to WS-REQUESTS-REVERSED.
           Move WS-GIVEN-KEY to MSR-SURNAME-KEY.
           Move 'R' to MSR-NAME-ORDER.
           Move WS-SURNAME-KEY to MSR-GIVEN-KEY.
           Move Spaces to MSR-EXACT-KEY.
           Release Match-Sort-Record.

       2100-Exit.
           Exit.

      *****************************************************************
      *  2200-RELEASE-ONE-MASTER-ROW                                  *
      *  The master is read in key order; every name type is          *
      *  released, so a customer can be found by any of its names.    *
      *****************************************************************
       2200-Release-One-Master-Row.
           Read Converted-Master-File next record
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 2200-Exit
           end-read.
           Add 1 to WS-MASTER-ROWS-READ.

           Move CNM-CONVERTED-NAME to WS-NATIONAL-NAME.
           Perform 4000-Build-Name-Keys thru 4000-Exit.
           If WS-SURNAME-KEY = Spaces
               Go to 2200-Exit
           End-if.

           Move Spaces to Match-Sort-Record.
           Move WS-SURNAME-KEY to MSR-SURNAME-KEY.
           Move '2' to MSR-ROW-KIND.
           Move Zero to MSR-REQUEST-SEQUENCE.
           Move WS-GIVEN-KEY to MSR-GIVEN-KEY.
           Move WS-EXACT-KEY to MSR-EXACT-KEY.
           Move CNM-CUSTOMER-NUMBER to MSR-CUSTOMER-NUMBER.
           Move CNM-NAME-TYPE-CODE to MSR-NAME-TYPE-CODE.
           Move CNM-CONVERTED-NAME to MSR-NAME.
           Release Match-Sort-Record.

       2200-Exit.
           Exit.

      *****************************************************************
      *  3000-COMPARE-SORTED-ROWS                                     *
      *  Control-break walk by surname key: the inbound names under   *
      *  the key are held, and each master row under it is compared   *
      *  with every one of them.  A key with no inbound name only     *
      *  streams past.                                                *
      *****************************************************************
       3000-Compare-Sorted-Rows.
           Move Zero to WS-GROUP-COUNT.
           Move Low-Values to WS-CURRENT-SURNAME-KEY.
           Perform 3100-Take-One-Sorted-Row thru 3100-Exit
               until END-OF-SORTED-INPUT.

       3000-Exit.
           Exit.

       3100-Take-One-Sorted-Row.
           Return Match-Sort-File
               at end
                   Move 'Y' to WS-SORT-EOF-SWITCH
                   Go to 3100-Exit
           end-return.

           If MSR-SURNAME-KEY not = WS-CURRENT-SURNAME-KEY
               Move MSR-SURNAME-KEY to WS-CURRENT-SURNAME-KEY
               Move Zero to WS-GROUP-COUNT
           End-if.

           If MSR-INBOUND-NAME
               Perform 3200-Hold-Request thru 3200-Exit
           Else
               If WS-GROUP-COUNT > Zero
                   Add 1 to WS-MASTER-ROWS-COMPARED
                   Perform 3300-Compare-One-Request thru 3300-Exit
                       varying GRP-IDX from 1 by 1
                       until GRP-IDX > WS-GROUP-COUNT
               End-if
           End-if.

       3100-Exit.
           Exit.

      *****************************************************************
      *  3200-HOLD-REQUEST                                            *
      *  More than 500 inbound names under one surname key cannot all *
      *  be held; the ones left over are noted on the work file as    *
      *  searched incompletely and named on the unmatched report.     *
      *****************************************************************
       3200-Hold-Request.
           If WS-GROUP-COUNT = 500
               Add 1 to WS-GROUP-OVERFLOWS
               Move Spaces to WS-WORK-ROW
               Move MSR-REQUEST-SEQUENCE to WRK-REQUEST-SEQUENCE
               Move '1' to WRK-ROW-KIND
               Move Zero to WRK-CONFIDENCE-RANK
               Move Zero to WRK-STATED-RANK
               Move Zero to WRK-MATCH-RANK
               Move Zero to WRK-ORDER-RANK
               Move WS-WORK-ROW to Match-Work-Record
               Write Match-Work-Record
               Go to 3200-Exit
           End-if.
           Add 1 to WS-GROUP-COUNT.
           Set GRP-IDX to WS-GROUP-COUNT.
           Move MSR-REQUEST-SEQUENCE to GRQ-REQUEST-SEQUENCE(GRP-IDX).
           Move MSR-NAME-ORDER to GRQ-NAME-ORDER(GRP-IDX).
           Move MSR-GIVEN-KEY to GRQ-GIVEN-KEY(GRP-IDX).
           Move MSR-EXACT-KEY to GRQ-EXACT-KEY(GRP-IDX).
           Move MSR-CUSTOMER-NUMBER to GRQ-CUSTOMER-NUMBER(GRP-IDX).
           Move MSR-INBOUND-REFERENCE
               to GRQ-INBOUND-REFERENCE(GRP-IDX).
           Move MSR-INBOUND-KEY to GRQ-INBOUND-KEY(GRP-IDX).
           Move MSR-NAME to GRQ-INBOUND-NAME(GRP-IDX).

       3200-Exit.
           Exit.

      *****************************************************************
      *  3300-COMPARE-ONE-REQUEST                                     *
      *  The surname keys already agree.  As written, the same exact  *
      *  spelling is an exact match, the same given-name key a        *
      *  canonical one, anything else surname only (unless the card   *
      *  leaves those out).  Reversed, only an agreeing given-name    *
      *  key counts, as a canonical match.  Exact as written is high  *
      *  confidence, canonical medium, surname only low; the          *
      *  customer the sender quoted is raised one class.              *
      *****************************************************************
       3300-Compare-One-Request.
           Move Spaces to WS-MATCH-TYPE.
           If GRQ-NAME-ORDER(GRP-IDX) = 'W'
               If GRQ-EXACT-KEY(GRP-IDX) = MSR-EXACT-KEY
                   Move 'E' to WS-MATCH-TYPE
               Else
                   If GRQ-GIVEN-KEY(GRP-IDX) = MSR-GIVEN-KEY
                       Move 'C' to WS-MATCH-TYPE
                   Else
                       If not NMK-NO-SURNAME-ONLY
                           Move 'S' to WS-MATCH-TYPE
                       End-if
                   End-if
               End-if
           Else
               If GRQ-GIVEN-KEY(GRP-IDX) = MSR-GIVEN-KEY
                   Move 'C' to WS-MATCH-TYPE
               End-if
           End-if.
           If WS-MATCH-TYPE = Spaces
               Go to 3300-Exit
           End-if.

           Move Spaces to NAME-MATCH-CANDIDATE.
           Move 'N' to NMC-STATED-CUSTOMER.
           If GRQ-CUSTOMER-NUMBER(GRP-IDX) not = Spaces
               and GRQ-CUSTOMER-NUMBER(GRP-IDX) = MSR-CUSTOMER-NUMBER
               Move 'Y' to NMC-STATED-CUSTOMER
           End-if.
           Move 'M' to WS-CONFIDENCE-CLASS.
           If WS-MATCH-TYPE = 'E'
               Move 'H' to WS-CONFIDENCE-CLASS
           End-if.
           If WS-MATCH-TYPE = 'S'
               Move 'L' to WS-CONFIDENCE-CLASS
           End-if.
           If NMC-IS-STATED-CUSTOMER
               If WS-CONFIDENCE-CLASS = 'M'
                   Move 'H' to WS-CONFIDENCE-CLASS
               End-if
               If WS-CONFIDENCE-CLASS = 'L'
                   Move 'M' to WS-CONFIDENCE-CLASS
               End-if
           End-if.

           Move GRQ-REQUEST-SEQUENCE(GRP-IDX) to NMC-REQUEST-SEQUENCE.
           Move GRQ-INBOUND-REFERENCE(GRP-IDX)
               to NMC-INBOUND-REFERENCE.
           Move Zero to NMC-RANK.
           Move WS-CONFIDENCE-CLASS to NMC-CONFIDENCE-CLASS.
           Move WS-MATCH-TYPE to NMC-MATCH-TYPE.
           Move GRQ-NAME-ORDER(GRP-IDX) to NMC-NAME-ORDER.
           Move MSR-CUSTOMER-NUMBER to NMC-CUSTOMER-NUMBER.
           Move MSR-NAME-TYPE-CODE to NMC-NAME-TYPE-CODE.
           Move GRQ-INBOUND-NAME(GRP-IDX) to NMC-INBOUND-NAME.
           Move MSR-NAME to NMC-CONVERTED-NAME.
           Move GRQ-INBOUND-KEY(GRP-IDX) to NMC-INBOUND-KEY.
           Perform 3400-Write-Candidate thru 3400-Exit.

       3300-Exit.
           Exit.

       3400-Write-Candidate.
           Move Spaces to WS-WORK-ROW.
           Move NMC-REQUEST-SEQUENCE to WRK-REQUEST-SEQUENCE.
           Move '2' to WRK-ROW-KIND.
           Move 2 to WRK-CONFIDENCE-RANK.
           If NMC-CONFIDENCE-HIGH
               Move 1 to WRK-CONFIDENCE-RANK
           End-if.
           If NMC-CONFIDENCE-LOW
               Move 3 to WRK-CONFIDENCE-RANK
           End-if.
           Move 2 to WRK-STATED-RANK.
           If NMC-IS-STATED-CUSTOMER
               Move 1 to WRK-STATED-RANK
           End-if.
           Move 2 to WRK-MATCH-RANK.
           If NMC-MATCH-EXACT
               Move 1 to WRK-MATCH-RANK
               Add 1 to WS-EXACT-FOUND
           End-if.
           If NMC-MATCH-CANONICAL
               Add 1 to WS-CANONICAL-FOUND
           End-if.
           If NMC-MATCH-SURNAME-ONLY
               Move 3 to WRK-MATCH-RANK
               Add 1 to WS-SURNAME-FOUND
           End-if.
           Move 1 to WRK-ORDER-RANK.
           If NMC-ORDER-REVERSED
               Move 2 to WRK-ORDER-RANK
           End-if.
           Move NAME-MATCH-CANDIDATE to WRK-CANDIDATE-IMAGE.
           Move WS-WORK-ROW to Match-Work-Record.
           Write Match-Work-Record.
           Add 1 to WS-CANDIDATES-FOUND.

       3400-Exit.
           Exit.

      *****************************************************************
      *  4000-BUILD-NAME-KEYS                                         *
      *  WS-NATIONAL-NAME to its exact key and its surname and given- *
      *  name matching keys.  The plain name splits at its first      *
      *  blank, as ANGLO-RECON and ANGLO-FORMAT split a converted     *
      *  name; each part has its spelling folded and then its long    *
      *  vowels.                                                      *
      *****************************************************************
       4000-Build-Name-Keys.
           Move Spaces to WS-ASCII-NAME.
           Move Spaces to WS-PLAIN-NAME.
           Move Zero to WS-ASCII-LENGTH.
           Move Zero to WS-PLAIN-LENGTH.
           Perform 4100-Transliterate-One-Char thru 4100-Exit
               varying WS-CHAR-INDEX from 1 by 1
               until WS-CHAR-INDEX > 64.

           Move WS-ASCII-NAME to WS-CONDENSE-IN.
           Perform 4200-Condense-Blanks thru 4200-Exit.
           Move WS-CONDENSE-OUT to WS-EXACT-KEY.

           Move WS-PLAIN-NAME to WS-CONDENSE-IN.
           Perform 4200-Condense-Blanks thru 4200-Exit.
           Move Zero to WS-BLANK-POSITION.
           Perform 4300-Find-Blank thru 4300-Exit
               varying WS-CHAR-INDEX from 1 by 1
               until WS-CHAR-INDEX > WS-CONDENSE-LENGTH
               or WS-BLANK-POSITION > Zero.

           Move Spaces to WS-FOLD-IN.
           If WS-BLANK-POSITION = Zero
               If WS-CONDENSE-LENGTH > Zero
                   Move WS-CONDENSE-OUT(1:WS-CONDENSE-LENGTH)
                       to WS-FOLD-IN
               End-if
           Else
               Compute WS-PART-LENGTH = WS-BLANK-POSITION - 1
               Move WS-CONDENSE-OUT(1:WS-PART-LENGTH) to WS-FOLD-IN
           End-if.
           Perform 4400-Fold-Part thru 4400-Exit.
           Move WS-FOLD-OUT to WS-SURNAME-KEY.

           Move Spaces to WS-FOLD-IN.
           If WS-BLANK-POSITION > Zero
               Compute WS-PART-LENGTH =
                   WS-CONDENSE-LENGTH - WS-BLANK-POSITION
               Move WS-CONDENSE-OUT(WS-BLANK-POSITION + 1:
                   WS-PART-LENGTH) to WS-FOLD-IN
           End-if.
           Perform 4400-Fold-Part thru 4400-Exit.
           Move WS-FOLD-OUT to WS-GIVEN-KEY.

       4000-Exit.
           Exit.

      *****************************************************************
      *  4100-TRANSLITERATE-ONE-CHAR                                  *
      *  A letter goes into both names in upper case.  A macron or    *
      *  circumflex vowel is written out in the exact name (AA, II,   *
      *  UU, EE, OH -- ANGLO-FORMAT's spelling of a macron) and is    *
      *  its plain vowel in the plain name.  An apostrophe or hyphen  *
      *  is kept in the exact name only, a comma is a blank in both,  *
      *  a full stop is dropped from both.  Anything else is written  *
      *  as a question mark and counted.                              *
      *****************************************************************
       4100-Transliterate-One-Char.
           Move 'N' to WS-CHAR-DONE-SWITCH.

           If WS-NATIONAL-NAME(WS-CHAR-INDEX:1) = N" "
               or WS-NATIONAL-NAME(WS-CHAR-INDEX:1) = N","
               Add 1 to WS-ASCII-LENGTH
               Add 1 to WS-PLAIN-LENGTH
               Go to 4100-Exit
           End-if.
           If WS-NATIONAL-NAME(WS-CHAR-INDEX:1) = N"."
               Go to 4100-Exit
           End-if.
           If WS-NATIONAL-NAME(WS-CHAR-INDEX:1) = N"'"
               or WS-NATIONAL-NAME(WS-CHAR-INDEX:1) = N"’"
               Add 1 to WS-ASCII-LENGTH
               Move "'" to WS-ASCII-NAME(WS-ASCII-LENGTH:1)
               Go to 4100-Exit
           End-if.
           If WS-NATIONAL-NAME(WS-CHAR-INDEX:1) = N"-"
               Add 1 to WS-ASCII-LENGTH
               Move "-" to WS-ASCII-NAME(WS-ASCII-LENGTH:1)
               Go to 4100-Exit
           End-if.

           Perform 4110-Match-Letter thru 4110-Exit
               varying WS-ALPHA-INDEX from 1 by 1
               until WS-ALPHA-INDEX > 26
               or CHAR-WAS-MAPPED.
           If CHAR-WAS-MAPPED
               Go to 4100-Exit
           End-if.
           Perform 4120-Match-Marked-Vowel thru 4120-Exit
               varying WS-ALPHA-INDEX from 1 by 1
               until WS-ALPHA-INDEX > 5
               or CHAR-WAS-MAPPED.
           If CHAR-WAS-MAPPED
               Go to 4100-Exit
           End-if.

           Add 1 to WS-ASCII-LENGTH.
           Move '?' to WS-ASCII-NAME(WS-ASCII-LENGTH:1).
           Add 1 to WS-PLAIN-LENGTH.
           Move '?' to WS-PLAIN-NAME(WS-PLAIN-LENGTH:1).
           Add 1 to WS-UNMAPPED-CHARS.

       4100-Exit.
           Exit.

       4110-Match-Letter.
           If WS-NATIONAL-NAME(WS-CHAR-INDEX:1) =
                   WS-UPPER-ALPHA-N(WS-ALPHA-INDEX:1)
               or WS-NATIONAL-NAME(WS-CHAR-INDEX:1) =
                   WS-LOWER-ALPHA-N(WS-ALPHA-INDEX:1)
               Add 1 to WS-ASCII-LENGTH
               Move WS-UPPER-ALPHA-X(WS-ALPHA-INDEX:1) to
                   WS-ASCII-NAME(WS-ASCII-LENGTH:1)
               Add 1 to WS-PLAIN-LENGTH
               Move WS-UPPER-ALPHA-X(WS-ALPHA-INDEX:1) to
                   WS-PLAIN-NAME(WS-PLAIN-LENGTH:1)
               Move 'Y' to WS-CHAR-DONE-SWITCH
           End-if.

       4110-Exit.
           Exit.

       4120-Match-Marked-Vowel.
           If WS-NATIONAL-NAME(WS-CHAR-INDEX:1) =
                   WS-MACRON-LOWER-N(WS-ALPHA-INDEX:1)
               or WS-NATIONAL-NAME(WS-CHAR-INDEX:1) =
                   WS-MACRON-UPPER-N(WS-ALPHA-INDEX:1)
               or WS-NATIONAL-NAME(WS-CHAR-INDEX:1) =
                   WS-CIRCUMFLEX-LOWER-N(WS-ALPHA-INDEX:1)
               or WS-NATIONAL-NAME(WS-CHAR-INDEX:1) =
                   WS-CIRCUMFLEX-UPPER-N(WS-ALPHA-INDEX:1)
               Move WS-MARKED-VOWEL-X(WS-ALPHA-INDEX * 2 - 1:2) to
                   WS-ASCII-NAME(WS-ASCII-LENGTH + 1:2)
               Add 2 to WS-ASCII-LENGTH
               Add 1 to WS-PLAIN-LENGTH
               Move WS-MACRON-PLAIN-X(WS-ALPHA-INDEX:1) to
                   WS-PLAIN-NAME(WS-PLAIN-LENGTH:1)
               Move 'Y' to WS-CHAR-DONE-SWITCH
           End-if.

       4120-Exit.
           Exit.

      *****************************************************************
      *  4200-CONDENSE-BLANKS                                         *
      *  WS-CONDENSE-IN to WS-CONDENSE-OUT with leading blanks gone   *
      *  and each run of blanks cut to one; WS-CONDENSE-LENGTH is     *
      *  the length without the trailing blanks.                      *
      *****************************************************************
       4200-Condense-Blanks.
           Move Spaces to WS-CONDENSE-OUT.
           Move Zero to WS-CONDENSE-LENGTH.
           Perform 4210-Condense-One-Char thru 4210-Exit
               varying WS-CHAR-INDEX from 1 by 1
               until WS-CHAR-INDEX > 128.
           If WS-CONDENSE-LENGTH > Zero
               If WS-CONDENSE-OUT(WS-CONDENSE-LENGTH:1) = Space
                   Subtract 1 from WS-CONDENSE-LENGTH
               End-if
           End-if.

       4200-Exit.
           Exit.

       4210-Condense-One-Char.
           If WS-CONDENSE-IN(WS-CHAR-INDEX:1) = Space
               If WS-CONDENSE-LENGTH = Zero
                   Go to 4210-Exit
               End-if
               If WS-CONDENSE-OUT(WS-CONDENSE-LENGTH:1) = Space
                   Go to 4210-Exit
               End-if
           End-if.
           Add 1 to WS-CONDENSE-LENGTH.
           Move WS-CONDENSE-IN(WS-CHAR-INDEX:1)
               to WS-CONDENSE-OUT(WS-CONDENSE-LENGTH:1).

       4210-Exit.
           Exit.

       4300-Find-Blank.
           If WS-CONDENSE-OUT(WS-CHAR-INDEX:1) = Space
               Move WS-CHAR-INDEX to WS-BLANK-POSITION
           End-if.

       4300-Exit.
           Exit.

      *****************************************************************
      *  4400-FOLD-PART                                               *
      *  One plain upper-case part (WS-FOLD-IN) to its matching key   *
      *  (WS-FOLD-OUT).  First the spelling: Hepburn is folded onto   *
      *  Kunrei -- SH and CH before I to S and T, before another      *
      *  vowel to SY and TY; TSU to TU; FU to HU; J to Z (ZY before   *
      *  a vowel other than I) -- and the Nihon-shiki DI, DU and DY   *
      *  to ZI, ZU and ZY, and WO to O, so every system spells a      *
      *  syllable one way.  Then the long vowels, by ANGLO-RECON's    *
      *  rules: an H after O not followed by a vowel drops, a vowel   *
      *  repeating the one before drops, a U after O drops, and an M  *
      *  before B, M or P is the syllabic N.  Blanks within the part  *
      *  drop out.                                                    *
      *****************************************************************
       4400-Fold-Part.
           Move Spaces to WS-FOLD-OUT.
           Move Zero to WS-FOLD-LENGTH.
           Move 1 to WS-CHAR-INDEX.
           Perform 4410-Fold-Spelling thru 4410-Exit
               until WS-CHAR-INDEX > 64.

           Move WS-FOLD-OUT to WS-FOLD-IN.
           Move Spaces to WS-FOLD-OUT.
           Move Zero to WS-FOLD-LENGTH.
           Perform 4500-Fold-Long-Vowel thru 4500-Exit
               varying WS-CHAR-INDEX from 1 by 1
               until WS-CHAR-INDEX > 64.

       4400-Exit.
           Exit.

       4410-Fold-Spelling.
           Move WS-FOLD-IN(WS-CHAR-INDEX:1) to WS-FOLD-CHAR.
           Move Space to WS-FOLD-NEXT.
           If WS-CHAR-INDEX < 64
               Move WS-FOLD-IN(WS-CHAR-INDEX + 1:1) to WS-FOLD-NEXT
           End-if.
           Move Space to WS-FOLD-AFTER-NEXT.
           If WS-CHAR-INDEX < 63
               Move WS-FOLD-IN(WS-CHAR-INDEX + 2:1)
                   to WS-FOLD-AFTER-NEXT
           End-if.
           Add 1 to WS-CHAR-INDEX.

           If WS-FOLD-CHAR = Space
               Go to 4410-Exit
           End-if.
           If (WS-FOLD-CHAR = 'S' or 'C') and WS-FOLD-NEXT = 'H'
               Add 1 to WS-CHAR-INDEX
               If WS-FOLD-CHAR = 'C'
                   Move 'T' to WS-FOLD-CHAR
               End-if
               Add 1 to WS-FOLD-LENGTH
               Move WS-FOLD-CHAR to WS-FOLD-OUT(WS-FOLD-LENGTH:1)
               If WS-FOLD-AFTER-NEXT not = 'I'
                   Add 1 to WS-FOLD-LENGTH
                   Move 'Y' to WS-FOLD-OUT(WS-FOLD-LENGTH:1)
               End-if
               Go to 4410-Exit
           End-if.
           If WS-FOLD-CHAR = 'T' and WS-FOLD-NEXT = 'S'
               and WS-FOLD-AFTER-NEXT = 'U'
               Add 1 to WS-CHAR-INDEX
           End-if.
           If WS-FOLD-CHAR = 'F' and WS-FOLD-NEXT = 'U'
               Move 'H' to WS-FOLD-CHAR
           End-if.
           If WS-FOLD-CHAR = 'D'
               and (WS-FOLD-NEXT = 'I' or 'U' or 'Y')
               Move 'Z' to WS-FOLD-CHAR
           End-if.
           If WS-FOLD-CHAR = 'W' and WS-FOLD-NEXT = 'O'
               Go to 4410-Exit
           End-if.
           If WS-FOLD-CHAR = 'J'
               Add 1 to WS-FOLD-LENGTH
               Move 'Z' to WS-FOLD-OUT(WS-FOLD-LENGTH:1)
               If WS-FOLD-NEXT = 'A' or 'U' or 'E' or 'O'
                   Add 1 to WS-FOLD-LENGTH
                   Move 'Y' to WS-FOLD-OUT(WS-FOLD-LENGTH:1)
               End-if
               Go to 4410-Exit
           End-if.

           Add 1 to WS-FOLD-LENGTH.
           Move WS-FOLD-CHAR to WS-FOLD-OUT(WS-FOLD-LENGTH:1).

       4410-Exit.
           Exit.

       4500-Fold-Long-Vowel.
           Move WS-FOLD-IN(WS-CHAR-INDEX:1) to WS-FOLD-CHAR.
           If WS-FOLD-CHAR = Space
               Go to 4500-Exit
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
               Go to 4500-Exit
           End-if.
           If WS-FOLD-CHAR = WS-FOLD-PRIOR
               and (WS-FOLD-CHAR = 'A' or 'I' or 'U' or 'E' or 'O')
               Go to 4500-Exit
           End-if.
           If WS-FOLD-CHAR = 'U' and WS-FOLD-PRIOR = 'O'
               Go to 4500-Exit
           End-if.
           If WS-FOLD-CHAR = 'M'
               and (WS-FOLD-NEXT = 'B' or 'M' or 'P')
               Move 'N' to WS-FOLD-CHAR
           End-if.

           Add 1 to WS-FOLD-LENGTH.
           Move WS-FOLD-CHAR to WS-FOLD-OUT(WS-FOLD-LENGTH:1).

       4500-Exit.
           Exit.

      *****************************************************************
      *  5000-RELEASE-WORK-ROWS                                       *
      *****************************************************************
       5000-Release-Work-Rows.
           Open input Match-Work-File.
           Perform 5100-Release-One-Work-Row thru 5100-Exit
               until END-OF-INPUT.
           Close Match-Work-File.

       5000-Exit.
           Exit.

       5100-Release-One-Work-Row.
           Read Match-Work-File into Match-Work-Record
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 5100-Exit
           end-read.
           Move Match-Work-Record to Rank-Sort-Record.
           Release Rank-Sort-Record.

       5100-Exit.
           Exit.

      *****************************************************************
      *  6000-WRITE-RANKED-CANDIDATES                                 *
      *  Control-break walk by inbound name: its marker opens it, a   *
      *  note says its search was incomplete, and its candidates      *
      *  arrive best first and are written with their rank up to the *
      *  card's limit.  The name is settled when the next one opens.  *
      *****************************************************************
       6000-Write-Ranked-Candidates.
           Move 'N' to WS-SORT-EOF-SWITCH.
           Perform 6100-Take-One-Ranked-Row thru 6100-Exit
               until END-OF-SORTED-INPUT.
           Perform 6300-Finish-Request thru 6300-Exit.

       6000-Exit.
           Exit.

       6100-Take-One-Ranked-Row.
           Return Rank-Sort-File
               at end
                   Move 'Y' to WS-SORT-EOF-SWITCH
                   Go to 6100-Exit
           end-return.

           If RSR-REQUEST-MARKER
               Perform 6300-Finish-Request thru 6300-Exit
               Perform 6200-Start-Request thru 6200-Exit
               Go to 6100-Exit
           End-if.
           If RSR-INCOMPLETE-NOTE
               Move 'Y' to WS-INCOMPLETE-SWITCH
               Go to 6100-Exit
           End-if.

           Move RSR-CANDIDATE-IMAGE to NAME-MATCH-CANDIDATE.
           If NMC-IS-STATED-CUSTOMER
               Move 'Y' to WS-STATED-FOUND-SWITCH
           End-if.
           If WS-REQUEST-LISTED = WS-MAXIMUM-CANDIDATES
               Add 1 to WS-CANDIDATES-OVER-LIMIT
               Go to 6100-Exit
           End-if.
           Add 1 to WS-REQUEST-LISTED.
           Move WS-REQUEST-LISTED to NMC-RANK.
           Move NAME-MATCH-CANDIDATE to Candidate-Record-Out.
           Write Candidate-Record-Out.
           Add 1 to WS-CANDIDATES-WRITTEN.
           If NMC-CONFIDENCE-HIGH
               Add 1 to WS-HIGH-WRITTEN
           End-if.
           If NMC-CONFIDENCE-MEDIUM
               Add 1 to WS-MEDIUM-WRITTEN
           End-if.
           If NMC-CONFIDENCE-LOW
               Add 1 to WS-LOW-WRITTEN
           End-if.

       6100-Exit.
           Exit.

      *****************************************************************
      *  6200-START-REQUEST                                           *
      *  The marker carries the inbound name in the candidate layout, *
      *  with the customer the sender quoted in NMC-CUSTOMER-NUMBER;  *
      *  it is kept in WS-WORK-ROW until the name is settled.         *
      *****************************************************************
       6200-Start-Request.
           Move Rank-Sort-Record to WS-WORK-ROW.
           Move 'Y' to WS-REQUEST-OPEN-SWITCH.
           Move 'N' to WS-STATED-FOUND-SWITCH.
           Move 'N' to WS-INCOMPLETE-SWITCH.
           Move Zero to WS-REQUEST-LISTED.

       6200-Exit.
           Exit.

      *****************************************************************
      *  6300-FINISH-REQUEST                                          *
      *  An inbound name with no candidate is unmatched and reported  *
      *  with the reason.  One with candidates is still reported when *
      *  the customer the sender quoted is not among them, or when    *
      *  its search was incomplete.                                   *
      *****************************************************************
       6300-Finish-Request.
           If not REQUEST-IS-OPEN
               Go to 6300-Exit
           End-if.
           Move 'N' to WS-REQUEST-OPEN-SWITCH.
           Move WRK-CANDIDATE-IMAGE to NAME-MATCH-CANDIDATE.
           If SEARCH-WAS-INCOMPLETE
               Add 1 to WS-REQUESTS-INCOMPLETE
           End-if.

           If WS-REQUEST-LISTED = Zero
               Add 1 to WS-REQUESTS-UNMATCHED
               If WRK-REQUEST-STATUS = 'B'
                   Move "NAME HAS NO LETTERS - NOT SEARCHED"
                       to WS-UML-REASON
               Else
                   If SEARCH-WAS-INCOMPLETE
                       Move "SEARCH INCOMPLETE - TOO MANY WITH KEY"
                           to WS-UML-REASON
                   Else
                       Move "NO CANDIDATE FOUND" to WS-UML-REASON
                   End-if
               End-if
               Perform 6500-Report-Request thru 6500-Exit
               Go to 6300-Exit
           End-if.

           Add 1 to WS-REQUESTS-MATCHED.
           If NMC-CUSTOMER-NUMBER not = Spaces
               and not STATED-CUSTOMER-FOUND
               Add 1 to WS-STATED-MISMATCHES
               Move "QUOTED CUSTOMER NOT AMONG CANDIDATES"
                   to WS-UML-REASON
               Perform 6500-Report-Request thru 6500-Exit
           End-if.
           If SEARCH-WAS-INCOMPLETE
               Move "SEARCH INCOMPLETE - TOO MANY WITH KEY"
                   to WS-UML-REASON
               Perform 6500-Report-Request thru 6500-Exit
           End-if.

       6300-Exit.
           Exit.

       6500-Report-Request.
           Move NMC-REQUEST-SEQUENCE to WS-UML-SEQUENCE.
           Move NMC-INBOUND-REFERENCE to WS-UML-REFERENCE.
           Move NMC-CUSTOMER-NUMBER to WS-UML-CUSTOMER.
           Move NMC-INBOUND-KEY to WS-UML-KEY.
           Move WS-UNMATCHED-LINE to Unmatched-Report-Line.
           Write Unmatched-Report-Line.
           Move NMC-INBOUND-NAME to WS-IBL-NAME.
           Move WS-INBOUND-LINE to Unmatched-Report-Line.
           Write Unmatched-Report-Line.

       6500-Exit.
           Exit.

      *****************************************************************
      *  8000-FINALIZE                                                *
      *****************************************************************
       8000-Finalize.
           Perform 8100-Print-Control-Report thru 8100-Exit.
           If MASTER-IS-OPEN
               Close Converted-Master-File
           End-if.
           Close Candidate-File.
           Close Unmatched-Report-File.
           Close Control-Report-File.

       8000-Exit.
           Exit.

      *****************************************************************
      *  8100-PRINT-CONTROL-REPORT                                    *
      *  Balance for sign-off: every inbound name read is either      *
      *  matched or unmatched, and every candidate found is either    *
      *  written or over the limit.                                   *
      *****************************************************************
       8100-Print-Control-Report.
      *    ----  the FILLER tail of WS-REPORT-LINE is never moved to  --
      *    ----  and otherwise still holds low-values, which a line   --
      *    ----  sequential WRITE refuses (status 71).                --
           Move Spaces to WS-REPORT-LINE.
           Move Spaces to Control-Report-Line.
           Move "ANGLO-NAMEMATCH CONTROL REPORT"
               to Control-Report-Line.
           Write Control-Report-Line.

           Move "INBOUND NAMES READ" to WS-RPT-LABEL.
           Move WS-REQUESTS-READ to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  WITH NO LETTERS (NOT SEARCHED)" to WS-RPT-LABEL.
           Move WS-REQUESTS-BLANK to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  ALSO TRIED REVERSED" to WS-RPT-LABEL.
           Move WS-REQUESTS-REVERSED to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "MASTER ROWS READ" to WS-RPT-LABEL.
           Move WS-MASTER-ROWS-READ to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  SHARING A SURNAME KEY WITH A NAME" to WS-RPT-LABEL.
           Move WS-MASTER-ROWS-COMPARED to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "CANDIDATES FOUND" to WS-RPT-LABEL.
           Move WS-CANDIDATES-FOUND to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  EXACT" to WS-RPT-LABEL.
           Move WS-EXACT-FOUND to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  CANONICAL" to WS-RPT-LABEL.
           Move WS-CANONICAL-FOUND to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  SURNAME ONLY" to WS-RPT-LABEL.
           Move WS-SURNAME-FOUND to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "CANDIDATES WRITTEN (NMCFILE)" to WS-RPT-LABEL.
           Move WS-CANDIDATES-WRITTEN to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  HIGH CONFIDENCE" to WS-RPT-LABEL.
           Move WS-HIGH-WRITTEN to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  MEDIUM CONFIDENCE" to WS-RPT-LABEL.
           Move WS-MEDIUM-WRITTEN to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  LOW CONFIDENCE" to WS-RPT-LABEL.
           Move WS-LOW-WRITTEN to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "CANDIDATES OVER THE LIMIT (NOT WRITTEN)"
               to WS-RPT-LABEL.
           Move WS-CANDIDATES-OVER-LIMIT to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "INBOUND NAMES MATCHED" to WS-RPT-LABEL.
           Move WS-REQUESTS-MATCHED to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  QUOTED CUSTOMER NOT AMONG CANDIDATES"
               to WS-RPT-LABEL.
           Move WS-STATED-MISMATCHES to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "INBOUND NAMES UNMATCHED" to WS-RPT-LABEL.
           Move WS-REQUESTS-UNMATCHED to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "SEARCHES INCOMPLETE (OVER 500 PER KEY)"
               to WS-RPT-LABEL.
           Move WS-REQUESTS-INCOMPLETE to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           If WS-UNMAPPED-CHARS > Zero
               Move "UNMAPPED CHARACTERS (WRITTEN AS ?)"
                   to WS-RPT-LABEL
               Move WS-UNMAPPED-CHARS to WS-RPT-VALUE
               Perform 8900-Write-Report-Line thru 8900-Exit
           End-if.

           If WS-REQUESTS-INCOMPLETE > Zero
               and WS-RETURN-CODE < 4
               Move 4 to WS-RETURN-CODE
           End-if.
           If not MASTER-IS-OPEN
               Go to 8100-Exit
           End-if.
           Compute WS-RECONCILE-TOTAL =
               WS-REQUESTS-MATCHED + WS-REQUESTS-UNMATCHED.
           If WS-RECONCILE-TOTAL not = WS-REQUESTS-READ
               Move "*** NAMES DO NOT BALANCE TO NAMES READ ***"
                   to WS-RPT-LABEL
               Move WS-RECONCILE-TOTAL to WS-RPT-VALUE
               Perform 8900-Write-Report-Line thru 8900-Exit
               Move 8 to WS-RETURN-CODE
           End-if.
           Compute WS-RECONCILE-TOTAL =
               WS-CANDIDATES-WRITTEN + WS-CANDIDATES-OVER-LIMIT.
           If WS-RECONCILE-TOTAL not = WS-CANDIDATES-FOUND
               Move "*** CANDIDATES DO NOT BALANCE ***"
                   to WS-RPT-LABEL
               Move WS-RECONCILE-TOTAL to WS-RPT-VALUE
               Perform 8900-Write-Report-Line thru 8900-Exit
               Move 8 to WS-RETURN-CODE
           End-if.

       8100-Exit.
           Exit.

       8900-Write-Report-Line.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

       8900-Exit.
           Exit.

       End program ANGLO-NAMEMATCH.
