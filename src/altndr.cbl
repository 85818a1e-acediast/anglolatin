       Identification division.
       Program-ID.    ANGLO-DEADROW.
       Author.        Darren Xu.
       Date-written.  October 2026.
       Installation.  WSL2.
       Security.      Non-confidential.

      *****************************************************************
      *  Modification history                                        *
      *  ---------------------------------------------------------    *
      *  2026-10-15 dxu   Original.  Monthly table-usage report from  *
      *                   the cumulative usage dataset ANGLO-USAGE    *
      *                   keeps.  Lists as deletion candidates the    *
      *                   override rows and dictionary readings       *
      *                   still loaded that have not fired in the     *
      *                   card's number of days (a row that never     *
      *                   fired counts from the day it was first      *
      *                   loaded), then the most-used rows by hits.   *
      *                   Each candidate is also written as a delete  *
      *                   transaction -- OVRTRN layout to OVRDEL,     *
      *                   KNJTRN layout to KNJDEL -- for the table    *
      *                   owners to review and pass to ANGLO-OVRMAINT *
      *                   or ANGLO-KNJMAINT; nothing is deleted here. *
      *****************************************************************

       Environment division.
       Configuration section.
       Source-computer. x64.

       Input-output section.
       File-control.
           Select Optional Deadrow-Card-File assign to Drwcard
               organization is line sequential
               file status is WS-DRWCARD-STATUS.

           Select Optional Usage-Master-File assign to Usgmast
               organization is line sequential
               file status is WS-USGMAST-STATUS.

           Select Override-Delete-File assign to Ovrdel
               organization is line sequential.

           Select Kanji-Delete-File assign to Knjdel
               organization is line sequential.

           Select Deadrow-Report-File assign to Drwrpt
               organization is line sequential.

           Select Control-Report-File assign to Rptfile
               organization is line sequential.

           Select Sort-Work-File assign to Sortwork.

       Data division.
       File section.

       FD  Deadrow-Card-File
           label records are standard.
       01  Deadrow-Card-In             Picture is X(80).

       FD  Usage-Master-File
           label records are standard.
       01  Usage-Master-In             Picture is X(120).

       FD  Override-Delete-File
           label records are standard.
       01  Override-Delete-Out         Picture is X(197).

       FD  Kanji-Delete-File
           label records are standard.
       01  Kanji-Delete-Out            Picture is X(44).

       FD  Deadrow-Report-File
           label records are standard.
       01  Deadrow-Report-Line         Picture is X(160).

       FD  Control-Report-File
           label records are standard.
       01  Control-Report-Line         Picture is X(80).

       SD  Sort-Work-File.
      *    ----  a usage row with its key and hits called out, sorted --
      *    ----  most hits first; equal hits stay in key order.       --
       01  Sort-Record.
           05  SRT-KEY                  Picture is X(61).
           05  SRT-HIT-COUNT            Picture is 9(09).
           05  FILLER                   Picture is X(50).

       Working-storage section.

       77 WS-DRWCARD-STATUS picture is X(02) Value Spaces.
       77 WS-USGMAST-STATUS picture is X(02) Value Spaces.

           Copy drwcrd.
           Copy usgrec.
           Copy ovrtrn.
           Copy knjtrn.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            Picture is X(01) Value 'N'.
               88  END-OF-INPUT                 Value 'Y'.
           05  WS-SORT-EOF-SWITCH       Picture is X(01) Value 'N'.
               88  END-OF-SORTED-INPUT          Value 'Y'.
           05  WS-MASTER-READY-SWITCH   Picture is X(01) Value 'N'.
               88  MASTER-IS-READABLE           Value 'Y'.

       77 WS-ROWS-READ             Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-ROWS-NOT-LOADED       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-OVERRIDE-ROWS-LOADED  Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-DICTIONARY-ROWS-LOADED
                                    Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-OVERRIDE-CANDIDATES   Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-DICTIONARY-CANDIDATES Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-ROWS-NEVER-HIT        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-BAD-DATES             Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-TOP-LISTED            Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-RETURN-CODE           Picture is 9(02) Usage is Comp
                                    Value Zero.
       77 WS-ACCEPT-DATE           Picture is 9(08) Value Zero.
       77 WS-REPORT-DATE           Picture is 9(08) Value Zero.
       77 WS-IDLE-DAYS             Picture is 9(04) Value Zero.
       77 WS-TOP-COUNT             Picture is 9(03) Value Zero.
       77 WS-USER-ID               Picture is X(08) Value Spaces.
      *    ----  the latest date any row was loaded: a row last seen  --
      *    ----  before it has since left its table.                  --
       77 WS-LATEST-SEEN-DATE      Picture is 9(08) Value Zero.
       77 WS-REFERENCE-DATE        Picture is 9(08) Value Zero.
       77 WS-REPORT-DAY            Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-ROW-IDLE-DAYS         Picture is 9(09) Usage is Comp
                                    Value Zero.

      *    ----  day-number conversion: days since a fixed epoch for  --
      *    ----  a Gregorian date, with March as the first month so   --
      *    ----  the leap day falls at the end of the year.           --
       01  WS-DAY-NUMBER-WORK.
           05  WS-DNW-DATE              Picture is 9(08).
           05  WS-DNW-DATE-PARTS Redefines WS-DNW-DATE.
               10  WS-DNW-YEAR          Picture is 9(04).
               10  WS-DNW-MONTH         Picture is 9(02).
               10  WS-DNW-DAY           Picture is 9(02).
           05  WS-DNW-SHIFTED-YEAR      Picture is 9(05)
                                         Usage is Comp.
           05  WS-DNW-SHIFTED-MONTH     Picture is 9(02)
                                         Usage is Comp.
           05  WS-DNW-QUOTIENT          Picture is 9(09)
                                         Usage is Comp.
           05  WS-DNW-DAY-NUMBER        Picture is 9(09)
                                         Usage is Comp.

       01  WS-REPORT-LINE.
           05  WS-RPT-LABEL         Picture is X(40).
           05  WS-RPT-VALUE         Picture is Z,ZZZ,ZZ9.
           05  FILLER               Picture is X(30).

      *    ----  report lines.  National fields occupy two bytes a    --
      *    ----  character in the record image: an override's         --
      *    ----  original form fills the N(30) key column, a          --
      *    ----  dictionary row shows its kanji, then its reading.    --
       01  WS-ROW-LINE.
           05  FILLER               Picture is X(04) Value Spaces.
           05  WS-RWL-RANK          Picture is ZZZ.
           05  FILLER               Picture is X(01) Value Spaces.
           05  WS-RWL-TABLE         Picture is X(10).
           05  FILLER               Picture is X(01) Value Spaces.
           05  WS-RWL-KEY           Picture is N(30).
           05  FILLER               Picture is X(01) Value Spaces.
           05  WS-RWL-NAME-USE      Picture is X(01).
           05  FILLER               Picture is X(01) Value Spaces.
           05  WS-RWL-HITS          Picture is ZZZ,ZZZ,ZZ9.
           05  FILLER               Picture is X(01) Value Spaces.
           05  WS-RWL-FIRST-SEEN    Picture is X(08).
           05  FILLER               Picture is X(01) Value Spaces.
           05  WS-RWL-FIRST-HIT     Picture is X(08).
           05  FILLER               Picture is X(01) Value Spaces.
           05  WS-RWL-LAST-HIT      Picture is X(08).
           05  FILLER               Picture is X(01) Value Spaces.
           05  WS-RWL-IDLE-DAYS     Picture is ZZZZ9.
           05  FILLER               Picture is X(34) Value Spaces.

       01  WS-HEADING-LINE.
           05  FILLER               Picture is X(04) Value Spaces.
           05  FILLER               Picture is X(03) Value "NO.".
           05  FILLER               Picture is X(01) Value Spaces.
           05  FILLER               Picture is X(10) Value "TABLE".
           05  FILLER               Picture is X(01) Value Spaces.
           05  FILLER               Picture is X(60)
                                     Value "ORIGINAL / KANJI  READING".
           05  FILLER               Picture is X(01) Value Spaces.
           05  FILLER               Picture is X(01) Value "U".
           05  FILLER               Picture is X(01) Value Spaces.
           05  FILLER               Picture is X(11)
                                     Value "       HITS".
           05  FILLER               Picture is X(01) Value Spaces.
           05  FILLER               Picture is X(08) Value "1ST SEEN".
           05  FILLER               Picture is X(01) Value Spaces.
           05  FILLER               Picture is X(08) Value "1ST HIT".
           05  FILLER               Picture is X(01) Value Spaces.
           05  FILLER               Picture is X(08) Value "LAST HIT".
           05  FILLER               Picture is X(01) Value Spaces.
           05  FILLER               Picture is X(05) Value " IDLE".
           05  FILLER               Picture is X(34) Value Spaces.

       01  WS-SECTION-LINE.
           05  FILLER               Picture is X(02) Value Spaces.
           05  WS-SCL-TEXT          Picture is X(40).
           05  WS-SCL-NUMBER        Picture is ZZZ9.
           05  WS-SCL-TEXT-2        Picture is X(30).
           05  WS-SCL-DATE          Picture is X(08).
           05  FILLER               Picture is X(76) Value Spaces.

       Procedure division.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *  The candidates are found on the one pass over the usage      *
      *  rows that feeds the sort; the sort puts the most-used rows   *
      *  first for the second half of the report.                     *
      *****************************************************************
       0000-Mainline.
           Perform 1000-Initialize thru 1000-Exit.
           Sort Sort-Work-File
               on descending key SRT-HIT-COUNT
               on ascending key SRT-KEY
               input procedure is 2000-Find-Candidates
                   thru 2000-Exit
               output procedure is 3000-List-Most-Used
                   thru 3000-Exit.
           Perform 8000-Finalize thru 8000-Exit.
           Move WS-RETURN-CODE to Return-Code.
           Stop run.

       0000-Mainline-Exit.
           Exit.

      *****************************************************************
      *  1000-INITIALIZE                                              *
      *  The card is optional: no card means 180 idle days, the top   *
      *  25 rows, transactions under DEADROW and days counted to      *
      *  today.  A first pass over the usage rows finds the latest    *
      *  date any row was loaded -- the tables as they stand now.     *
      *****************************************************************
       1000-Initialize.
           Accept WS-ACCEPT-DATE from Date Yyyymmdd.
           Move Spaces to DEADROW-CARD-RECORD.
           Open input  Deadrow-Card-File.
           If WS-DRWCARD-STATUS = "00"
               Read Deadrow-Card-File into Deadrow-Card-In
                   at end
                       Move Spaces to Deadrow-Card-In
               end-read
               Move Deadrow-Card-In to DEADROW-CARD-RECORD
               Close Deadrow-Card-File
           End-if.
           If DRC-IDLE-DAYS numeric
               and DRC-IDLE-DAYS not = Zero
               Move DRC-IDLE-DAYS to WS-IDLE-DAYS
           Else
               Move 180 to WS-IDLE-DAYS
           End-if.
           If DRC-TOP-COUNT numeric
               and DRC-TOP-COUNT not = Zero
               Move DRC-TOP-COUNT to WS-TOP-COUNT
           Else
               Move 25 to WS-TOP-COUNT
           End-if.
           Move DRC-USER-ID to WS-USER-ID.
           If WS-USER-ID = Spaces
               Move "DEADROW" to WS-USER-ID
           End-if.
           If DRC-REPORT-DATE numeric
               and DRC-REPORT-DATE not = Zero
               Move DRC-REPORT-DATE to WS-REPORT-DATE
           Else
               Move WS-ACCEPT-DATE to WS-REPORT-DATE
           End-if.
           Move WS-REPORT-DATE to WS-DNW-DATE.
           Perform 7000-Compute-Day-Number thru 7000-Exit.
           Move WS-DNW-DAY-NUMBER to WS-REPORT-DAY.
           If WS-REPORT-DAY = Zero
               Display "ANGLO-DEADROW: report date " WS-REPORT-DATE
                   " is not a date - today used" upon stdout
               Move 4 to WS-RETURN-CODE
               Move WS-ACCEPT-DATE to WS-REPORT-DATE
               Move WS-REPORT-DATE to WS-DNW-DATE
               Perform 7000-Compute-Day-Number thru 7000-Exit
               Move WS-DNW-DAY-NUMBER to WS-REPORT-DAY
           End-if.

           Open output Deadrow-Report-File.
           Open output Control-Report-File.
           Open output Override-Delete-File.
           Open output Kanji-Delete-File.

           Open input  Usage-Master-File.
           If WS-USGMAST-STATUS not = "00"
               and WS-USGMAST-STATUS not = "05"
               Display "ANGLO-DEADROW: Usage-Master-File open status "
                   WS-USGMAST-STATUS upon stdout
               Move 8 to WS-RETURN-CODE
               Go to 1000-Exit
           End-if.
           Perform 1100-Find-Latest-Seen thru 1100-Exit
               until END-OF-INPUT.
           Close Usage-Master-File.
           Move 'N' to WS-EOF-SWITCH.
           Move 'Y' to WS-MASTER-READY-SWITCH.

       1000-Exit.
           Exit.

       1100-Find-Latest-Seen.
           Read Usage-Master-File into Usage-Master-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 1100-Exit
           end-read.
           Move Usage-Master-In to USAGE-RECORD.
           If USG-LAST-SEEN-DATE numeric
               and USG-LAST-SEEN-DATE > WS-LATEST-SEEN-DATE
               Move USG-LAST-SEEN-DATE to WS-LATEST-SEEN-DATE
           End-if.

       1100-Exit.
           Exit.

      *****************************************************************
      *  2000-FIND-CANDIDATES                                         *
      *****************************************************************
       2000-Find-Candidates.
           Move Spaces to WS-SECTION-LINE.
           Move "ANGLO-DEADROW TABLE USAGE REPORT FOR" to WS-SCL-TEXT.
           Move WS-REPORT-DATE to WS-SCL-DATE.
           Move WS-SECTION-LINE to Deadrow-Report-Line.
           Write Deadrow-Report-Line.
           Move Spaces to Deadrow-Report-Line.
           Write Deadrow-Report-Line.
           Move Spaces to WS-SECTION-LINE.
           Move "DELETION CANDIDATES - NO HIT IN" to WS-SCL-TEXT.
           Move WS-IDLE-DAYS to WS-SCL-NUMBER.
           Move " DAYS, TABLES AS LOADED ON" to WS-SCL-TEXT-2.
           Move WS-LATEST-SEEN-DATE to WS-SCL-DATE.
           Move WS-SECTION-LINE to Deadrow-Report-Line.
           Write Deadrow-Report-Line.
           Move WS-HEADING-LINE to Deadrow-Report-Line.
           Write Deadrow-Report-Line.

           If not MASTER-IS-READABLE
               Go to 2000-Exit
           End-if.
           Open input  Usage-Master-File.
           Perform 2100-Check-One-Row thru 2100-Exit
               until END-OF-INPUT.
           Close Usage-Master-File.

           If WS-OVERRIDE-CANDIDATES = Zero
               and WS-DICTIONARY-CANDIDATES = Zero
               Move Spaces to Deadrow-Report-Line
               Move "    NONE" to Deadrow-Report-Line
               Write Deadrow-Report-Line
           End-if.

       2000-Exit.
           Exit.

      *****************************************************************
      *  2100-CHECK-ONE-ROW                                           *
      *  Only rows in the tables as last loaded are reported; a row   *
      *  that never fired is idle from the day it was first loaded.   *
      *****************************************************************
       2100-Check-One-Row.
           Read Usage-Master-File into Usage-Master-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 2100-Exit
           end-read.
           Move Usage-Master-In to USAGE-RECORD.
           Add 1 to WS-ROWS-READ.
           If USG-LAST-SEEN-DATE not = WS-LATEST-SEEN-DATE
               Add 1 to WS-ROWS-NOT-LOADED
               Go to 2100-Exit
           End-if.
           If USG-OVERRIDE-ROW
               Add 1 to WS-OVERRIDE-ROWS-LOADED
           Else
               Add 1 to WS-DICTIONARY-ROWS-LOADED
           End-if.
           If USG-HIT-COUNT > Zero
               Move USAGE-RECORD to Sort-Record
               Release Sort-Record
               Move USG-LAST-HIT-DATE to WS-REFERENCE-DATE
           Else
               Add 1 to WS-ROWS-NEVER-HIT
               Move USG-FIRST-SEEN-DATE to WS-REFERENCE-DATE
           End-if.

           Move WS-REFERENCE-DATE to WS-DNW-DATE.
           Perform 7000-Compute-Day-Number thru 7000-Exit.
           If WS-DNW-DAY-NUMBER = Zero
               Add 1 to WS-BAD-DATES
               Go to 2100-Exit
           End-if.
           If WS-DNW-DAY-NUMBER > WS-REPORT-DAY
               Go to 2100-Exit
           End-if.
           Compute WS-ROW-IDLE-DAYS =
               WS-REPORT-DAY - WS-DNW-DAY-NUMBER.
           If WS-ROW-IDLE-DAYS < WS-IDLE-DAYS
               Go to 2100-Exit
           End-if.

           Move Zero to WS-RWL-RANK.
           Perform 4000-Print-Row thru 4000-Exit.
           Perform 2200-Write-Delete thru 2200-Exit.

       2100-Exit.
           Exit.

      *****************************************************************
      *  2200-WRITE-DELETE                                            *
      *  The forced output and the new reading mean nothing on a      *
      *  delete and go out blank.                                     *
      *****************************************************************
       2200-Write-Delete.
           If USG-OVERRIDE-ROW
               Add 1 to WS-OVERRIDE-CANDIDATES
               Move Spaces to OVERRIDE-TRANSACTION
               Move 'D' to OVT-ACTION-CODE
               Move WS-USER-ID to OVT-USER-ID
               Move USG-ORIGINAL-FORM to OVT-ORIGINAL-FORM
               Move Spaces to OVT-FORCED-OUTPUT
               Move OVERRIDE-TRANSACTION to Override-Delete-Out
               Write Override-Delete-Out
           Else
               Add 1 to WS-DICTIONARY-CANDIDATES
               Move Spaces to KANJI-TRANSACTION
               Move 'D' to KNT-ACTION-CODE
               Move WS-USER-ID to KNT-USER-ID
               Move USG-KANJI to KNT-KANJI
               Move USG-NAME-USE to KNT-NAME-USE
               Move USG-READING to KNT-READING
               Move Spaces to KNT-NEW-READING
               Move KANJI-TRANSACTION to Kanji-Delete-Out
               Write Kanji-Delete-Out
           End-if.

       2200-Exit.
           Exit.

      *****************************************************************
      *  3000-LIST-MOST-USED                                          *
      *****************************************************************
       3000-List-Most-Used.
           Move Spaces to Deadrow-Report-Line.
           Write Deadrow-Report-Line.
           Move Spaces to WS-SECTION-LINE.
           Move "MOST-USED ROWS - TOP" to WS-SCL-TEXT.
           Move WS-TOP-COUNT to WS-SCL-NUMBER.
           Move " BY HITS TO DATE" to WS-SCL-TEXT-2.
           Move WS-SECTION-LINE to Deadrow-Report-Line.
           Write Deadrow-Report-Line.
           Move WS-HEADING-LINE to Deadrow-Report-Line.
           Write Deadrow-Report-Line.
           Perform 3100-List-One-Row thru 3100-Exit
               until END-OF-SORTED-INPUT
               or WS-TOP-LISTED = WS-TOP-COUNT.
           If WS-TOP-LISTED = Zero
               Move Spaces to Deadrow-Report-Line
               Move "    NONE" to Deadrow-Report-Line
               Write Deadrow-Report-Line
           End-if.

       3000-Exit.
           Exit.

       3100-List-One-Row.
           Return Sort-Work-File
               at end
                   Move 'Y' to WS-SORT-EOF-SWITCH
                   Go to 3100-Exit
           end-return.
           Move Sort-Record to USAGE-RECORD.
           Add 1 to WS-TOP-LISTED.
           Move WS-TOP-LISTED to WS-RWL-RANK.
           Move USG-LAST-HIT-DATE to WS-DNW-DATE.
           Perform 7000-Compute-Day-Number thru 7000-Exit.
           If WS-DNW-DAY-NUMBER = Zero
               or WS-DNW-DAY-NUMBER > WS-REPORT-DAY
               Move Zero to WS-ROW-IDLE-DAYS
           Else
               Compute WS-ROW-IDLE-DAYS =
                   WS-REPORT-DAY - WS-DNW-DAY-NUMBER
           End-if.
           Perform 4000-Print-Row thru 4000-Exit.

       3100-Exit.
           Exit.

      *****************************************************************
      *  4000-PRINT-ROW                                               *
      *  Prints the usage row in hand; the caller has set the rank    *
      *  (zero for a candidate) and the idle days.                    *
      *****************************************************************
       4000-Print-Row.
           Move Spaces to WS-RWL-KEY.
           If USG-OVERRIDE-ROW
               Move "OVERRIDE" to WS-RWL-TABLE
               Move USG-ORIGINAL-FORM to WS-RWL-KEY
               Move Spaces to WS-RWL-NAME-USE
           Else
               Move "DICTIONARY" to WS-RWL-TABLE
               Move USG-KANJI to WS-RWL-KEY(1:1)
               Move USG-READING to WS-RWL-KEY(3:8)
               Move USG-NAME-USE to WS-RWL-NAME-USE
           End-if.
           Move USG-HIT-COUNT to WS-RWL-HITS.
           Move USG-FIRST-SEEN-DATE to WS-RWL-FIRST-SEEN.
           If USG-FIRST-HIT-DATE = Zero
               Move "NEVER" to WS-RWL-FIRST-HIT
               Move "NEVER" to WS-RWL-LAST-HIT
           Else
               Move USG-FIRST-HIT-DATE to WS-RWL-FIRST-HIT
               Move USG-LAST-HIT-DATE to WS-RWL-LAST-HIT
           End-if.
           Move WS-ROW-IDLE-DAYS to WS-RWL-IDLE-DAYS.
           Move WS-ROW-LINE to Deadrow-Report-Line.
           Write Deadrow-Report-Line.

       4000-Exit.
           Exit.

      *****************************************************************
      *  7000-COMPUTE-DAY-NUMBER                                      *
      *  WS-DNW-DATE (yyyymmdd) to a day number, so two dates a       *
      *  month or a year boundary apart subtract to the days between. *
      *  Counting years from March, days before a month are           *
      *  (153 * month + 2) / 5 with March as month zero.  A date      *
      *  that is not a calendar date gives zero.                      *
      *****************************************************************
       7000-Compute-Day-Number.
           Move Zero to WS-DNW-DAY-NUMBER.
           If WS-DNW-DATE not numeric
               Go to 7000-Exit
           End-if.
           If WS-DNW-YEAR < 1900
               or WS-DNW-MONTH < 1 or WS-DNW-MONTH > 12
               or WS-DNW-DAY < 1 or WS-DNW-DAY > 31
               Go to 7000-Exit
           End-if.
           If WS-DNW-MONTH < 3
               Compute WS-DNW-SHIFTED-YEAR = WS-DNW-YEAR - 1
               Compute WS-DNW-SHIFTED-MONTH = WS-DNW-MONTH + 9
           Else
               Move WS-DNW-YEAR to WS-DNW-SHIFTED-YEAR
               Compute WS-DNW-SHIFTED-MONTH = WS-DNW-MONTH - 3
           End-if.
           Compute WS-DNW-DAY-NUMBER =
               WS-DNW-SHIFTED-YEAR * 365 + WS-DNW-DAY.
           Divide WS-DNW-SHIFTED-YEAR by 4
               giving WS-DNW-QUOTIENT.
           Add WS-DNW-QUOTIENT to WS-DNW-DAY-NUMBER.
           Divide WS-DNW-SHIFTED-YEAR by 100
               giving WS-DNW-QUOTIENT.
           Subtract WS-DNW-QUOTIENT from WS-DNW-DAY-NUMBER.
           Divide WS-DNW-SHIFTED-YEAR by 400
               giving WS-DNW-QUOTIENT.
           Add WS-DNW-QUOTIENT to WS-DNW-DAY-NUMBER.
           Compute WS-DNW-QUOTIENT =
               WS-DNW-SHIFTED-MONTH * 153 + 2.
           Divide WS-DNW-QUOTIENT by 5
               giving WS-DNW-QUOTIENT.
           Add WS-DNW-QUOTIENT to WS-DNW-DAY-NUMBER.

       7000-Exit.
           Exit.

      *****************************************************************
      *  8000-FINALIZE                                                *
      *****************************************************************
       8000-Finalize.
           Move Spaces to WS-REPORT-LINE.
           Move Spaces to Control-Report-Line.
           Move "ANGLO-DEADROW CONTROL REPORT" to Control-Report-Line.
           Write Control-Report-Line.

           Move "USAGE ROWS READ" to WS-RPT-LABEL.
           Move WS-ROWS-READ to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  NO LONGER IN THEIR TABLE" to WS-RPT-LABEL.
           Move WS-ROWS-NOT-LOADED to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  OVERRIDE ROWS LOADED" to WS-RPT-LABEL.
           Move WS-OVERRIDE-ROWS-LOADED to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  DICTIONARY READINGS LOADED" to WS-RPT-LABEL.
           Move WS-DICTIONARY-ROWS-LOADED to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "LOADED ROWS NEVER HIT" to WS-RPT-LABEL.
           Move WS-ROWS-NEVER-HIT to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "ROWS WITH AN UNUSABLE DATE" to WS-RPT-LABEL.
           Move WS-BAD-DATES to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "OVERRIDE DELETES WRITTEN (OVRDEL)" to WS-RPT-LABEL.
           Move WS-OVERRIDE-CANDIDATES to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "DICTIONARY DELETES WRITTEN (KNJDEL)" to WS-RPT-LABEL.
           Move WS-DICTIONARY-CANDIDATES to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "MOST-USED ROWS LISTED" to WS-RPT-LABEL.
           Move WS-TOP-LISTED to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.

           Close Override-Delete-File.
           Close Kanji-Delete-File.
           Close Deadrow-Report-File.
           Close Control-Report-File.

       8000-Exit.
           Exit.

       8900-Write-Report-Line.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

       8900-Exit.
           Exit.

       End program ANGLO-DEADROW.
