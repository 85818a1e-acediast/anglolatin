       Identification division.
       Program-ID.    ANGLO-USAGE.
       Author.        Darren Xu.
       Date-written.  October 2026.
       Installation.  WSL2.
       Security.      Non-confidential.

      *****************************************************************
      *  Modification history                                        *
      *  ---------------------------------------------------------    *
      *  2026-10-15 dxu   Original.  Rolls the override and kanji     *
      *                   dictionary usage each production run posts  *
      *                   through ANGLO-CONVERT (the usage delta,     *
      *                   USGDELTA) into the cumulative usage         *
      *                   dataset: hits summed per override row and   *
      *                   per dictionary reading, with the first and  *
      *                   latest date each row was loaded and fired.  *
      *                   The old cumulative dataset (USGMAST) and    *
      *                   the sorted delta are match-merged into the  *
      *                   new one (USGNEW), which replaces USGMAST     *
      *                   before the next roll-up -- the same         *
      *                   generation swap ARCHIVE uses for AUDNEW.    *
      *                   A clean roll-up empties the delta so no     *
      *                   run's hits are ever counted twice; a        *
      *                   failed one leaves it for the rerun.         *
      *****************************************************************

       Environment division.
       Configuration section.
       Source-computer. x64.

       Input-output section.
       File-control.
           Select Optional Usage-Delta-File assign to Usgdelta
               organization is line sequential
               file status is WS-USGDELTA-STATUS.

           Select Optional Usage-Master-File assign to Usgmast
               organization is line sequential
               file status is WS-USGMAST-STATUS.

           Select New-Usage-File assign to Usgnew
               organization is line sequential.

           Select Control-Report-File assign to Rptfile
               organization is line sequential.

           Select Sort-Work-File assign to Sortwork.

       Data division.
       File section.

       FD  Usage-Delta-File
           label records are standard.
       01  Usage-Delta-In              Picture is X(120).

       FD  Usage-Master-File
           label records are standard.
       01  Usage-Master-In             Picture is X(120).

       FD  New-Usage-File
           label records are standard.
       01  Usage-New-Out               Picture is X(120).

       FD  Control-Report-File
           label records are standard.
       01  Control-Report-Line         Picture is X(80).

       SD  Sort-Work-File.
      *    ----  the delta row's image with the key and the counts    --
      *    ----  called out: one run posts every table row, so a day  --
      *    ----  of partitions brings the same key several times.     --
       01  Sort-Record.
           05  SRT-KEY                  Picture is X(61).
           05  SRT-HIT-COUNT            Picture is 9(09).
           05  SRT-FIRST-SEEN-DATE      Picture is 9(08).
           05  SRT-LAST-SEEN-DATE       Picture is 9(08).
           05  SRT-FIRST-HIT-DATE       Picture is 9(08).
           05  SRT-LAST-HIT-DATE        Picture is 9(08).
           05  FILLER                   Picture is X(18).

       Working-storage section.

       77 WS-USGDELTA-STATUS picture is X(02) Value Spaces.
       77 WS-USGMAST-STATUS picture is X(02) Value Spaces.

           Copy usgrec.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            Picture is X(01) Value 'N'.
               88  END-OF-INPUT                 Value 'Y'.
           05  WS-SORT-EOF-SWITCH       Picture is X(01) Value 'N'.
               88  END-OF-SORTED-INPUT          Value 'Y'.
           05  WS-MASTER-EOF-SWITCH     Picture is X(01) Value 'N'.
               88  END-OF-MASTER                Value 'Y'.

       77 WS-DELTA-ROWS-READ       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-DELTA-KEYS            Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-HITS-POSTED           Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-MASTER-ROWS-READ      Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-ROWS-UPDATED          Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-ROWS-ADDED            Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-ROWS-CARRIED          Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-ROWS-WRITTEN          Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-OVERRIDE-ROWS-WRITTEN Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-DICTIONARY-ROWS-WRITTEN
                                    Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-SEQUENCE-ERRORS       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-RETURN-CODE           Picture is 9(02) Usage is Comp
                                    Value Zero.

      *    ----  keys of the two merge streams; high-values once a    --
      *    ----  stream is exhausted so the other drains.             --
       77 WS-MASTER-KEY            Picture is X(61) Value Spaces.
       77 WS-PRIOR-MASTER-KEY      Picture is X(61) Value Low-Values.
       77 WS-NEXT-KEY              Picture is X(61) Value Spaces.
      *    ----  the old row waiting its turn while a new row is      --
      *    ----  built ahead of it in the same record area.           --
       77 WS-HELD-MASTER-ROW       Picture is X(120) Value Spaces.

      *    ----  one key's delta rows, collapsed: hits summed, the    --
      *    ----  earliest first dates and the latest last dates.      --
       01  DELTA-TOTALS.
           05  DLT-KEY                  Picture is X(61).
           05  DLT-HIT-COUNT            Picture is 9(09).
           05  DLT-FIRST-SEEN-DATE      Picture is 9(08).
           05  DLT-LAST-SEEN-DATE       Picture is 9(08).
           05  DLT-FIRST-HIT-DATE       Picture is 9(08).
           05  DLT-LAST-HIT-DATE        Picture is 9(08).

       01  WS-REPORT-LINE.
           05  WS-RPT-LABEL         Picture is X(40).
           05  WS-RPT-VALUE         Picture is Z,ZZZ,ZZ9.
           05  FILLER               Picture is X(30).

       Procedure division.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-Mainline.
           Open output Control-Report-File.
           Sort Sort-Work-File
               on ascending key SRT-KEY
               input procedure is 1000-Release-Delta-Rows
                   thru 1000-Exit
               output procedure is 2000-Merge-Usage
                   thru 2000-Exit.
           If WS-RETURN-CODE < 8
               Perform 3000-Empty-Delta thru 3000-Exit
           End-if.
           Perform 8100-Print-Control-Report thru 8100-Exit.
           Close Control-Report-File.
           Move WS-RETURN-CODE to Return-Code.
           Stop run.

       0000-Mainline-Exit.
           Exit.

      *****************************************************************
      *  1000-RELEASE-DELTA-ROWS                                      *
      *****************************************************************
       1000-Release-Delta-Rows.
           Open input  Usage-Delta-File.
           If WS-USGDELTA-STATUS not = "00"
               and WS-USGDELTA-STATUS not = "05"
               Display "ANGLO-USAGE: Usage-Delta-File open status "
                   WS-USGDELTA-STATUS upon stdout
               Move 8 to WS-RETURN-CODE
               Go to 1000-Exit
           End-if.
           Perform 1100-Release-One-Row thru 1100-Exit
               until END-OF-INPUT.
           Close Usage-Delta-File.

       1000-Exit.
           Exit.

       1100-Release-One-Row.
           Read Usage-Delta-File into Usage-Delta-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 1100-Exit
           end-read.
           Add 1 to WS-DELTA-ROWS-READ.
           Move Usage-Delta-In to Sort-Record.
           Release Sort-Record.

       1100-Exit.
           Exit.

      *****************************************************************
      *  2000-MERGE-USAGE                                             *
      *  Balanced-line merge of the old cumulative dataset against    *
      *  the collapsed delta, both in key order: a key on both is     *
      *  updated, a key only on the delta is a row seen for the       *
      *  first time, a key only on the old dataset is carried as it   *
      *  stands (including rows since deleted from their table, whose *
      *  last-seen date stops moving).                                *
      *****************************************************************
       2000-Merge-Usage.
           If WS-RETURN-CODE = 8
               Go to 2000-Exit
           End-if.
           Open input  Usage-Master-File.
           If WS-USGMAST-STATUS not = "00"
               and WS-USGMAST-STATUS not = "05"
               Display "ANGLO-USAGE: Usage-Master-File open status "
                   WS-USGMAST-STATUS upon stdout
               Move 8 to WS-RETURN-CODE
               Go to 2000-Exit
           End-if.
           Open output New-Usage-File.

           Perform 2100-Return-Next-Sorted thru 2100-Exit.
           Perform 2200-Collapse-Next-Key thru 2200-Exit.
           Perform 2300-Read-Master thru 2300-Exit.
           Perform 2400-Merge-One-Key thru 2400-Exit
               until (DLT-KEY = High-Values
               and WS-MASTER-KEY = High-Values)
               or WS-SEQUENCE-ERRORS > Zero.

           Close Usage-Master-File.
           Close New-Usage-File.

       2000-Exit.
           Exit.

       2100-Return-Next-Sorted.
           Return Sort-Work-File
               at end
                   Move 'Y' to WS-SORT-EOF-SWITCH
                   Move High-Values to WS-NEXT-KEY
                   Go to 2100-Exit
           end-return.
           Move SRT-KEY to WS-NEXT-KEY.

       2100-Exit.
           Exit.

      *****************************************************************
      *  2200-COLLAPSE-NEXT-KEY                                       *
      *  Gathers every sorted delta row for the next key into         *
      *  DELTA-TOTALS; the sort record always holds the row after.    *
      *****************************************************************
       2200-Collapse-Next-Key.
           If WS-NEXT-KEY = High-Values
               Move High-Values to DLT-KEY
               Go to 2200-Exit
           End-if.
           Add 1 to WS-DELTA-KEYS.
           Move SRT-KEY to DLT-KEY.
           Move Zero to DLT-HIT-COUNT.
           Move SRT-FIRST-SEEN-DATE to DLT-FIRST-SEEN-DATE.
           Move SRT-LAST-SEEN-DATE to DLT-LAST-SEEN-DATE.
           Move Zero to DLT-FIRST-HIT-DATE.
           Move Zero to DLT-LAST-HIT-DATE.
           Perform 2210-Add-Sorted-Row thru 2210-Exit
               until WS-NEXT-KEY not = DLT-KEY.

       2200-Exit.
           Exit.

       2210-Add-Sorted-Row.
           Add SRT-HIT-COUNT to DLT-HIT-COUNT.
           Add SRT-HIT-COUNT to WS-HITS-POSTED.
           If SRT-FIRST-SEEN-DATE < DLT-FIRST-SEEN-DATE
               Move SRT-FIRST-SEEN-DATE to DLT-FIRST-SEEN-DATE
           End-if.
           If SRT-LAST-SEEN-DATE > DLT-LAST-SEEN-DATE
               Move SRT-LAST-SEEN-DATE to DLT-LAST-SEEN-DATE
           End-if.
           If SRT-FIRST-HIT-DATE > Zero
               If DLT-FIRST-HIT-DATE = Zero
                   or SRT-FIRST-HIT-DATE < DLT-FIRST-HIT-DATE
                   Move SRT-FIRST-HIT-DATE to DLT-FIRST-HIT-DATE
               End-if
           End-if.
           If SRT-LAST-HIT-DATE > DLT-LAST-HIT-DATE
               Move SRT-LAST-HIT-DATE to DLT-LAST-HIT-DATE
           End-if.
           Perform 2100-Return-Next-Sorted thru 2100-Exit.

       2210-Exit.
           Exit.

      *****************************************************************
      *  2300-READ-MASTER                                             *
      *  A key out of order means the old dataset was not written by  *
      *  this program; the merge cannot be trusted and stops.         *
      *****************************************************************
       2300-Read-Master.
           Read Usage-Master-File into Usage-Master-In
               at end
                   Move 'Y' to WS-MASTER-EOF-SWITCH
                   Move High-Values to WS-MASTER-KEY
                   Go to 2300-Exit
           end-read.
           Add 1 to WS-MASTER-ROWS-READ.
           Move Usage-Master-In to USAGE-RECORD.
           Move USG-KEY to WS-MASTER-KEY.
           If WS-MASTER-KEY not > WS-PRIOR-MASTER-KEY
               Add 1 to WS-SEQUENCE-ERRORS
               Move 8 to WS-RETURN-CODE
               Display "ANGLO-USAGE: Usage-Master-File out of key "
                   "sequence at row " WS-MASTER-ROWS-READ upon stdout
               Go to 2300-Exit
           End-if.
           Move WS-MASTER-KEY to WS-PRIOR-MASTER-KEY.

       2300-Exit.
           Exit.

       2400-Merge-One-Key.
           If WS-MASTER-KEY < DLT-KEY
               Add 1 to WS-ROWS-CARRIED
               Perform 2500-Write-New-Row thru 2500-Exit
               Perform 2300-Read-Master thru 2300-Exit
               Go to 2400-Exit
           End-if.
           If WS-MASTER-KEY > DLT-KEY
               Add 1 to WS-ROWS-ADDED
               Move USAGE-RECORD to WS-HELD-MASTER-ROW
               Move Spaces to USAGE-RECORD
               Move DLT-KEY to USG-KEY
               Move DLT-HIT-COUNT to USG-HIT-COUNT
               Move DLT-FIRST-SEEN-DATE to USG-FIRST-SEEN-DATE
               Move DLT-LAST-SEEN-DATE to USG-LAST-SEEN-DATE
               Move DLT-FIRST-HIT-DATE to USG-FIRST-HIT-DATE
               Move DLT-LAST-HIT-DATE to USG-LAST-HIT-DATE
               Perform 2500-Write-New-Row thru 2500-Exit
               Move WS-HELD-MASTER-ROW to USAGE-RECORD
               Perform 2200-Collapse-Next-Key thru 2200-Exit
               Go to 2400-Exit
           End-if.

           Add 1 to WS-ROWS-UPDATED.
           Add DLT-HIT-COUNT to USG-HIT-COUNT.
           If DLT-FIRST-SEEN-DATE < USG-FIRST-SEEN-DATE
               or USG-FIRST-SEEN-DATE = Zero
               Move DLT-FIRST-SEEN-DATE to USG-FIRST-SEEN-DATE
           End-if.
           If DLT-LAST-SEEN-DATE > USG-LAST-SEEN-DATE
               Move DLT-LAST-SEEN-DATE to USG-LAST-SEEN-DATE
           End-if.
           If DLT-FIRST-HIT-DATE > Zero
               If USG-FIRST-HIT-DATE = Zero
                   or DLT-FIRST-HIT-DATE < USG-FIRST-HIT-DATE
                   Move DLT-FIRST-HIT-DATE to USG-FIRST-HIT-DATE
               End-if
           End-if.
           If DLT-LAST-HIT-DATE > USG-LAST-HIT-DATE
               Move DLT-LAST-HIT-DATE to USG-LAST-HIT-DATE
           End-if.
           Perform 2500-Write-New-Row thru 2500-Exit.
           Perform 2300-Read-Master thru 2300-Exit.
           Perform 2200-Collapse-Next-Key thru 2200-Exit.

       2400-Exit.
           Exit.

       2500-Write-New-Row.
           Move USAGE-RECORD to Usage-New-Out.
           Write Usage-New-Out.
           Add 1 to WS-ROWS-WRITTEN.
           If USG-OVERRIDE-ROW
               Add 1 to WS-OVERRIDE-ROWS-WRITTEN
           Else
               Add 1 to WS-DICTIONARY-ROWS-WRITTEN
           End-if.

       2500-Exit.
           Exit.

      *****************************************************************
      *  3000-EMPTY-DELTA                                             *
      *  Every delta row is now in the new cumulative dataset.        *
      *****************************************************************
       3000-Empty-Delta.
           Open output Usage-Delta-File.
           Close Usage-Delta-File.

       3000-Exit.
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
           Move "ANGLO-USAGE CONTROL REPORT" to Control-Report-Line.
           Write Control-Report-Line.

           Move "USAGE DELTA ROWS READ" to WS-RPT-LABEL.
           Move WS-DELTA-ROWS-READ to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "DISTINCT TABLE ROWS IN DELTA" to WS-RPT-LABEL.
           Move WS-DELTA-KEYS to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "HITS POSTED" to WS-RPT-LABEL.
           Move WS-HITS-POSTED to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "CUMULATIVE ROWS READ" to WS-RPT-LABEL.
           Move WS-MASTER-ROWS-READ to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  UPDATED" to WS-RPT-LABEL.
           Move WS-ROWS-UPDATED to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  CARRIED - NOT IN THE DELTA" to WS-RPT-LABEL.
           Move WS-ROWS-CARRIED to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "ROWS SEEN FOR THE FIRST TIME" to WS-RPT-LABEL.
           Move WS-ROWS-ADDED to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "CUMULATIVE ROWS WRITTEN" to WS-RPT-LABEL.
           Move WS-ROWS-WRITTEN to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  OVERRIDE ROWS" to WS-RPT-LABEL.
           Move WS-OVERRIDE-ROWS-WRITTEN to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "  DICTIONARY READINGS" to WS-RPT-LABEL.
           Move WS-DICTIONARY-ROWS-WRITTEN to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.
           Move "CUMULATIVE ROWS OUT OF SEQUENCE" to WS-RPT-LABEL.
           Move WS-SEQUENCE-ERRORS to WS-RPT-VALUE.
           Perform 8900-Write-Report-Line thru 8900-Exit.

           Move Spaces to Control-Report-Line.
           If WS-RETURN-CODE < 8
               Move "USAGE DELTA EMPTIED - ROLL-UP COMPLETE"
                   to Control-Report-Line
           Else
               Move "ROLL-UP FAILED - USAGE DELTA KEPT FOR THE RERUN"
                   to Control-Report-Line
           End-if.
           Write Control-Report-Line.

       8100-Exit.
           Exit.

       8900-Write-Report-Line.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

       8900-Exit.
           Exit.

       End program ANGLO-USAGE.
