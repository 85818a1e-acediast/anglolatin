      *                   swaps AUDNEW in for AUDFILE only on a       *
      *                   clean end, the same generation swap the     *
      *                   override maintenance uses.                  *
      *  2026-10-15 dxu   Proves every header/trailer bracket on the  *
      *                   AUDFILE through ANGLO-AUDBRK before         *
      *                   cutting; a broken bracket ends the job with *
      *                   return code 8 and nothing archived.  A      *
      *                   bracketed row follows its header's date so  *
      *                   brackets stay whole in each generation,     *
      *                   control records balance apart from the      *
      *                   rows, and each index row carries its run's  *
      *                   archived bracket count, proved rows and     *
      *                   hash totals (ARXREC.CPY, now 118 bytes).    *
      *  2026-10-15 dxu   Each index row also carries the lowest and  *
      *                   highest customer number among its run's     *
      *                   archived rows (ARXREC.CPY, now 138 bytes),  *
      *                   so ANGLO-DOSSIER opens only the archive     *
      *                   generations that can hold a customer.       *
      *  2026-10-15 dxu   Audit and archive records lengthened to 316 *
      *                   bytes for the variant-fold flag (AUDREC.CPY *
      *                   revision 08).                               *
      *****************************************************************

       Environment division.

       FD  Audit-File
           label records are standard.
       01  Audit-Record-In             Picture is X(316).

       FD  Archive-File
           label records are standard.
       01  Archive-Record-Out          Picture is X(316).

       FD  Archive-Index-File
           label records are standard.
       01  Archive-Index-Out           Picture is X(138).

       FD  New-Audit-File
           label records are standard.
       01  New-Audit-Record-Out        Picture is X(316).

       FD  Control-Report-File
           label records are standard.
           Copy arccrd.
           Copy arxrec.
           Copy audrec.
           Copy abkapi.

      *    ----  per-run-id tallies of the archived rows, one row     --
      *    ----  per distinct AUD-RUN-ID.  500 runs is years of       --
                                         Usage is Comp.
               10  SUM-TYPE-OTHER       Picture is 9(09)
                                         Usage is Comp.
               10  SUM-BRACKETS         Picture is 9(04)
                                         Usage is Comp.
               10  SUM-VERIFIED         Picture is 9(09)
                                         Usage is Comp.
               10  SUM-CUSTOMER-HASH    Picture is 9(18)
                                         Usage is Comp.
               10  SUM-OUTPUT-HASH      Picture is 9(18)
                                         Usage is Comp.
               10  SUM-LOW-CUSTOMER     Picture is X(10).
               10  SUM-HIGH-CUSTOMER    Picture is X(10).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            Picture is X(01) Value 'N'.
               88  CUTOFF-CARD-IS-GOOD           Value 'Y'.
           05  WS-FOUND-SWITCH          Picture is X(01) Value 'N'.
               88  SUMMARY-ROW-FOUND             Value 'Y'.
           05  WS-ROUTE-SWITCH          Picture is X(01) Value 'R'.
               88  BRACKET-GOES-TO-ARCHIVE       Value 'A'.
               88  BRACKET-GOES-TO-RETAIN        Value 'R'.

       77 WS-ROWS-READ             Picture is 9(09) Usage is Comp
                                    Value Zero.
                                    Value Zero.
       77 WS-CATCHALL-TYPE-OTHER   Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-CATCHALL-BRACKETS     Picture is 9(04) Usage is Comp
                                    Value Zero.
       77 WS-CATCHALL-VERIFIED     Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-CATCHALL-CUST-HASH    Picture is 9(18) Usage is Comp
                                    Value Zero.
       77 WS-CATCHALL-OUT-HASH     Picture is 9(18) Usage is Comp
                                    Value Zero.
       77 WS-CATCHALL-LOW-CUSTOMER Picture is X(10) Value High-Values.
       77 WS-CATCHALL-HIGH-CUSTOMER
                                   Picture is X(10) Value Low-Values.
       77 WS-CONTROL-READ          Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-CONTROL-ARCHIVED      Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-CONTROL-RETAINED      Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-BRACKETS-PROVED       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-BRACKETS-SUPERSEDED   Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-BRACKETS-BROKEN       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-LEGACY-ROWS           Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-BRACKETS-ARCHIVED     Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-INDEX-ROWS-WRITTEN    Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-INDEX-TOTAL           Picture is 9(09) Usage is Comp
       77 WS-WRITE-INDEX           Picture is 9(04) Usage is Comp
                                    Value Zero.
       77 WS-ROW-DATE              Picture is 9(08) Value Zero.
       77 WS-BREAK-INDEX           Picture is 9(03) Usage is Comp
                                    Value Zero.

      *    ----  what the bracket check found, kept for the report:   --
      *    ----  each break in the order met, up to 100 of them.      --
       01  BREAK-TABLE.
           05  WS-BREAK-COUNT           Picture is 9(03)
                                         Usage is Comp
                                         Value is Zero.
           05  BREAK-ENTRY Occurs 0 to 100 Times
                       Depending on WS-BREAK-COUNT.
               10  BRK-TEXT             Picture is X(60).
       77 WS-ACCEPT-DATE           Picture is 9(08) Value Zero.

       01  WS-REPORT-LINE.
               Move WS-RETURN-CODE to Return-Code
               Stop run
           End-if.
           Perform 1500-Verify-Audit-Brackets thru 1500-Exit.
           If WS-BRACKETS-BROKEN > Zero
               Move 8 to WS-RETURN-CODE
               Perform 8100-Print-Control-Report thru 8100-Exit
               Perform 8500-Close-Files thru 8500-Exit
               Move WS-RETURN-CODE to Return-Code
               Stop run
           End-if.
           Initialize AUDIT-BRACKET-AREA.
           Perform 2000-Dispose-One-Audit-Row thru 2000-Exit
               until END-OF-INPUT.
           Perform 6000-Write-Summary-Index thru 6000-Exit.
       1000-Exit.
           Exit.

      *****************************************************************
      *  1500-VERIFY-AUDIT-BRACKETS                                   *
      *  Proves every run's header/trailer bracket -- row count and   *
      *  hash totals -- before a single row moves.  A trail that has  *
      *  lost, gained or altered rows since its runs wrote them must  *
      *  not be cut into an archive that looks authoritative; the     *
      *  job ends hard and the live file stays as it is.  The file    *
      *  is then reopened for the cut itself.                         *
      *****************************************************************
       1500-Verify-Audit-Brackets.
           Initialize AUDIT-BRACKET-AREA.
           Perform 1510-Check-One-Row thru 1510-Exit
               until END-OF-INPUT.
           Move 'E' to ABK-FUNCTION-CODE.
           Call 'ANGLO-AUDBRK' using AUDIT-RECORD AUDIT-BRACKET-AREA.
           Perform 1520-Note-Break thru 1520-Exit.
           Move ABK-BRACKETS-VERIFIED to WS-BRACKETS-PROVED.
           Move ABK-BRACKETS-ABANDONED to WS-BRACKETS-SUPERSEDED.
           Move ABK-BRACKETS-BROKEN to WS-BRACKETS-BROKEN.
           Move ABK-LEGACY-ROWS to WS-LEGACY-ROWS.
           Close Audit-File.
           Open input Audit-File.
           Move 'N' to WS-EOF-SWITCH.

       1500-Exit.
           Exit.

       1510-Check-One-Row.
           Read Audit-File into Audit-Record-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 1510-Exit
           end-read.
           Move Audit-Record-In to AUDIT-RECORD.
           Move 'C' to ABK-FUNCTION-CODE.
           Call 'ANGLO-AUDBRK' using AUDIT-RECORD AUDIT-BRACKET-AREA.
           Perform 1520-Note-Break thru 1520-Exit.

       1510-Exit.
           Exit.

       1520-Note-Break.
           If not ABK-BREAK-FOUND
               Go to 1520-Exit
           End-if.
           Display "ANGLO-ARCHIVE: AUDFILE " ABK-BREAK-TEXT
               upon stdout.
           If WS-BREAK-COUNT < 100
               Add 1 to WS-BREAK-COUNT
               Move ABK-BREAK-TEXT to BRK-TEXT(WS-BREAK-COUNT)
           End-if.

       1520-Exit.
           Exit.

      *****************************************************************
      *  2000-DISPOSE-ONE-AUDIT-ROW                                   *
      *  One audit row: stamped before the cutoff it archives and     *
      *  tallies under its run ID; on or after the cutoff -- or      *
      *  with a timestamp that will not parse as a date -- it         *
      *  retains on the new live generation.  Every row read goes     *
      *  to exactly one of the two files.  A row inside a run's       *
      *  header/trailer bracket goes where its header went instead,   *
      *  so a bracket is never split across the two generations and   *
      *  each still proves on its own.                                *
      *****************************************************************
       2000-Dispose-One-Audit-Row.
           Read Audit-File into Audit-Record-In
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 2000-Exit
           end-read.
           Move Audit-Record-In to AUDIT-RECORD.
           Move 'C' to ABK-FUNCTION-CODE.
           Call 'ANGLO-AUDBRK' using AUDIT-RECORD AUDIT-BRACKET-AREA.
           If ABK-CLASS-HEADER or ABK-CLASS-TRAILER
               Perform 2300-Dispose-Control-Record thru 2300-Exit
               Go to 2000-Exit
           End-if.
           Add 1 to WS-ROWS-READ.
           If ABK-CLASS-BRACKETED
               If BRACKET-GOES-TO-ARCHIVE
                   Perform 2100-Archive-Row thru 2100-Exit
               Else
                   Perform 2200-Retain-Row thru 2200-Exit
               End-if
               Go to 2000-Exit
           End-if.

           If AUD-TIMESTAMP(1:8) not numeric
               Add 1 to WS-BAD-TIMESTAMPS
      *  stays intact.                                                *
      *****************************************************************
       2150-Tally-By-Run-Id.
           Perform 2160-Find-Summary-Row thru 2160-Exit.
           If WS-FIND-INDEX = Zero
               Add 1 to WS-SUMMARY-OVERFLOWS
               Perform 2180-Tally-Catch-All thru 2180-Exit
               Go to 2150-Exit
           End-if.
           If AUD-CUSTOMER-NUMBER < SUM-LOW-CUSTOMER(WS-FIND-INDEX)
               Move AUD-CUSTOMER-NUMBER to
                   SUM-LOW-CUSTOMER(WS-FIND-INDEX)
           End-if.
           If AUD-CUSTOMER-NUMBER > SUM-HIGH-CUSTOMER(WS-FIND-INDEX)
               Move AUD-CUSTOMER-NUMBER to
                   SUM-HIGH-CUSTOMER(WS-FIND-INDEX)
           End-if.

           If AUD-TYPE-STRAIGHT
       2150-Exit.
           Exit.

      *****************************************************************
      *  2160-FIND-SUMMARY-ROW                                        *
      *  Finds or opens the summary row for AUD-RUN-ID (a bracket     *
      *  control record carries its run ID in the same place).       *
      *  WS-FIND-INDEX comes back zero when the table is full.        *
      *****************************************************************
       2160-Find-Summary-Row.
           Move 'N' to WS-FOUND-SWITCH.
           Perform varying WS-FIND-INDEX from 1 by 1
                   until WS-FIND-INDEX > WS-SUMMARY-COUNT
                   or SUMMARY-ROW-FOUND
               If SUM-RUN-ID(WS-FIND-INDEX) = AUD-RUN-ID
                   Move 'Y' to WS-FOUND-SWITCH
               End-if
           End-perform.
           If SUMMARY-ROW-FOUND
               Subtract 1 from WS-FIND-INDEX
               Go to 2160-Exit
           End-if.
           If WS-SUMMARY-COUNT = 500
               Move Zero to WS-FIND-INDEX
               Go to 2160-Exit
           End-if.
           Add 1 to WS-SUMMARY-COUNT.
           Move WS-SUMMARY-COUNT to WS-FIND-INDEX.
           Move AUD-RUN-ID to SUM-RUN-ID(WS-FIND-INDEX).
           Move Zero to SUM-TYPE-S(WS-FIND-INDEX).
           Move Zero to SUM-TYPE-O(WS-FIND-INDEX).
           Move Zero to SUM-TYPE-V(WS-FIND-INDEX).
           Move Zero to SUM-TYPE-OTHER(WS-FIND-INDEX).
           Move Zero to SUM-BRACKETS(WS-FIND-INDEX).
           Move Zero to SUM-VERIFIED(WS-FIND-INDEX).
           Move Zero to SUM-CUSTOMER-HASH(WS-FIND-INDEX).
           Move Zero to SUM-OUTPUT-HASH(WS-FIND-INDEX).
           Move High-Values to SUM-LOW-CUSTOMER(WS-FIND-INDEX).
           Move Low-Values to SUM-HIGH-CUSTOMER(WS-FIND-INDEX).

       2160-Exit.
           Exit.

      *****************************************************************
      *  2170-TALLY-BRACKET                                           *
      *  An archived trailer proved its bracket in the check pass;    *
      *  its totals join the run ID's index row.                      *
      *****************************************************************
       2170-Tally-Bracket.
           Add 1 to WS-BRACKETS-ARCHIVED.
           Perform 2160-Find-Summary-Row thru 2160-Exit.
           If WS-FIND-INDEX = Zero
               Add 1 to WS-CATCHALL-BRACKETS
               Add ABK-ROW-COUNT to WS-CATCHALL-VERIFIED
               Add ABK-CUSTOMER-HASH to WS-CATCHALL-CUST-HASH
               Add ABK-OUTPUT-HASH to WS-CATCHALL-OUT-HASH
               Go to 2170-Exit
           End-if.
           Add 1 to SUM-BRACKETS(WS-FIND-INDEX).
           Add ABK-ROW-COUNT to SUM-VERIFIED(WS-FIND-INDEX).
           Add ABK-CUSTOMER-HASH to SUM-CUSTOMER-HASH(WS-FIND-INDEX).
           Add ABK-OUTPUT-HASH to SUM-OUTPUT-HASH(WS-FIND-INDEX).

       2170-Exit.
           Exit.

      *****************************************************************
      *  2180-TALLY-CATCH-ALL                                         *
      *****************************************************************
       2180-Tally-Catch-All.
           If AUD-CUSTOMER-NUMBER < WS-CATCHALL-LOW-CUSTOMER
               Move AUD-CUSTOMER-NUMBER to WS-CATCHALL-LOW-CUSTOMER
           End-if.
           If AUD-CUSTOMER-NUMBER > WS-CATCHALL-HIGH-CUSTOMER
               Move AUD-CUSTOMER-NUMBER to WS-CATCHALL-HIGH-CUSTOMER
           End-if.
           If AUD-TYPE-STRAIGHT
               Add 1 to WS-CATCHALL-TYPE-S
           Else
       2200-Exit.
           Exit.

      *****************************************************************
      *  2300-DISPOSE-CONTROL-RECORD                                  *
      *  A header decides where its whole bracket goes, by the date   *
      *  it was written; the bracket's rows and trailer follow it.    *
      *  Control records are counted apart from the audit rows so     *
      *  the row balance reads as it always has.                      *
      *****************************************************************
       2300-Dispose-Control-Record.
           Add 1 to WS-CONTROL-READ.
           If ABK-CLASS-HEADER
               If ABK-HEADER-DATE < ARC-CUTOFF-DATE
                   Move 'A' to WS-ROUTE-SWITCH
               Else
                   Move 'R' to WS-ROUTE-SWITCH
               End-if
           End-if.
           If BRACKET-GOES-TO-RETAIN
               Move Audit-Record-In to New-Audit-Record-Out
               Write New-Audit-Record-Out
               Add 1 to WS-CONTROL-RETAINED
               Go to 2300-Exit
           End-if.
           Move Audit-Record-In to Archive-Record-Out.
           Write Archive-Record-Out.
           Add 1 to WS-CONTROL-ARCHIVED.
           If ABK-CLASS-TRAILER
               Perform 2170-Tally-Bracket thru 2170-Exit
           End-if.

       2300-Exit.
           Exit.

      *****************************************************************
      *  6000-WRITE-SUMMARY-INDEX                                     *
      *  One index row per run ID archived, each carrying the         *
               varying WS-WRITE-INDEX from 1 by 1
               until WS-WRITE-INDEX > WS-SUMMARY-COUNT.
           If WS-SUMMARY-OVERFLOWS > Zero
               or WS-CATCHALL-BRACKETS > Zero
               Perform 6200-Write-Catch-All-Row thru 6200-Exit
           End-if.

               SUM-TYPE-V(WS-WRITE-INDEX)
               SUM-TYPE-OTHER(WS-WRITE-INDEX)
               giving ARX-TOTAL-COUNT.
           Move SUM-BRACKETS(WS-WRITE-INDEX) to ARX-BRACKET-COUNT.
           Move SUM-VERIFIED(WS-WRITE-INDEX) to ARX-VERIFIED-COUNT.
           Move SUM-CUSTOMER-HASH(WS-WRITE-INDEX) to ARX-CUSTOMER-HASH.
           Move SUM-OUTPUT-HASH(WS-WRITE-INDEX) to ARX-OUTPUT-HASH.
      *    ----  a run whose only archived records were its bracket   --
      *    ----  has no range; blank reads as "may hold anyone".      --
           If ARX-TOTAL-COUNT > Zero
               Move SUM-LOW-CUSTOMER(WS-WRITE-INDEX) to ARX-LOW-CUSTOMER
               Move SUM-HIGH-CUSTOMER(WS-WRITE-INDEX)
                   to ARX-HIGH-CUSTOMER
           End-if.
           Add ARX-TOTAL-COUNT to WS-INDEX-TOTAL.
           Move ARCHIVE-INDEX-RECORD to Archive-Index-Out.
           Write Archive-Index-Out.
           Add WS-CATCHALL-TYPE-S WS-CATCHALL-TYPE-O
               WS-CATCHALL-TYPE-V WS-CATCHALL-TYPE-OTHER
               giving ARX-TOTAL-COUNT.
           Move WS-CATCHALL-BRACKETS to ARX-BRACKET-COUNT.
           Move WS-CATCHALL-VERIFIED to ARX-VERIFIED-COUNT.
           Move WS-CATCHALL-CUST-HASH to ARX-CUSTOMER-HASH.
           Move WS-CATCHALL-OUT-HASH to ARX-OUTPUT-HASH.
           If ARX-TOTAL-COUNT > Zero
               Move WS-CATCHALL-LOW-CUSTOMER to ARX-LOW-CUSTOMER
               Move WS-CATCHALL-HIGH-CUSTOMER to ARX-HIGH-CUSTOMER
           End-if.
           Add ARX-TOTAL-COUNT to WS-INDEX-TOTAL.
           Move ARCHIVE-INDEX-RECORD to Archive-Index-Out.
           Write Archive-Index-Out.
                   WS-INDEX-TOTAL
                   " - DO NOT REPLACE THE LIVE FILE" upon stdout
           End-if.
           Add WS-CONTROL-ARCHIVED WS-CONTROL-RETAINED
               giving WS-RECONCILE-TOTAL.
           If WS-RECONCILE-TOTAL not = WS-CONTROL-READ
               Move 8 to WS-RETURN-CODE
               Display "ANGLO-ARCHIVE: BALANCE FAILURE - control "
                   "records read " WS-CONTROL-READ " but archived "
                   WS-CONTROL-ARCHIVED " plus retained "
                   WS-CONTROL-RETAINED
                   " - DO NOT REPLACE THE LIVE FILE" upon stdout
           End-if.

       7000-Exit.
           Exit.
           Move WS-DATE-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "AUDIT BRACKETS PROVED" to WS-RPT-LABEL.
           Move WS-BRACKETS-PROVED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "AUDIT BRACKETS SUPERSEDED BY RESTART" to WS-RPT-LABEL.
           Move WS-BRACKETS-SUPERSEDED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "AUDIT ROWS AHEAD OF ANY BRACKET" to WS-RPT-LABEL.
           Move WS-LEGACY-ROWS to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "AUDIT BRACKETS BROKEN" to WS-RPT-LABEL.
           Move WS-BRACKETS-BROKEN to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           If WS-BRACKETS-BROKEN > Zero
               Perform 8200-Print-Breaks thru 8200-Exit
           End-if.

           Move "AUDIT ROWS READ" to WS-RPT-LABEL.
           Move WS-ROWS-READ to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "BRACKET CONTROL RECORDS READ" to WS-RPT-LABEL.
           Move WS-CONTROL-READ to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "  ARCHIVED" to WS-RPT-LABEL.
           Move WS-CONTROL-ARCHIVED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "  RETAINED" to WS-RPT-LABEL.
           Move WS-CONTROL-RETAINED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "PROVED BRACKETS ARCHIVED" to WS-RPT-LABEL.
           Move WS-BRACKETS-ARCHIVED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "INDEX ROWS WRITTEN" to WS-RPT-LABEL.
           Move WS-INDEX-ROWS-WRITTEN to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
       8100-Exit.
           Exit.

      *****************************************************************
      *  8200-PRINT-BREAKS                                            *
      *****************************************************************
       8200-Print-Breaks.
           Perform varying WS-BREAK-INDEX from 1 by 1
                   until WS-BREAK-INDEX > WS-BREAK-COUNT
               Move Spaces to Control-Report-Line
               String "  BROKEN: " delimited by size
                      BRK-TEXT(WS-BREAK-INDEX) delimited by size
                   into Control-Report-Line
               end-string
               Write Control-Report-Line
           End-perform.
           Move Spaces to Control-Report-Line.
           Move "AUDFILE FAILS BRACKET CHECK - NOTHING ARCHIVED"
               to Control-Report-Line.
           Write Control-Report-Line.

       8200-Exit.
           Exit.

      *****************************************************************
      *  8500-CLOSE-FILES                                             *
      *****************************************************************
