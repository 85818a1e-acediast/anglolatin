      *                   conversions (audit types S and O) take      *
      *                   part; reverse-mode rows are not mailing     *
      *                   names.                                      *
      *  2026-10-15 dxu   Proves every run's header/trailer bracket   *
      *                   on the AUDFILE through ANGLO-AUDBRK before  *
      *                   it compares a row; a broken bracket is      *
      *                   listed on the control report and ends the   *
      *                   run with return code 8.  Bracket control    *
      *                   records are skipped by the comparison.      *
      *  2026-10-15 dxu   Audit record lengthened to 316 bytes for    *
      *                   the variant-fold flag (AUDREC.CPY revision  *
      *                   08).                                        *
      *****************************************************************

       Environment division.

       FD  Audit-File
           label records are standard.
       01  Audit-Record-In             Picture is X(316).

       FD  Collision-File
           label records are standard.

           Copy audrec.
           Copy colrec.
           Copy abkapi.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            Picture is X(01) Value 'N'.
                                    Value Zero.
       77 WS-GROUP-OVERFLOWS       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-CONTROL-ROWS-SKIPPED  Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-RETURN-CODE           Picture is 9(02) Usage is Comp
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
       77 WS-BREAK-INDEX           Picture is 9(03) Usage is Comp
                                    Value Zero.

      *    ----  the originals seen for the Latin form currently in   --
      *    ----  hand: one slot per distinct original, with the       --
       0000-Mainline.
           Open output Collision-File.
           Open output Control-Report-File.
           Perform 0500-Verify-Audit-Brackets thru 0500-Exit.
           If ABK-BRACKETS-BROKEN > Zero
               Move 8 to WS-RETURN-CODE
               Perform 8100-Print-Control-Report thru 8100-Exit
               Close Collision-File
               Close Control-Report-File
               Move WS-RETURN-CODE to Return-Code
               Stop run
           End-if.
           Sort Sort-Work-File
               on ascending key SRT-CONVERTED-OUTPUT
               on ascending key SRT-ORIGINAL-INPUT
           Perform 8100-Print-Control-Report thru 8100-Exit.
           Close Collision-File.
           Close Control-Report-File.
           Move WS-RETURN-CODE to Return-Code.
           Stop run.

       0000-Mainline-Exit.
           Exit.

      *****************************************************************
      *  0500-VERIFY-AUDIT-BRACKETS                                   *
      *  Proves every run's header/trailer bracket on the AUDFILE --  *
      *  row count and hash totals -- before any row is compared.  A  *
      *  file with a broken bracket has lost, gained or altered rows  *
      *  since the run that wrote them, and is not reported on.       *
      *****************************************************************
       0500-Verify-Audit-Brackets.
           Initialize AUDIT-BRACKET-AREA.
           Open input Audit-File.
           Perform 0510-Check-One-Row thru 0510-Exit
               until END-OF-INPUT.
           Move 'E' to ABK-FUNCTION-CODE.
           Call 'ANGLO-AUDBRK' using AUDIT-RECORD AUDIT-BRACKET-AREA.
           Perform 0520-Note-Break thru 0520-Exit.
           Close Audit-File.
           Move 'N' to WS-EOF-SWITCH.

       0500-Exit.
           Exit.

       0510-Check-One-Row.
           Read Audit-File into Audit-Record-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 0510-Exit
           end-read.
           Move Audit-Record-In to AUDIT-RECORD.
           Move 'C' to ABK-FUNCTION-CODE.
           Call 'ANGLO-AUDBRK' using AUDIT-RECORD AUDIT-BRACKET-AREA.
           Perform 0520-Note-Break thru 0520-Exit.

       0510-Exit.
           Exit.

       0520-Note-Break.
           If not ABK-BREAK-FOUND
               Go to 0520-Exit
           End-if.
           Display "ANGLO-COLLIDE: AUDFILE " ABK-BREAK-TEXT
               upon stdout.
           If WS-BREAK-COUNT < 100
               Add 1 to WS-BREAK-COUNT
               Move ABK-BREAK-TEXT to BRK-TEXT(WS-BREAK-COUNT)
           End-if.

       0520-Exit.
           Exit.

      *****************************************************************
      *  1000-RELEASE-AUDIT-ROWS                                      *
      *****************************************************************
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 1100-Exit
           end-read.
           Move Audit-Record-In to AUDIT-RECORD.
           If AUC-BRACKET-HEADER or AUC-BRACKET-TRAILER
               Add 1 to WS-CONTROL-ROWS-SKIPPED
               Go to 1100-Exit
           End-if.
           Add 1 to WS-AUDIT-ROWS-READ.
           If not AUD-TYPE-STRAIGHT and not AUD-TYPE-OVERRIDE
               Go to 1100-Exit
           End-if.
               to Control-Report-Line.
           Write Control-Report-Line.

           Move "AUDIT BRACKETS PROVED" to WS-RPT-LABEL.
           Move ABK-BRACKETS-VERIFIED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "AUDIT BRACKETS SUPERSEDED BY RESTART" to WS-RPT-LABEL.
           Move ABK-BRACKETS-ABANDONED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "AUDIT ROWS AHEAD OF ANY BRACKET" to WS-RPT-LABEL.
           Move ABK-LEGACY-ROWS to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "AUDIT BRACKETS BROKEN" to WS-RPT-LABEL.
           Move ABK-BRACKETS-BROKEN to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           If ABK-BRACKETS-BROKEN > Zero
               Perform 8200-Print-Breaks thru 8200-Exit
               Go to 8100-Exit
           End-if.

           Move "AUDIT CONTROL RECORDS SKIPPED" to WS-RPT-LABEL.
           Move WS-CONTROL-ROWS-SKIPPED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "AUDIT ROWS READ" to WS-RPT-LABEL.
           Move WS-AUDIT-ROWS-READ to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
       8100-Exit.
           Exit.

      *****************************************************************
      *  8200-PRINT-BREAKS                                            *
      *  Lists each broken bracket and says plainly that nothing was  *
      *  compared, so the sign-off cannot mistake an empty collision  *
      *  file for a clean day.                                        *
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
           Move "AUDFILE FAILS BRACKET CHECK - NO ROWS COMPARED"
               to Control-Report-Line.
           Write Control-Report-Line.
           Display "ANGLO-COLLIDE: AUDFILE fails bracket check, "
               ABK-BRACKETS-BROKEN " broken - return code 8"
               upon stdout.

       8200-Exit.
           Exit.

       End program ANGLO-COLLIDE.
