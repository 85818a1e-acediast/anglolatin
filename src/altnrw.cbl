      *                   chooses it, so a reworked passport name     *
      *                   comes out in the passport style it would    *
      *                   have had first time around.                 *
      *  2026-10-15 dxu   Posts its rework totals to the shared       *
      *                   run-control dataset (RUNCTL) through        *
      *                   ANGLO-RUNPOST for the end-of-stream         *
      *                   balancing job.                              *
      *  2026-10-15 dxu   Brackets its AUDFILE rows between a header  *
      *                   and a trailer control record through        *
      *                   ANGLO-AUDBRK; the trailer carries the run   *
      *                   ID, row count and hash totals the           *
      *                   downstream readers prove.                   *
      *  2026-10-15 dxu   Posts the run's override and dictionary     *
      *                   usage through ANGLO-CONVERT function U at   *
      *                   end of run, for the usage statistics and    *
      *                   dead-row report.                            *
      *  2026-10-15 dxu   Audit row carries the new variant-fold flag *
      *                   from ANGLO-CONVERT (AUDREC.CPY revision 08, *
      *                   316 bytes).                                 *
      *****************************************************************

       Environment division.

       FD  Audit-File
           label records are standard.
       01  Audit-Record-Out            Picture is X(316).

       FD  Review-File
           label records are standard.
           Copy audrec.
           Copy revrec.
           Copy cnvapi.
           Copy rctrec.
           Copy abkapi.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            Picture is X(01) Value 'N'.
           Open input  Reject-In-File.
           Open extend Output-File.
           Open extend Audit-File.
           Perform 4100-Open-Audit-Bracket thru 4100-Exit.
           Open extend Review-File.
           Open output Reject-Out-File.
           Open output Control-Report-File.
           Move WS-OUTPUT to AUD-CONVERTED-OUTPUT.
           Move WS-TRUNC-SWITCH to AUD-TRUNCATION-FLAG.
           Move CNV-NORMALIZED-FLAG to AUD-NORMALIZED-FLAG.
           Move CNV-VARIANT-FLAG to AUD-VARIANT-FLAG.

           If CTL-MODE-REVERSE
               Move 'V' to AUD-CONVERSION-TYPE

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
           Move 'ANGLO-REWORK' to ABK-PROGRAM-ID.
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
      *****************************************************************
       8000-Finalize.
           Perform 8100-Print-Control-Report thru 8100-Exit.
           Perform 8400-Post-Run-Control thru 8400-Exit.
           Perform 8500-Post-Table-Usage thru 8500-Exit.
           Close Reject-In-File.
           Close Output-File.
           Perform 4200-Close-Audit-Bracket thru 4200-Exit.
           Close Audit-File.
           Close Review-File.
           Close Reject-Out-File.
       8000-Exit.
           Exit.

      *****************************************************************
      *  8400-POST-RUN-CONTROL                                        *
      *  Posts the rework totals under the control card's run ID --   *
      *  the rework card carries the run ID of the night whose        *
      *  rejects it reworks, so the totals join that night's chain.   *
      *****************************************************************
       8400-Post-Run-Control.
           Initialize RUN-CONTROL-RECORD.
           Move CTL-RUN-ID to RCT-RUN-ID.
           Move 'REWORK' to RCT-STEP-NAME.
           Move Zero to RCT-PARTITION-NUMBER.
           Move "ANGLO-REWORK" to RCT-PROGRAM-ID.
           If WS-RECORDS-REJECTED > Zero
               Move 4 to RCT-RETURN-CODE
           End-if.
           Move WS-RECORDS-READ to RCT-RECORDS-IN.
           Move WS-RECORDS-CONVERTED to RCT-CONVERTED-OUT.
           Move WS-RECORDS-REJECTED to RCT-REJECTED-OUT.
           Move WS-RECORDS-REVIEW to RCT-REVIEW-OUT.
           Move RCT-CONVERTED-OUT to RCT-AUDIT-OUT.
           Call 'ANGLO-RUNPOST' using RUN-CONTROL-RECORD.
           If RCT-POSTING-COUNT > 1
               Display "ANGLO-REWORK: run " CTL-RUN-ID
                   " reworked more than once" upon stdout
           End-if.

       8400-Exit.
           Exit.

      *****************************************************************
      *  8500-POST-TABLE-USAGE                                        *
      *  The end-of-run call that has ANGLO-CONVERT post this run's   *
      *  override and dictionary hits to the usage delta.             *
      *  Verify-mode runs are QC, not production, and do not post.    *
      *****************************************************************
       8500-Post-Table-Usage.
           If CTL-MODE-VERIFY
               Go to 8500-Exit
           End-if.
           Move 'U' to CNV-FUNCTION-CODE.
           Call 'ANGLO-CONVERT' using CONVERT-REQUEST-AREA.
           If CNV-RESULT-REJECTED
               Display "ANGLO-REWORK: table usage not posted - "
                   CNV-REASON-TEXT upon stdout
           End-if.

       8500-Exit.
           Exit.

      *****************************************************************
      *  8100-PRINT-CONTROL-REPORT                                    *
      *  Reconciliation for sign-off: first-pass rejects read must    *
