      *                   twice.  One record per customer + name      *
      *                   type means one outstanding item per pair,   *
      *                   so the wider key loses nothing.             *
      *  2026-10-15 dxu   Posts its disposition totals to the shared  *
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

       FD  Reject-File
           label records are standard.
           Copy rvlrec.
           Copy decrec.
           Copy cnvapi.
           Copy rctrec.
           Copy abkapi.

      *    ----  the day's clerk decisions, held in storage so each   --
      *    ----  review item finds its decision with one serial scan  --
           Open input  Decision-File.
           Open extend Output-File.
           Open extend Audit-File.
           Perform 5050-Open-Audit-Bracket thru 5050-Exit.
           Open extend Reject-File.
           Open output Ledger-Out-File.
           Open output Control-Report-File.
           Move WS-OUTPUT to AUD-CONVERTED-OUTPUT.
           Move WS-TRUNC-SWITCH to AUD-TRUNCATION-FLAG.
           Move CNV-NORMALIZED-FLAG to AUD-NORMALIZED-FLAG.
           Move CNV-VARIANT-FLAG to AUD-VARIANT-FLAG.
           If OVERRIDE-WAS-USED
               Move 'O' to AUD-CONVERSION-TYPE
           Else
           End-if.
           Move AUDIT-RECORD to Audit-Record-Out.
           Write Audit-Record-Out.
           Move 'A' to ABK-FUNCTION-CODE.
           Call 'ANGLO-AUDBRK' using AUDIT-RECORD AUDIT-BRACKET-AREA.

       5000-Exit.
           Exit.

      *****************************************************************
      *  5050-OPEN-AUDIT-BRACKET                                      *
      *  Heads this run's AUDFILE rows with a control record naming   *
      *  the run, so the rows it appends can be proved as one set.    *
      *****************************************************************
       5050-Open-Audit-Bracket.
           Initialize AUDIT-BRACKET-AREA.
           Move 'O' to ABK-FUNCTION-CODE.
           Move CTL-RUN-ID to ABK-RUN-ID.
           Move 'ANGLO-REVDISP' to ABK-PROGRAM-ID.
           Move Zero to ABK-PARTITION-NUMBER.
           Move Zero to ABK-RESTART-COUNT.
           Call 'ANGLO-AUDBRK' using AUDIT-RECORD AUDIT-BRACKET-AREA.
           Move AUDIT-RECORD to Audit-Record-Out.
           Write Audit-Record-Out.

       5050-Exit.
           Exit.

      *****************************************************************
      *  5060-CLOSE-AUDIT-BRACKET                                     *
      *  Closes the bracket with a trailer carrying the row count and *
      *  the hash totals over customer numbers and converted output,  *
      *  which ANGLO-COLLIDE and ANGLO-ARCHIVE prove before they      *
      *  trust the file.                                              *
      *****************************************************************
       5060-Close-Audit-Bracket.
           Move 'Z' to ABK-FUNCTION-CODE.
           Call 'ANGLO-AUDBRK' using AUDIT-RECORD AUDIT-BRACKET-AREA.
           Move AUDIT-RECORD to Audit-Record-Out.
           Write Audit-Record-Out.

       5060-Exit.
           Exit.

      *****************************************************************
      *  5100-WRITE-OUTPUT                                            *
      *  Appends the resolved conversion to the day's OUTFILE under   *
      *****************************************************************
       8000-Finalize.
           Perform 8100-Print-Control-Report thru 8100-Exit.
           Perform 8400-Post-Run-Control thru 8400-Exit.
           Perform 8500-Post-Table-Usage thru 8500-Exit.
           Close Review-In-File.
           Close Ledger-In-File.
           Close Output-File.
           Perform 5060-Close-Audit-Bracket thru 5060-Exit.
           Close Audit-File.
           Close Reject-File.
           Close Ledger-Out-File.
       8000-Exit.
           Exit.

      *****************************************************************
      *  8400-POST-RUN-CONTROL                                        *
      *  Posts the disposition totals.  Fresh review items are the    *
      *  records in; the ledger items are posted as brought forward   *
      *  and carried out, since they belong to earlier nights' input. *
      *****************************************************************
       8400-Post-Run-Control.
           Initialize RUN-CONTROL-RECORD.
           Move CTL-RUN-ID to RCT-RUN-ID.
           Move 'REVDISP' to RCT-STEP-NAME.
           Move Zero to RCT-PARTITION-NUMBER.
           Move "ANGLO-REVDISP" to RCT-PROGRAM-ID.
           If WS-ITEMS-AGED > Zero
               Move 4 to RCT-RETURN-CODE
           End-if.
           Move WS-REVIEW-ITEMS-READ to RCT-RECORDS-IN.
           Move WS-LEDGER-ITEMS-READ to RCT-BROUGHT-FORWARD.
           Move WS-ITEMS-CONVERTED to RCT-CONVERTED-OUT.
           Move WS-ITEMS-REJECTED to RCT-REJECTED-OUT.
           Move WS-ITEMS-CARRIED to RCT-LEDGER-OUT.
           Move WS-DUPLICATES-SUPPRESSED to RCT-SUPPRESSED.
           Move WS-ITEMS-CONVERTED to RCT-AUDIT-OUT.
           Call 'ANGLO-RUNPOST' using RUN-CONTROL-RECORD.
           If RCT-POSTING-COUNT > 1
               Display "ANGLO-REVDISP: run " CTL-RUN-ID
                   " disposed more than once" upon stdout
           End-if.

       8400-Exit.
           Exit.

      *****************************************************************
      *  8500-POST-TABLE-USAGE                                        *
      *  The end-of-run call that has ANGLO-CONVERT post this run's   *
      *  override and dictionary hits to the usage delta.             *
      *****************************************************************
       8500-Post-Table-Usage.
           Move 'U' to CNV-FUNCTION-CODE.
           Call 'ANGLO-CONVERT' using CONVERT-REQUEST-AREA.
           If CNV-RESULT-REJECTED
               Display "ANGLO-REVDISP: table usage not posted - "
                   CNV-REASON-TEXT upon stdout
           End-if.

       8500-Exit.
           Exit.

      *****************************************************************
      *  8100-PRINT-CONTROL-REPORT                                    *
      *  Reconciliation for sign-off: items brought forward plus      *
