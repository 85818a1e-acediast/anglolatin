      *                   delta card drops to mode F with a          *
      *                   warning, matching the rule the delete      *
      *                   sweep already applied.                     *
      *  2026-10-15 dxu   Every add, change and delete the           *
      *                   converted-name master takes now also posts *
      *                   to the keyed name-history dataset (NMHIST, *
      *                   layout in NHSREC.CPY): the new row carries *
      *                   the kana, the converted name and this      *
      *                   run's id, and the row it replaces is       *
      *                   stamped superseded by this run, so         *
      *                   ANGLO-NAMEASOF can answer what a           *
      *                   customer's name was on any past date.  A   *
      *                   full rebuild posts only the rows whose     *
      *                   name actually moved, and ends by closing   *
      *                   out the history of every key the rebuilt   *
      *                   master no longer holds.                    *
      *  2026-10-15 dxu   Posts its closing totals to the shared     *
      *                   run-control dataset (RUNCTL) through       *
      *                   ANGLO-RUNPOST, one row per partition, for  *
      *                   the end-of-stream balancing job.           *
      *  2026-10-15 dxu   Brackets its AUDFILE rows between a header *
      *                   and a trailer control record through       *
      *                   ANGLO-AUDBRK; the trailer carries the run  *
      *                   ID, row count and hash totals the          *
      *                   downstream readers prove.                  *
      *  2026-10-15 dxu   Posts the run's override and dictionary    *
      *                   usage through ANGLO-CONVERT function U at  *
      *                   end of run, for the usage statistics and   *
      *                   dead-row report.                           *
      *  2026-10-15 dxu   Audit row carries the new variant-fold     *
      *                   flag from ANGLO-CONVERT (AUDREC.CPY        *
      *                   revision 08, 316 bytes); names with a      *
      *                   variant kanji folded to its standard form  *
      *                   are counted on the control report.         *
      *****************************************************************

       Environment division.
           Select Delta-Report-File assign to Dltrpt
               organization is line sequential.

           Select Optional Name-History-File assign to Nmhist
               organization is indexed
               access mode is dynamic
               record key is NHS-KEY
               file status is WS-NMHIST-STATUS.

       Data division.
       File section.


       FD  Audit-File
           label records are standard.
       01  Audit-Record-Out            Picture is X(316).

       FD  Review-File
           label records are standard.
           label records are standard.
       01  Delta-Report-Line           Picture is X(80).

       FD  Name-History-File
           label records are standard.
           Copy nhsrec.

       Working-storage section.

      *    ----  original single-name fields, still used as the      --
      *    ----  skips, reported on the control report.               --
       77 WS-CSTMAST-STATUS picture is X(02) Value Spaces.
       77 WS-CNVMAST-STATUS picture is X(02) Value Spaces.
       77 WS-NMHIST-STATUS picture is X(02) Value Spaces.

           Copy ctlcrd.
           Copy cstrec.
           Copy vfyrec.
           Copy runrec.
           Copy cnvapi.
           Copy rctrec.
           Copy abkapi.

      *    ----  in-storage copy of the customer-master extract,      --
      *    ----  binary-searched per record -- the extract arrives    --
               88  DELTA-ACTION-UNCHANGED        Value 'U'.
           05  WS-SWEEP-EOF-SWITCH      Picture is X(01) Value 'N'.
               88  END-OF-MASTER-SWEEP           Value 'Y'.
           05  WS-HISTORY-DELETE-SWITCH Picture is X(01) Value 'N'.
               88  HISTORY-DELETE-REQUESTED      Value 'Y'.
           05  WS-HISTORY-CURRENT-SWITCH
                                        Picture is X(01) Value 'N'.
               88  CURRENT-HISTORY-LIVE          Value 'L'.
               88  CURRENT-HISTORY-DELETED       Value 'D'.
               88  CURRENT-HISTORY-NONE          Value 'N'.
           05  WS-HISTORY-EOF-SWITCH    Picture is X(01) Value 'N'.
               88  END-OF-KEY-HISTORY            Value 'Y'.
           05  WS-MASTER-FOUND-SWITCH   Picture is X(01) Value 'N'.
               88  MASTER-ROW-FOUND              Value 'Y'.

       77 WS-RECORDS-READ          Picture is 9(09) Usage is Comp
                                    Value Zero.
                                    Value Zero.
       77 WS-RECORDS-NORMALIZED    Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-RECORDS-VARIANT-FOLDED Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-HISTORY-ROWS-WRITTEN  Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-HISTORY-DUP-KEYS      Picture is 9(09) Usage is Comp
                                    Value Zero.

      *    ----  name-history walk keys: the newest row found for     --
      *    ----  the key being posted, and -- for the rebuild's       --
      *    ----  closing sweep -- the prior row's key and action and  --
      *    ----  the row to resume the walk at.                       --
       77 WS-CURRENT-HISTORY-KEY   Picture is X(27) Value Spaces.
       77 WS-PRIOR-HISTORY-KEY     Picture is X(27) Value Spaces.
       77 WS-PRIOR-HISTORY-ACTION  Picture is X(01) Value Spaces.
       77 WS-RESUME-HISTORY-KEY    Picture is X(27) Value Spaces.

       01  WS-DELTA-DETAIL-LINE.
           05  WS-DLT-ACTION        Picture is X(08).
               End-if
           End-if.
           Open extend Audit-File.
           Perform 4100-Open-Audit-Bracket thru 4100-Exit.
           Open extend Checkpoint-File.
           Open output Control-Report-File.

                   Display "ANGLO-LATIN: Converted-Master-File open "
                       "status " WS-CNVMAST-STATUS upon stdout
               End-if
               Perform 1500-Open-Name-History thru 1500-Exit
               If CTL-RESTART-COUNT > Zero
                   Open extend Delta-Report-File
               Else
                           "open status " WS-CNVMAST-STATUS
                           upon stdout
                   End-if
                   Perform 1500-Open-Name-History thru 1500-Exit
               Else
                   Display "ANGLO-LATIN: partitioned run - converted-"
                       "name master rebuild skipped" upon stdout
       1400-Exit.
           Exit.

      *****************************************************************
      *  1500-OPEN-NAME-HISTORY                                       *
      *  The name history travels with the converted-name master:     *
      *  whenever this run maintains the master it maintains the      *
      *  history too.  The first run ever creates it.                 *
      *****************************************************************
       1500-Open-Name-History.
           Open i-o Name-History-File.
           If WS-NMHIST-STATUS not = "00"
               and WS-NMHIST-STATUS not = "05"
               Display "ANGLO-LATIN: Name-History-File open status "
                   WS-NMHIST-STATUS upon stdout
           End-if.

       1500-Exit.
           Exit.

      *****************************************************************
      *  2000-PROCESS-ONE-RECORD                                      *
      *  Main per-record cycle: read, hand the name to ANGLO-CONVERT  *
           If CNV-NORMALIZED-FLAG = 'Y'
               Add 1 to WS-RECORDS-NORMALIZED
           End-if.
           If CNV-VARIANT-FLAG = 'Y'
               Add 1 to WS-RECORDS-VARIANT-FOLDED
           End-if.

           If CNV-RESULT-REJECTED
               Move CNV-REASON-CODE to REJ-REASON-CODE
               Write CONVERTED-MASTER-RECORD
                   invalid key
                       Add 1 to WS-MASTER-DUP-KEYS
                   not invalid key
                       Perform 2400-Post-Name-History thru 2400-Exit
               end-write
               Add 1 to WS-DELTA-ADDS
               Move "ADD" to WS-DLT-ACTION
           Else
               Rewrite CONVERTED-MASTER-RECORD
               Perform 2400-Post-Name-History thru 2400-Exit
               Add 1 to WS-DELTA-CHANGES
               Move "CHANGE" to WS-DLT-ACTION
           End-if.
           Write CONVERTED-MASTER-RECORD
               invalid key
                   Add 1 to WS-MASTER-DUP-KEYS
               not invalid key
                   Perform 2400-Post-Name-History thru 2400-Exit
           end-write.

       2098-Exit.
           Exit.

      *****************************************************************
      *  2400-POST-NAME-HISTORY                                       *
      *  Records the master row now in CONVERTED-MASTER-RECORD on     *
      *  the name history.  The newest history row for the key is     *
      *  the current one: when it already holds exactly this kana,    *
      *  name and truncation outcome nothing moved and nothing is     *
      *  written (a full rebuild re-presents every row); otherwise    *
      *  it is stamped superseded by this run and the new row         *
      *  written -- an add when the key had no live history, a        *
      *  change when it had.  With HISTORY-DELETE-REQUESTED the new   *
      *  row is a delete instead.                                     *
      *****************************************************************
       2400-Post-Name-History.
           Accept WS-ACCEPT-DATE from Date Yyyymmdd.
           Accept WS-ACCEPT-TIME from Time.
           Perform 2410-Find-Current-History thru 2410-Exit.
           If HISTORY-DELETE-REQUESTED
               If not CURRENT-HISTORY-LIVE
                   Go to 2400-Exit
               End-if
           Else
               If CURRENT-HISTORY-LIVE
                   and NHS-ORIGINAL-INPUT = CNM-ORIGINAL-INPUT
                   and NHS-CONVERTED-NAME = CNM-CONVERTED-NAME
                   and NHS-TRUNCATION-FLAG = CNM-TRUNCATION-FLAG
                   Go to 2400-Exit
               End-if
           End-if.
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
      *  The current row, already in the record area, is closed off   *
      *  by this run.                                                 *
      *****************************************************************
       2420-Supersede-Current-History.
           Move CTL-RUN-ID to NHS-SUPERSEDED-RUN-ID.
           Move WS-ACCEPT-DATE to NHS-SUPERSEDED-DATE.
           Rewrite NAME-HISTORY-RECORD
               invalid key
                   Display "ANGLO-LATIN: name-history rewrite failed "
                       "for " CNM-CUSTOMER-NUMBER " "
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
           If HISTORY-DELETE-REQUESTED
               Move 'D' to NHS-ACTION-CODE
               Move Spaces to NHS-ORIGINAL-INPUT
               Move Spaces to NHS-CONVERTED-NAME
           Else
               If CURRENT-HISTORY-LIVE
                   Move 'C' to NHS-ACTION-CODE
               Else
                   Move 'A' to NHS-ACTION-CODE
               End-if
               Move CNM-ORIGINAL-INPUT to NHS-ORIGINAL-INPUT
               Move CNM-CONVERTED-NAME to NHS-CONVERTED-NAME
               Move CNM-TRUNCATION-FLAG to NHS-TRUNCATION-FLAG
           End-if.
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
      *  2700-WRITE-REVIEW                                            *
      *  Routes the record with the candidate readings ANGLO-CONVERT  *
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
      *  the run, partition and restart count.  A restarted run       *
      *  opens a fresh bracket; the one its abended run never closed  *
      *  is superseded, not broken (see ABKAPI.CPY).                  *
      *****************************************************************
       4100-Open-Audit-Bracket.
           Initialize AUDIT-BRACKET-AREA.
           Move 'O' to ABK-FUNCTION-CODE.
           Move CTL-RUN-ID to ABK-RUN-ID.
           Move 'ANGLO-LATIN' to ABK-PROGRAM-ID.
           Move CTL-PARTITION-NUMBER to ABK-PARTITION-NUMBER.
           Move CTL-RESTART-COUNT to ABK-RESTART-COUNT.
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
      *  5000-WRITE-CHECKPOINT                                        *
      *  Writes the count of input records successfully processed so  *
           If CTL-MODE-DELTA
               Perform 7500-Sweep-Master-Deletes thru 7500-Exit
           End-if.
           If CTL-MODE-FORWARD
               and CTL-PARTITION-NUMBER = Zero
               Perform 7600-Sweep-History-Deletes thru 7600-Exit
           End-if.
           Perform 8200-Set-Return-Code thru 8200-Exit.
           Perform 8300-Write-Run-History thru 8300-Exit.
           Perform 8400-Post-Run-Control thru 8400-Exit.
           Perform 8500-Post-Table-Usage thru 8500-Exit.
           Perform 8100-Print-Control-Report thru 8100-Exit.
           If CTL-MODE-DELTA
               Close Converted-Master-File
               Close Name-History-File
               Close Delta-Report-File
           End-if.
           If CTL-MODE-FORWARD
               and CTL-PARTITION-NUMBER = Zero
               Close Converted-Master-File
               Close Name-History-File
           End-if.
           Close Input-File.
           Close Output-File.
           If CTL-MODE-VERIFY
               Close Verify-File
           End-if.
           Perform 4200-Close-Audit-Bracket thru 4200-Exit.
           Close Audit-File.
           Close Checkpoint-File.
           Close Control-Report-File.
               Move Zero to WS-DLT-SEQUENCE
               Move WS-DELTA-DETAIL-LINE to Delta-Report-Line
               Write Delta-Report-Line
               Move 'Y' to WS-HISTORY-DELETE-SWITCH
               Perform 2400-Post-Name-History thru 2400-Exit
               Move 'N' to WS-HISTORY-DELETE-SWITCH
               Delete Converted-Master-File
               Add 1 to WS-DELTA-DELETES
           End-if.
       7510-Exit.
           Exit.

      *****************************************************************
      *  7600-SWEEP-HISTORY-DELETES                                   *
      *  A full rebuild writes the master from scratch, so a key the  *
      *  input no longer presents simply never reappears on it.       *
      *  Once the rebuild is done the master reopens for reading and  *
      *  the name history is walked key by key: a key whose newest    *
      *  row is still live but which the rebuilt master does not      *
      *  hold takes a delete row, exactly as the delta sweep's        *
      *  deletes do.                                                  *
      *****************************************************************
       7600-Sweep-History-Deletes.
           Close Converted-Master-File.
           Open input Converted-Master-File.
           Move 'N' to WS-SWEEP-EOF-SWITCH.
           Move Spaces to WS-PRIOR-HISTORY-KEY.
           Move Low-Values to NHS-KEY.
           Start Name-History-File key >= NHS-KEY
               invalid key
                   Move 'Y' to WS-SWEEP-EOF-SWITCH
           end-start.
           Perform 7610-Sweep-One-History-Row thru 7610-Exit
               until END-OF-MASTER-SWEEP.
           If WS-PRIOR-HISTORY-KEY not = Spaces
               Perform 7620-Check-Prior-History-Key thru 7620-Exit
           End-if.

       7600-Exit.
           Exit.

      *****************************************************************
      *  7610-SWEEP-ONE-HISTORY-ROW                                   *
      *  At each change of key the key just passed is checked.  A     *
      *  delete posted there moves the file position, so the walk     *
      *  then resumes at the row it had just read.                    *
      *****************************************************************
       7610-Sweep-One-History-Row.
           Read Name-History-File next record
               at end
                   Move 'Y' to WS-SWEEP-EOF-SWITCH
                   Go to 7610-Exit
           end-read.
           If WS-PRIOR-HISTORY-KEY not = Spaces
               and NHS-KEY(1:11) not = WS-PRIOR-HISTORY-KEY(1:11)
               and WS-PRIOR-HISTORY-ACTION not = 'D'
               Move NHS-KEY to WS-RESUME-HISTORY-KEY
               Perform 7620-Check-Prior-History-Key thru 7620-Exit
               Move WS-RESUME-HISTORY-KEY to NHS-KEY
               Start Name-History-File key >= NHS-KEY
                   invalid key
                       Move 'Y' to WS-SWEEP-EOF-SWITCH
                       Go to 7610-Exit
               end-start
               Read Name-History-File next record
                   at end
                       Move 'Y' to WS-SWEEP-EOF-SWITCH
                       Go to 7610-Exit
               end-read
           End-if.
           Move NHS-KEY to WS-PRIOR-HISTORY-KEY.
           Move NHS-ACTION-CODE to WS-PRIOR-HISTORY-ACTION.

       7610-Exit.
           Exit.

       7620-Check-Prior-History-Key.
           If WS-PRIOR-HISTORY-ACTION = 'D'
               Go to 7620-Exit
           End-if.
           Move WS-PRIOR-HISTORY-KEY(1:10) to CNM-CUSTOMER-NUMBER.
           Move WS-PRIOR-HISTORY-KEY(11:1) to CNM-NAME-TYPE-CODE.
           Move 'Y' to WS-MASTER-FOUND-SWITCH.
           Read Converted-Master-File
               invalid key
                   Move 'N' to WS-MASTER-FOUND-SWITCH
           end-read.
           If MASTER-ROW-FOUND
               Go to 7620-Exit
           End-if.
           Move 'Y' to WS-HISTORY-DELETE-SWITCH.
           Perform 2400-Post-Name-History thru 2400-Exit.
           Move 'N' to WS-HISTORY-DELETE-SWITCH.

       7620-Exit.
           Exit.

      *****************************************************************
      *  8400-POST-RUN-CONTROL                                        *
      *  Posts this partition's closing totals to the run-control     *
      *  dataset.  Records skipped on a restart are posted apart from *
      *  the records read, so the balancing job can tell a restarted  *
      *  partition from one that lost records.                        *
      *****************************************************************
       8400-Post-Run-Control.
           Initialize RUN-CONTROL-RECORD.
           Move CTL-RUN-ID to RCT-RUN-ID.
           Move 'LATIN' to RCT-STEP-NAME.
           Move CTL-PARTITION-NUMBER to RCT-PARTITION-NUMBER.
           Move "ANGLO-LATIN" to RCT-PROGRAM-ID.
           Move WS-RETURN-CODE to RCT-RETURN-CODE.
           Move WS-RECORDS-READ to RCT-RECORDS-IN.
           Add WS-RECORDS-CONVERTED WS-RECORDS-OVERRIDDEN
               giving RCT-CONVERTED-OUT.
           Move WS-RECORDS-REJECTED to RCT-REJECTED-OUT.
           Move WS-RECORDS-REVIEW to RCT-REVIEW-OUT.
           Move WS-DELTA-UNCHANGED to RCT-UNCHANGED.
           Move WS-SKIP-COUNT to RCT-RESTART-SKIPPED.
           Move RCT-CONVERTED-OUT to RCT-AUDIT-OUT.
           Call 'ANGLO-RUNPOST' using RUN-CONTROL-RECORD.
           If RCT-POSTING-COUNT > 1
               Display "ANGLO-LATIN: run " CTL-RUN-ID " partition "
                   CTL-PARTITION-NUMBER " posted more than once"
                   upon stdout
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
               Display "ANGLO-LATIN: table usage not posted - "
                   CNV-REASON-TEXT upon stdout
           End-if.

       8500-Exit.
           Exit.

      *****************************************************************
      *  8100-PRINT-CONTROL-REPORT                                    *
      *  Writes the sign-off control report operations reviews before *
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "RECORDS WITH VARIANT KANJI FOLDED" to WS-RPT-LABEL.
           Move WS-RECORDS-VARIANT-FOLDED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           If CTL-MODE-DELTA
               Move "UNCHANGED RECORDS SKIPPED" to WS-RPT-LABEL
               Move WS-DELTA-UNCHANGED to WS-RPT-VALUE
               Move WS-REPORT-LINE to Control-Report-Line
               Write Control-Report-Line
           End-if.
           If CTL-MODE-DELTA
               or (CTL-MODE-FORWARD and CTL-PARTITION-NUMBER = Zero)
               Move "NAME HISTORY ROWS WRITTEN" to WS-RPT-LABEL
               Move WS-HISTORY-ROWS-WRITTEN to WS-RPT-VALUE
               Move WS-REPORT-LINE to Control-Report-Line
               Write Control-Report-Line
           End-if.
           If WS-HISTORY-DUP-KEYS > Zero
               Move "DUPLICATE NAME HISTORY KEYS" to WS-RPT-LABEL
               Move WS-HISTORY-DUP-KEYS to WS-RPT-VALUE
               Move WS-REPORT-LINE to Control-Report-Line
               Write Control-Report-Line
           End-if.

           Move Spaces to Control-Report-Line.
           Move "COUNTS BY NAME TYPE" to Control-Report-Line.
