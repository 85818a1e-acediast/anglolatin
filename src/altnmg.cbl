      *                   records shifted every row after the first   *
      *                   by the accumulated newlines and made the    *
      *                   rebuilt sequence numbers garbage.           *
      *  2026-10-15 dxu   Reads the optional control card for the run *
      *                   ID and posts the merged totals to the       *
      *                   shared run-control dataset (RUNCTL) through *
      *                   ANGLO-RUNPOST for the end-of-stream         *
      *                   balancing job.                              *
      *  2026-10-15 dxu   Proves each partition AUDFILE bracket by    *
      *                   bracket as it merges, leaving the partition *
      *                   headers and trailers behind, and brackets   *
      *                   the consolidated AUDFILE with its own       *
      *                   header and trailer.  A broken partition     *
      *                   bracket ends the merge with return code 8.  *
      *  2026-10-15 dxu   Partition and merged audit records          *
      *                   lengthened to 316 bytes for the             *
      *                   variant-fold flag (AUDREC.CPY revision 08). *
      *  2026-10-15 dxu   The bracket save fields' tie to the length  *
      *                   of ABKAPI.CPY's area is noted beside them.  *
      *****************************************************************

       Environment division.

       Input-output section.
       File-control.
           Select Optional Control-Card-File assign to Ctlcard
               organization is line sequential
               file status is WS-CTLCARD-STATUS.

           Select Split-Control-File assign to Splitctl
               organization is line sequential.

       Data division.
       File section.

       FD  Control-Card-File
           label records are standard.
       01  Control-Card-In             Picture is X(80).

       FD  Split-Control-File
           label records are standard.
       01  Split-Control-Record-In     Picture is X(83).

       FD  Partition-1-Aud-File
           label records are standard.
       01  Partition-1-Aud-Record   Picture is X(316).

       FD  Partition-2-Aud-File
           label records are standard.
       01  Partition-2-Aud-Record   Picture is X(316).

       FD  Partition-3-Aud-File
           label records are standard.
       01  Partition-3-Aud-Record   Picture is X(316).

       FD  Partition-4-Aud-File
           label records are standard.
       01  Partition-4-Aud-Record   Picture is X(316).

       FD  Partition-5-Aud-File
           label records are standard.
       01  Partition-5-Aud-Record   Picture is X(316).

       FD  Partition-6-Aud-File
           label records are standard.
       01  Partition-6-Aud-Record   Picture is X(316).

       FD  Partition-7-Aud-File
           label records are standard.
       01  Partition-7-Aud-Record   Picture is X(316).

       FD  Partition-8-Aud-File
           label records are standard.
       01  Partition-8-Aud-Record   Picture is X(316).

       FD  Partition-1-Rev-File
           label records are standard.

       FD  Audit-File
           label records are standard.
       01  Audit-Record-Out            Picture is X(316).

       FD  Review-File
           label records are standard.

       Working-storage section.

       77 WS-CTLCARD-STATUS picture is X(02) Value Spaces.

           Copy ctlcrd.
           Copy sptctl.
           Copy outrec.
           Copy rejrec.
           Copy audrec.
           Copy revrec.
           Copy rctrec.
           Copy abkapi.

       01  OUT-MERGE-TABLE.
           05  OUT-MERGE-ENTRY Occurs 8 Times.

       01  AUD-MERGE-TABLE.
           05  AUD-MERGE-ENTRY Occurs 8 Times.
               10  AUD-BUFFER           Picture is X(316).
               10  AUD-GLOBAL-SEQ       Picture is 9(12)
                                         Usage is Comp.
               10  AUD-EOF-FLAG         Picture is X(01).
       77 WS-AUD-ROWS-WRITTEN     Picture is 9(09) Usage is Comp
                                    Value Zero.

      *    ----  ANGLO-AUDBRK keeps a bracket's running totals in    --
      *    ----  AUDIT-BRACKET-AREA between calls; each partition    --
      *    ----  file's check and the consolidated file's own        --
      *    ----  bracket keep theirs here and swap them in around    --
      *    ----  each call.  X(148) is the length of the area in     --
      *    ----  ABKAPI.CPY and must change when it does.            --
       01  AUD-BRACKET-SAVE-TABLE.
           05  AUD-BRACKET-SAVE     Picture is X(148) Occurs 8 Times.
       01  WS-MERGE-BRACKET-SAVE   Picture is X(148).
       77 WS-AUD-CONTROL-READ     Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-AUD-BRACKETS-PROVED  Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-AUD-BRACKETS-BROKEN  Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-AUD-BRACKETS-SUPERSEDED
                                   Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-AUD-LEGACY-ROWS      Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-ABK-FUNCTION-HOLD    Picture is X(01) Value Space.

       01  REV-MERGE-TABLE.
           05  REV-MERGE-ENTRY Occurs 8 Times.
               10  REV-BUFFER           Picture is X(215).
      *****************************************************************
      *  1000-INITIALIZE                                              *
      *  Reads the splitter's control record for the partition count  *
      *  and the unsplit input total, and opens everything.  The      *
      *  control card is read only for the run ID the totals post     *
      *  under.                                                       *
      *****************************************************************
       1000-Initialize.
           Open input  Control-Card-File.
           If WS-CTLCARD-STATUS not = "00"
               and WS-CTLCARD-STATUS not = "05"
               Display "ANGLO-MERGE: Control-Card-File open status "
                   WS-CTLCARD-STATUS upon stdout
           End-if.
           Read Control-Card-File into Control-Card-In
               at end
                   Display "ANGLO-MERGE: missing control card, "
                       "totals post under a blank run ID" upon stdout
                   Move Spaces to Control-Card-In
           end-read.
           Move Control-Card-In to CTL-CARD-RECORD.
           Close Control-Card-File.

           Open input Split-Control-File.
           Read Split-Control-File into Split-Control-Record-In
               at end
           Open output Review-File.
           Open output Control-Report-File.

           Initialize AUDIT-BRACKET-AREA.
           Perform 1100-Start-Partition-Check thru 1100-Exit
               varying WS-PART from 1 by 1
               until WS-PART > WS-PART-COUNT.
           Perform 5050-Open-Audit-Bracket thru 5050-Exit.

       1000-Exit.
           Exit.

      *****************************************************************
      *  1100-START-PARTITION-CHECK                                   *
      *  Each partition AUDFILE is proved bracket by bracket as its   *
      *  rows are merged, against its own copy of the check totals.   *
      *****************************************************************
       1100-Start-Partition-Check.
           Move AUDIT-BRACKET-AREA to AUD-BRACKET-SAVE(WS-PART).

       1100-Exit.
           Exit.

      *****************************************************************
      *  2000-OPEN-ONE-PARTITION                                      *
      *  Only the first N partitions' datasets exist on a split of    *
           Go to 5200-Read-Joined.

       5200-Read-Joined.
           If AUD-EOF-FLAG(WS-PART) = 'Y'
               Move 'E' to ABK-FUNCTION-CODE
               Perform 5300-Check-Partition-Bracket thru 5300-Exit
               Go to 5200-Exit
           End-if.
           Move AUD-BUFFER(WS-PART) to AUDIT-RECORD.
           Move 'C' to ABK-FUNCTION-CODE.
           Perform 5300-Check-Partition-Bracket thru 5300-Exit.
      *    ----  the partition's header and trailer stay behind; the --
      *    ----  consolidated file gets a bracket of its own.        --
           If ABK-CLASS-HEADER or ABK-CLASS-TRAILER
               Add 1 to WS-AUD-CONTROL-READ
               Go to 5200-Read-One-Partition
           End-if.
           Compute AUD-GLOBAL-SEQ(WS-PART) =
               (AUD-SEQUENCE-NUMBER - 1) * WS-PART-COUNT
                   + WS-PART.

       5200-Exit.
           Exit.

      *****************************************************************
      *  5300-CHECK-PARTITION-BRACKET                                 *
      *  Runs one check call against the partition's own totals.  A   *
      *  broken bracket is shown as found and fails the merge; at end *
      *  of file the partition's tallies join the report totals.      *
      *****************************************************************
       5300-Check-Partition-Bracket.
           Move ABK-FUNCTION-CODE to WS-ABK-FUNCTION-HOLD.
           Move AUD-BRACKET-SAVE(WS-PART) to AUDIT-BRACKET-AREA.
           Move WS-ABK-FUNCTION-HOLD to ABK-FUNCTION-CODE.
           Call 'ANGLO-AUDBRK' using AUDIT-RECORD AUDIT-BRACKET-AREA.
           Move AUDIT-BRACKET-AREA to AUD-BRACKET-SAVE(WS-PART).
           If ABK-BREAK-FOUND
               Display "ANGLO-MERGE: partition " WS-PART
                   " AUDFILE - " ABK-BREAK-TEXT upon stdout
               Move 8 to WS-RETURN-CODE
           End-if.
           If ABK-CHECK-END
               Add ABK-BRACKETS-VERIFIED to WS-AUD-BRACKETS-PROVED
               Add ABK-BRACKETS-BROKEN to WS-AUD-BRACKETS-BROKEN
               Add ABK-BRACKETS-ABANDONED
                   to WS-AUD-BRACKETS-SUPERSEDED
               Add ABK-LEGACY-ROWS to WS-AUD-LEGACY-ROWS
           End-if.

       5300-Exit.
           Exit.

       5500-Write-Lowest.
           Move Zero to WS-LOWEST-PART.
           Perform varying WS-SCAN-PART from 1 by 1
           Move AUDIT-RECORD to Audit-Record-Out.
           Write Audit-Record-Out.
           Add 1 to WS-AUD-ROWS-WRITTEN.
           Move WS-MERGE-BRACKET-SAVE to AUDIT-BRACKET-AREA.
           Move 'A' to ABK-FUNCTION-CODE.
           Call 'ANGLO-AUDBRK' using AUDIT-RECORD AUDIT-BRACKET-AREA.
           Move AUDIT-BRACKET-AREA to WS-MERGE-BRACKET-SAVE.

       5600-Exit.
           Exit.

      *****************************************************************
      *  5050-OPEN-AUDIT-BRACKET                                      *
      *  Heads the consolidated AUDFILE with the merge's own header.  *
      *****************************************************************
       5050-Open-Audit-Bracket.
           Initialize AUDIT-BRACKET-AREA.
           Move 'O' to ABK-FUNCTION-CODE.
           Move CTL-RUN-ID to ABK-RUN-ID.
           Move 'ANGLO-MERGE' to ABK-PROGRAM-ID.
           Move Zero to ABK-PARTITION-NUMBER.
           Move Zero to ABK-RESTART-COUNT.
           Call 'ANGLO-AUDBRK' using AUDIT-RECORD AUDIT-BRACKET-AREA.
           Move AUDIT-BRACKET-AREA to WS-MERGE-BRACKET-SAVE.
           Move AUDIT-RECORD to Audit-Record-Out.
           Write Audit-Record-Out.

       5050-Exit.
           Exit.

      *****************************************************************
      *  5060-CLOSE-AUDIT-BRACKET                                     *
      *  Closes the consolidated AUDFILE with the merge's trailer --  *
      *  row count and hash totals over the rows merged.              *
      *****************************************************************
       5060-Close-Audit-Bracket.
           Move WS-MERGE-BRACKET-SAVE to AUDIT-BRACKET-AREA.
           Move 'Z' to ABK-FUNCTION-CODE.
           Call 'ANGLO-AUDBRK' using AUDIT-RECORD AUDIT-BRACKET-AREA.
           Move AUDIT-RECORD to Audit-Record-Out.
           Write Audit-Record-Out.

       5060-Exit.
           Exit.

       6600-Write-Consolidated.
           Move REVIEW-RECORD to Review-Record-Out.
           Write Review-Record-Out.
               Move 8 to WS-RETURN-CODE
           End-if.
           Perform 8100-Print-Control-Report thru 8100-Exit.
           Perform 8400-Post-Run-Control thru 8400-Exit.
           Perform 8500-Close-One-Partition thru 8500-Exit
               varying WS-PART from 1 by 1
               until WS-PART > WS-PART-COUNT.
           Close Output-File.
           Close Reject-File.
           Perform 5060-Close-Audit-Bracket thru 5060-Exit.
           Close Audit-File.
           Close Review-File.
           Close Control-Report-File.
       8000-Exit.
           Exit.

      *****************************************************************
      *  8400-POST-RUN-CONTROL                                        *
      *  Posts the consolidated totals.  Records in is the splitter's *
      *  unsplit count; the balancing job proves each merged stream   *
      *  against the sum of the partitions' own postings.             *
      *****************************************************************
       8400-Post-Run-Control.
           Initialize RUN-CONTROL-RECORD.
           Move CTL-RUN-ID to RCT-RUN-ID.
           Move 'MERGE' to RCT-STEP-NAME.
           Move Zero to RCT-PARTITION-NUMBER.
           Move "ANGLO-MERGE" to RCT-PROGRAM-ID.
           Move WS-RETURN-CODE to RCT-RETURN-CODE.
           Move WS-PART-COUNT to RCT-PARTITION-COUNT.
           Move SPL-TOTAL-RECORDS to RCT-RECORDS-IN.
           Move WS-OUT-ROWS-WRITTEN to RCT-CONVERTED-OUT.
           Move WS-REJ-ROWS-WRITTEN to RCT-REJECTED-OUT.
           Move WS-REV-ROWS-WRITTEN to RCT-REVIEW-OUT.
           Move WS-AUD-ROWS-WRITTEN to RCT-AUDIT-OUT.
           Call 'ANGLO-RUNPOST' using RUN-CONTROL-RECORD.
           If RCT-POSTING-COUNT > 1
               Display "ANGLO-MERGE: run " CTL-RUN-ID
                   " merged more than once" upon stdout
           End-if.

       8400-Exit.
           Exit.

      *****************************************************************
      *  8500-CLOSE-ONE-PARTITION                                     *
      *****************************************************************
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "AUDIT BRACKETS PROVED" to WS-RPT-LABEL.
           Move WS-AUD-BRACKETS-PROVED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "AUDIT BRACKETS SUPERSEDED BY RESTART" to WS-RPT-LABEL.
           Move WS-AUD-BRACKETS-SUPERSEDED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "AUDIT ROWS AHEAD OF ANY BRACKET" to WS-RPT-LABEL.
           Move WS-AUD-LEGACY-ROWS to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           If WS-AUD-BRACKETS-BROKEN > Zero
               Move "AUDIT BRACKETS BROKEN - HOLD DOWNSTREAM"
                   to WS-RPT-LABEL
               Move WS-AUD-BRACKETS-BROKEN to WS-RPT-VALUE
               Move WS-REPORT-LINE to Control-Report-Line
               Write Control-Report-Line
           End-if.

           If WS-BALANCE-TOTAL = SPL-TOTAL-RECORDS
               Move "TOTALS IN BALANCE WITH UNSPLIT INPUT"
                   to WS-RPT-LABEL
