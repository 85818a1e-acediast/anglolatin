      *                   dataset carries the dealt counts so the     *
      *                   merged totals can be proved against the     *
      *                   unsplit input count.                        *
      *  2026-10-15 dxu   Posts its totals to the shared run-control  *
      *                   dataset (RUNCTL, layout in RCTREC.CPY)      *
      *                   through ANGLO-RUNPOST: the INFILE count as  *
      *                   partition 00 and each partition's dealt     *
      *                   count on its own row, so the end-of-stream  *
      *                   balancing job can prove every partition     *
      *                   reached its ANGLO-LATIN instance intact.    *
      *  2026-10-15 dxu   The repeated-split message now says the     *
      *                   rerun's totals replace the earlier split's, *
      *                   which is how the balancing job takes them.  *
      *****************************************************************

       Environment division.

           Copy ctlcrd.
           Copy sptctl.
           Copy rctrec.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            Picture is X(01) Value 'N'.
           Write Split-Control-Record-Out.

           Perform 8100-Print-Control-Report thru 8100-Exit.
           Perform 8400-Post-Run-Control thru 8400-Exit.

           Close Input-File.
           Perform 8200-Close-One-Partition thru 8200-Exit
       8100-Exit.
           Exit.

      *****************************************************************
      *  8400-POST-RUN-CONTROL                                        *
      *  Posts the INFILE total as partition 00 and one row per       *
      *  partition dealt.  The balancing job matches each dealt       *
      *  count against the records its ANGLO-LATIN instance read, so  *
      *  a partition file dropped or swapped between the split and    *
      *  the conversion shows up as a break.                          *
      *****************************************************************
       8400-Post-Run-Control.
           Initialize RUN-CONTROL-RECORD.
           Move CTL-RUN-ID to RCT-RUN-ID.
           Move 'SPLIT' to RCT-STEP-NAME.
           Move Zero to RCT-PARTITION-NUMBER.
           Move "ANGLO-SPLIT" to RCT-PROGRAM-ID.
           Move WS-PART-COUNT to RCT-PARTITION-COUNT.
           Move WS-RECORDS-READ to RCT-RECORDS-IN.
           Move WS-RECORDS-READ to RCT-DEALT-OUT.
           Call 'ANGLO-RUNPOST' using RUN-CONTROL-RECORD.
           If RCT-POSTING-COUNT > 1
               Display "ANGLO-SPLIT: run " CTL-RUN-ID " already "
                   "split once - this split's totals replace the "
                   "earlier split's" upon stdout
           End-if.

           Perform 8410-Post-One-Partition thru 8410-Exit
               varying WS-REPORT-INDEX from 1 by 1
               until WS-REPORT-INDEX > WS-PART-COUNT.

       8400-Exit.
           Exit.

       8410-Post-One-Partition.
           Move WS-REPORT-INDEX to RCT-PARTITION-NUMBER.
           Move Zero to RCT-RECORDS-IN.
           Move WS-PARTITION-DEALT(WS-REPORT-INDEX) to RCT-DEALT-OUT.
           Call 'ANGLO-RUNPOST' using RUN-CONTROL-RECORD.

       8410-Exit.
           Exit.

       End program ANGLO-SPLIT.
