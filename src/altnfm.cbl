      *                   balances interface rows written against     *
      *                   OUTFILE rows read before anyone releases    *
      *                   the files downstream.                       *
      *  2026-10-15 dxu   Reads the optional control card for the run *
      *                   ID and posts its interface totals to the    *
      *                   shared run-control dataset (RUNCTL) through *
      *                   ANGLO-RUNPOST for the end-of-stream         *
      *                   balancing job.                              *
      *  2026-10-15 dxu   A card with partition number 99 marks the   *
      *                   pass over ANGLO-IMPACT's correction file;   *
      *                   its totals post to the run-control dataset  *
      *                   as partition 99 instead of replacing the    *
      *                   nightly partition 00 row.                   *
      *****************************************************************

       Environment division.

       Input-output section.
       File-control.
           Select Optional Control-Card-File assign to Ctlcard
               organization is line sequential
               file status is WS-CTLCARD-STATUS.

           Select Output-In-File assign to Outfile
               organization is sequential.

       Data division.
       File section.

       FD  Control-Card-File
           label records are standard.
       01  Control-Card-In             Picture is X(80).

       FD  Output-In-File
           label records are standard.
       01  Output-Record-In            Picture is X(149).

       Working-storage section.

       77 WS-CTLCARD-STATUS picture is X(02) Value Spaces.

           Copy ctlcrd.
           Copy outrec.
           Copy mlirec.
           Copy pasrec.
           Copy rctrec.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            Picture is X(01) Value 'N'.

      *****************************************************************
      *  1000-INITIALIZE                                              *
      *  The control card is read only for the run ID the totals      *
      *  post under and whether this is the correction pass.          *
      *****************************************************************
       1000-Initialize.
           Open input  Control-Card-File.
           If WS-CTLCARD-STATUS not = "00"
               and WS-CTLCARD-STATUS not = "05"
               Display "ANGLO-FORMAT: Control-Card-File open status "
                   WS-CTLCARD-STATUS upon stdout
           End-if.
           Read Control-Card-File into Control-Card-In
               at end
                   Display "ANGLO-FORMAT: missing control card, "
                       "totals post under a blank run ID" upon stdout
                   Move Spaces to Control-Card-In
           end-read.
           Move Control-Card-In to CTL-CARD-RECORD.
           Close Control-Card-File.

           Open input  Output-In-File.
           Open output Mailing-File.
           Open output Passport-File.
      *****************************************************************
       8000-Finalize.
           Perform 8100-Print-Control-Report thru 8100-Exit.
           Perform 8400-Post-Run-Control thru 8400-Exit.
           Close Output-In-File.
           Close Mailing-File.
           Close Passport-File.
       8000-Exit.
           Exit.

      *****************************************************************
      *  8400-POST-RUN-CONTROL                                        *
      *  Posts the OUTFILE rows read and where each went, so the      *
      *  balancing job can prove the interface files against the      *
      *  conversions every earlier step appended to OUTFILE.  The     *
      *  pass over ANGLO-IMPACT's correction file (partition 99 on    *
      *  the card) posts as partition 99, so the nightly row stands   *
      *  and the corrections prove against what IMPACT wrote.         *
      *****************************************************************
       8400-Post-Run-Control.
           Initialize RUN-CONTROL-RECORD.
           Move CTL-RUN-ID to RCT-RUN-ID.
           Move 'FORMAT' to RCT-STEP-NAME.
           If CTL-CORRECTION-PASS
               Move 99 to RCT-PARTITION-NUMBER
           Else
               Move Zero to RCT-PARTITION-NUMBER
           End-if.
           Move "ANGLO-FORMAT" to RCT-PROGRAM-ID.
           Move WS-ROWS-READ to RCT-RECORDS-IN.
           Move WS-MAILING-WRITTEN to RCT-MAILING-OUT.
           Move WS-PASSPORT-WRITTEN to RCT-PASSPORT-OUT.
           Move WS-LEGAL-BYPASSED to RCT-LEGAL-BYPASSED.
           Move WS-OTHER-BYPASSED to RCT-OTHER-BYPASSED.
           Call 'ANGLO-RUNPOST' using RUN-CONTROL-RECORD.
           If RCT-POSTING-COUNT > 1
               Display "ANGLO-FORMAT: run " CTL-RUN-ID
                   " formatted more than once" upon stdout
           End-if.

       8400-Exit.
           Exit.

      *****************************************************************
      *  8100-PRINT-CONTROL-REPORT                                    *
      *  Balance for sign-off: every OUTFILE row read must be         *
