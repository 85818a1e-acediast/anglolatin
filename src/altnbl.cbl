       Identification division.
       Program-ID.    ANGLO-BALANCE.
       Author.        Darren Xu.
       Date-written.  October 2026.
       Installation.  WSL2.
       Security.      Non-confidential.

      *****************************************************************
      *  Modification history                                        *
      *  ---------------------------------------------------------    *
      *  2026-10-15 dxu   Original.  End-of-stream balancing for the  *
      *                   nightly romanization run.  Each step        *
      *                   balances only itself; this job reads back   *
      *                   every control-total row the night's steps   *
      *                   posted to the shared run-control dataset    *
      *                   (RUNCTL, RCTREC.CPY) under the control      *
      *                   card's run ID and proves the chain: every   *
      *                   partition the splitter dealt was converted  *
      *                   and merged intact, every INFILE record is   *
      *                   accounted for as converted (overnight,      *
      *                   review disposition or rework), residual     *
      *                   reject or item still on the review ledger,  *
      *                   every conversion posted reached OUTFILE     *
      *                   once, and MAILFILE plus PASSFILE plus the   *
      *                   legal-only rows equal the OUTFILE rows      *
      *                   ANGLO-FORMAT read.  A missing step, a step  *
      *                   that appended twice or any proof out of     *
      *                   balance ends return code 8 so the           *
      *                   scheduler holds the interface release.      *
      *  2026-10-15 dxu   ANGLO-IMPACT now posts an IMPACT row, and   *
      *                   its correction file reaches ANGLO-FORMAT    *
      *                   under the night's run ID.  A second FORMAT  *
      *                   posting stamped after IMPACT is taken as    *
      *                   the correction pass and proved against      *
      *                   IMPACT's corrections in place of the        *
      *                   nightly OUTFILE proof; any other repeated   *
      *                   FORMAT posting is a break.  IMPACT's        *
      *                   corrections must also equal the master rows *
      *                   it rewrote.                                 *
      *  2026-10-15 dxu   FORMAT's correction pass banked from its    *
      *                   own partition 99 row and proved against     *
      *                   IMPACT's corrections; the nightly FORMAT    *
      *                   row keeps its own proof; Run-Control-File   *
      *                   closed on an open switch.                   *
      *****************************************************************

       Environment division.
       Configuration section.
       Source-computer. x64.

       Input-output section.
       File-control.
           Select Optional Control-Card-File assign to Ctlcard
               organization is line sequential
               file status is WS-CTLCARD-STATUS.

           Select Run-Control-File assign to Runctl
               organization is indexed
               access mode is dynamic
               record key is RCT-KEY
               file status is WS-RUNCTL-STATUS.

           Select Control-Report-File assign to Rptfile
               organization is line sequential.

       Data division.
       File section.

       FD  Control-Card-File
           label records are standard.
       01  Control-Card-In             Picture is X(80).

       FD  Run-Control-File
           label records are standard.
           Copy rctrec.

       FD  Control-Report-File
           label records are standard.
       01  Control-Report-Line         Picture is X(80).

       Working-storage section.

       77 WS-CTLCARD-STATUS picture is X(02) Value Spaces.
       77 WS-RUNCTL-STATUS  picture is X(02) Value Spaces.

           Copy ctlcrd.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            Picture is X(01) Value 'N'.
               88  END-OF-INPUT                 Value 'Y'.
           05  WS-SPLIT-SWITCH          Picture is X(01) Value 'N'.
               88  SPLIT-WAS-POSTED             Value 'Y'.
           05  WS-MERGE-SWITCH          Picture is X(01) Value 'N'.
               88  MERGE-WAS-POSTED             Value 'Y'.
           05  WS-REVDISP-SWITCH        Picture is X(01) Value 'N'.
               88  REVDISP-WAS-POSTED           Value 'Y'.
           05  WS-REWORK-SWITCH         Picture is X(01) Value 'N'.
               88  REWORK-WAS-POSTED            Value 'Y'.
           05  WS-FORMAT-SWITCH         Picture is X(01) Value 'N'.
               88  FORMAT-WAS-POSTED            Value 'Y'.
           05  WS-IMPACT-SWITCH         Picture is X(01) Value 'N'.
               88  IMPACT-WAS-POSTED            Value 'Y'.
           05  WS-FMTCORR-SWITCH        Picture is X(01) Value 'N'.
               88  CORRECTIONS-WERE-FORMATTED   Value 'Y'.
           05  WS-RUNCTL-OPEN-SWITCH    Picture is X(01) Value 'N'.
               88  RUN-CONTROL-IS-OPEN          Value 'Y'.
           05  WS-ORDER-SWITCH          Picture is X(01) Value 'N'.
               88  REVDISP-RAN-FIRST            Value 'Y'.

      *    ----  one slot per ANGLO-LATIN instance: slot 1 is the     --
      *    ----  unpartitioned run (partition 00), slots 2-9 the      --
      *    ----  partitions 1-8 of a split run.                       --
       01  LATIN-PARTITION-TABLE.
           05  LAT-PARTITION-ENTRY Occurs 9 Times.
               10  LAT-PRESENT-SWITCH   Picture is X(01).
                   88  LAT-PARTITION-POSTED      Value 'Y'.
               10  LAT-RECORDS-IN       Picture is 9(09)
                                         Usage is Comp.

       01  SPLIT-DEALT-TABLE.
           05  SPD-DEALT-COUNT          Picture is 9(09)
                                         Usage is Comp
                                         Occurs 8 Times.

      *    ----  posting date and time side by side, so the two       --
      *    ----  morning steps' order compares as one field.          --
       01  WS-REVDISP-STAMP.
           05  WS-REVDISP-DATE          Picture is 9(08) Value Zero.
           05  WS-REVDISP-TIME          Picture is 9(08) Value Zero.
       01  WS-REWORK-STAMP.
           05  WS-REWORK-DATE           Picture is 9(08) Value Zero.
           05  WS-REWORK-TIME           Picture is 9(08) Value Zero.

       77 WS-POSTINGS-READ         Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-BREAK-COUNT           Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-SPLIT-TOTAL           Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-SPLIT-PARTITIONS      Picture is 9(02) Usage is Comp
                                    Value Zero.
       77 WS-LATIN-POSTINGS        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-LATIN-IN              Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-LATIN-CONVERTED       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-LATIN-REJECTED        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-LATIN-REVIEW          Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-LATIN-UNCHANGED       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-LATIN-SKIPPED         Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-MERGE-CONVERTED       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-MERGE-REJECTED        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-MERGE-REVIEW          Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REVDISP-IN            Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REVDISP-FORWARD       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REVDISP-CONVERTED     Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REVDISP-REJECTED      Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REVDISP-LEDGER        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REVDISP-SUPPRESSED    Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REWORK-IN             Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REWORK-CONVERTED      Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REWORK-REJECTED       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REWORK-REVIEW         Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-FORMAT-IN             Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-FORMAT-MAILING        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-FORMAT-PASSPORT       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-FORMAT-LEGAL          Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-FORMAT-OTHER          Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-FMTCORR-IN            Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-FMTCORR-MAILING       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-FMTCORR-PASSPORT      Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-FMTCORR-LEGAL         Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-FMTCORR-OTHER         Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-IMPACT-CORRECTED      Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-IMPACT-REWRITTEN      Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-INFILE-IN             Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-OVERNIGHT-CONVERTED   Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-RESIDUAL-REJECTS      Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REVIEW-PENDING        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-PROOF-LEFT            Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-PROOF-RIGHT           Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-RETURN-CODE           Picture is 9(02) Usage is Comp
                                    Value Zero.
       77 WS-SLOT                  Picture is 9(02) Usage is Comp
                                    Value Zero.
       77 WS-PART                  Picture is 9(02) Usage is Comp
                                    Value Zero.
       77 WS-PART-DISP             Picture is 9(02) Value Zero.
       77 WS-COUNT-DISP            Picture is 9(03) Value Zero.

       01  WS-REPORT-LINE.
           05  WS-RPT-LABEL         Picture is X(40).
           05  WS-RPT-VALUE         Picture is Z,ZZZ,ZZ9.
           05  FILLER               Picture is X(30).

       01  WS-PROOF-LINE.
           05  WS-PRF-LABEL         Picture is X(40).
           05  WS-PRF-LEFT          Picture is Z,ZZZ,ZZ9.
           05  FILLER               Picture is X(02).
           05  WS-PRF-RIGHT         Picture is Z,ZZZ,ZZ9.
           05  FILLER               Picture is X(02).
           05  WS-PRF-RESULT        Picture is X(10).
           05  FILLER               Picture is X(08).

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT          Picture is X(68).
           05  WS-MSG-RESULT        Picture is X(10).
           05  FILLER               Picture is X(02).

       01  WS-POSTING-LINE.
           05  WS-PST-STEP          Picture is X(08).
           05  FILLER               Picture is X(01).
           05  WS-PST-PARTITION     Picture is 9(02).
           05  FILLER               Picture is X(02).
           05  WS-PST-PROGRAM       Picture is X(16).
           05  FILLER               Picture is X(02).
           05  WS-PST-DATE          Picture is 9(08).
           05  FILLER               Picture is X(01).
           05  WS-PST-TIME          Picture is 9(08).
           05  FILLER               Picture is X(02).
           05  WS-PST-RC            Picture is 9(02).
           05  FILLER               Picture is X(02).
           05  WS-PST-IN            Picture is Z,ZZZ,ZZ9.
           05  FILLER               Picture is X(02).
           05  WS-PST-COUNT         Picture is ZZ9.
           05  FILLER               Picture is X(12).

       Procedure division.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-Mainline.
           Perform 1000-Initialize thru 1000-Exit.
           Perform 2000-Read-One-Posting thru 2000-Exit
               until END-OF-INPUT.
           Perform 3000-Check-Postings thru 3000-Exit.
           Perform 4000-Prove-Partitions thru 4000-Exit.
           Perform 5000-Prove-Chain thru 5000-Exit.
           Perform 6000-Prove-Interfaces thru 6000-Exit.
           Perform 8000-Finalize thru 8000-Exit.
           Move WS-RETURN-CODE to Return-Code.
           Stop run.

       0000-Mainline-Exit.
           Exit.

      *****************************************************************
      *  1000-INITIALIZE                                              *
      *  Reads the run ID off the control card and positions the      *
      *  run-control dataset on that run's first row.  No card or no *
      *  dataset means nothing can be proved -- the report says so    *
      *  and the proofs below all break for want of postings.         *
      *****************************************************************
       1000-Initialize.
           Open output Control-Report-File.
           Move Spaces to WS-REPORT-LINE.
           Move Spaces to WS-PROOF-LINE.
           Move Spaces to WS-MESSAGE-LINE.
           Move Spaces to WS-POSTING-LINE.
           Move Spaces to LATIN-PARTITION-TABLE.
           Perform varying WS-SLOT from 1 by 1 until WS-SLOT > 9
               Move Zero to LAT-RECORDS-IN(WS-SLOT)
           End-perform.
           Perform varying WS-SLOT from 1 by 1 until WS-SLOT > 8
               Move Zero to SPD-DEALT-COUNT(WS-SLOT)
           End-perform.

           Open input  Control-Card-File.
           If WS-CTLCARD-STATUS not = "00"
               and WS-CTLCARD-STATUS not = "05"
               Display "ANGLO-BALANCE: Control-Card-File open status "
                   WS-CTLCARD-STATUS upon stdout
           End-if.
           Read Control-Card-File into Control-Card-In
               at end
                   Display "ANGLO-BALANCE: missing control card, "
                       "no run to balance" upon stdout
                   Move Spaces to Control-Card-In
           end-read.
           Move Control-Card-In to CTL-CARD-RECORD.
           Close Control-Card-File.

           Move Spaces to Control-Report-Line.
           String "ANGLO-BALANCE NIGHTLY STREAM BALANCING - RUN "
                      delimited by size
                  CTL-RUN-ID delimited by size
               into Control-Report-Line
           end-string.
           Write Control-Report-Line.
           Move Spaces to Control-Report-Line.
           Write Control-Report-Line.
           Move "STEP     PT  PROGRAM           POSTED DATE/TIME   RC"
               to Control-Report-Line.
           Move "RECORDS IN    #" to Control-Report-Line(54:15).
           Write Control-Report-Line.

           Open input Run-Control-File.
           If WS-RUNCTL-STATUS not = "00"
               Display "ANGLO-BALANCE: Run-Control-File open status "
                   WS-RUNCTL-STATUS upon stdout
               Move 'Y' to WS-EOF-SWITCH
               Go to 1000-Exit
           End-if.
           Move 'Y' to WS-RUNCTL-OPEN-SWITCH.
           Move Low-Values to RCT-KEY.
           Move CTL-RUN-ID to RCT-RUN-ID.
           Start Run-Control-File key >= RCT-KEY
               invalid key
                   Move 'Y' to WS-EOF-SWITCH
           end-start.

       1000-Exit.
           Exit.

      *****************************************************************
      *  2000-READ-ONE-POSTING                                        *
      *  One row of this run: listed on the report, then banked by    *
      *  step.  The first row of the next run ends the read.          *
      *****************************************************************
       2000-Read-One-Posting.
           Read Run-Control-File next record
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 2000-Exit
           end-read.
           If RCT-RUN-ID not = CTL-RUN-ID
               Move 'Y' to WS-EOF-SWITCH
               Go to 2000-Exit
           End-if.
           Add 1 to WS-POSTINGS-READ.
           Perform 2900-Print-Posting-Line thru 2900-Exit.

           If RCT-RETURN-CODE > 4
               Move Spaces to WS-MESSAGE-LINE
               String RCT-STEP-NAME delimited by space
                      " PARTITION " delimited by size
                      RCT-PARTITION-NUMBER delimited by size
                      " ENDED RETURN CODE " delimited by size
                      RCT-RETURN-CODE delimited by size
                   into WS-MSG-TEXT
               end-string
               Perform 7100-Print-Break thru 7100-Exit
           End-if.

           If RCT-STEP-SPLIT
               Perform 2100-Bank-Split thru 2100-Exit
               Go to 2000-Exit
           End-if.
           If RCT-STEP-LATIN
               Perform 2200-Bank-Latin thru 2200-Exit
               Go to 2000-Exit
           End-if.
           If RCT-STEP-MERGE
               Perform 2300-Bank-Merge thru 2300-Exit
               Go to 2000-Exit
           End-if.
           If RCT-STEP-REVDISP
               Perform 2400-Bank-Revdisp thru 2400-Exit
               Go to 2000-Exit
           End-if.
           If RCT-STEP-REWORK
               Perform 2500-Bank-Rework thru 2500-Exit
               Go to 2000-Exit
           End-if.
           If RCT-STEP-FORMAT
               Perform 2600-Bank-Format thru 2600-Exit
               Go to 2000-Exit
           End-if.
           If RCT-STEP-IMPACT
               Perform 2650-Bank-Impact thru 2650-Exit
               Go to 2000-Exit
           End-if.

       2000-Exit.
           Exit.

      *****************************************************************
      *  2100-BANK-SPLIT                                              *
      *  Partition 00 carries the INFILE total and partition count;   *
      *  each partition row carries what the splitter dealt it.       *
      *****************************************************************
       2100-Bank-Split.
           If RCT-PARTITION-NUMBER = Zero
               Move 'Y' to WS-SPLIT-SWITCH
               Move RCT-RECORDS-IN to WS-SPLIT-TOTAL
               Move RCT-PARTITION-COUNT to WS-SPLIT-PARTITIONS
               Go to 2100-Exit
           End-if.
           If RCT-PARTITION-NUMBER > 8
               Go to 2100-Exit
           End-if.
           Move RCT-DEALT-OUT to SPD-DEALT-COUNT(RCT-PARTITION-NUMBER).

       2100-Exit.
           Exit.

      *****************************************************************
      *  2200-BANK-LATIN                                              *
      *  Each instance is noted in its partition slot and summed into *
      *  the night's conversion totals.                               *
      *****************************************************************
       2200-Bank-Latin.
           If RCT-PARTITION-NUMBER > 8
               Move Spaces to WS-MESSAGE-LINE
               String "LATIN POSTING FOR PARTITION " delimited by size
                      RCT-PARTITION-NUMBER delimited by size
                      " OUT OF RANGE" delimited by size
                   into WS-MSG-TEXT
               end-string
               Perform 7100-Print-Break thru 7100-Exit
               Go to 2200-Exit
           End-if.
           Compute WS-SLOT = RCT-PARTITION-NUMBER + 1.
           Move 'Y' to LAT-PRESENT-SWITCH(WS-SLOT).
           Move RCT-RECORDS-IN to LAT-RECORDS-IN(WS-SLOT).
           Add 1 to WS-LATIN-POSTINGS.
           Add RCT-RECORDS-IN to WS-LATIN-IN.
           Add RCT-CONVERTED-OUT to WS-LATIN-CONVERTED.
           Add RCT-REJECTED-OUT to WS-LATIN-REJECTED.
           Add RCT-REVIEW-OUT to WS-LATIN-REVIEW.
           Add RCT-UNCHANGED to WS-LATIN-UNCHANGED.
           Add RCT-RESTART-SKIPPED to WS-LATIN-SKIPPED.

       2200-Exit.
           Exit.

       2300-Bank-Merge.
           Move 'Y' to WS-MERGE-SWITCH.
           Move RCT-CONVERTED-OUT to WS-MERGE-CONVERTED.
           Move RCT-REJECTED-OUT to WS-MERGE-REJECTED.
           Move RCT-REVIEW-OUT to WS-MERGE-REVIEW.

       2300-Exit.
           Exit.

      *****************************************************************
      *  2400-BANK-REVDISP / 2500-BANK-REWORK                         *
      *  Both morning steps append to the day's files, so a second    *
      *  posting means the day's OUTFILE holds their rows twice.      *
      *****************************************************************
       2400-Bank-Revdisp.
           Move 'Y' to WS-REVDISP-SWITCH.
           Move RCT-POSTED-DATE to WS-REVDISP-DATE.
           Move RCT-POSTED-TIME to WS-REVDISP-TIME.
           Move RCT-RECORDS-IN to WS-REVDISP-IN.
           Move RCT-BROUGHT-FORWARD to WS-REVDISP-FORWARD.
           Move RCT-CONVERTED-OUT to WS-REVDISP-CONVERTED.
           Move RCT-REJECTED-OUT to WS-REVDISP-REJECTED.
           Move RCT-LEDGER-OUT to WS-REVDISP-LEDGER.
           Move RCT-SUPPRESSED to WS-REVDISP-SUPPRESSED.
           If RCT-POSTING-COUNT > 1
               Perform 2700-Report-Repeat thru 2700-Exit
           End-if.

       2400-Exit.
           Exit.

       2500-Bank-Rework.
           Move 'Y' to WS-REWORK-SWITCH.
           Move RCT-POSTED-DATE to WS-REWORK-DATE.
           Move RCT-POSTED-TIME to WS-REWORK-TIME.
           Move RCT-RECORDS-IN to WS-REWORK-IN.
           Move RCT-CONVERTED-OUT to WS-REWORK-CONVERTED.
           Move RCT-REJECTED-OUT to WS-REWORK-REJECTED.
           Move RCT-REVIEW-OUT to WS-REWORK-REVIEW.
           If RCT-POSTING-COUNT > 1
               Perform 2700-Report-Repeat thru 2700-Exit
           End-if.

       2500-Exit.
           Exit.

      *****************************************************************
      *  2600-BANK-FORMAT / 2650-BANK-IMPACT                          *
      *  ANGLO-FORMAT posts the nightly OUTFILE as partition 00 and   *
      *  its pass over ANGLO-IMPACT's correction file as partition    *
      *  99; each is banked apart and proved on its own in 6000.      *
      *  Formatting rewrites the interface files rather than         *
      *  appending to them, so a repeated FORMAT posting is no break. *
      *****************************************************************
       2600-Bank-Format.
           If RCT-CORRECTION-PASS
               Move 'Y' to WS-FMTCORR-SWITCH
               Move RCT-RECORDS-IN to WS-FMTCORR-IN
               Move RCT-MAILING-OUT to WS-FMTCORR-MAILING
               Move RCT-PASSPORT-OUT to WS-FMTCORR-PASSPORT
               Move RCT-LEGAL-BYPASSED to WS-FMTCORR-LEGAL
               Move RCT-OTHER-BYPASSED to WS-FMTCORR-OTHER
               Go to 2600-Exit
           End-if.
           Move 'Y' to WS-FORMAT-SWITCH.
           Move RCT-RECORDS-IN to WS-FORMAT-IN.
           Move RCT-MAILING-OUT to WS-FORMAT-MAILING.
           Move RCT-PASSPORT-OUT to WS-FORMAT-PASSPORT.
           Move RCT-LEGAL-BYPASSED to WS-FORMAT-LEGAL.
           Move RCT-OTHER-BYPASSED to WS-FORMAT-OTHER.

       2600-Exit.
           Exit.

       2650-Bank-Impact.
           Move 'Y' to WS-IMPACT-SWITCH.
           Move RCT-CONVERTED-OUT to WS-IMPACT-CORRECTED.
           Move RCT-AUDIT-OUT to WS-IMPACT-REWRITTEN.
           If RCT-POSTING-COUNT > 1
               Perform 2700-Report-Repeat thru 2700-Exit
           End-if.

       2650-Exit.
           Exit.

       2700-Report-Repeat.
           Move RCT-POSTING-COUNT to WS-COUNT-DISP.
           Move Spaces to WS-MESSAGE-LINE.
           String RCT-STEP-NAME delimited by space
                  " POSTED " delimited by size
                  WS-COUNT-DISP delimited by size
                  " TIMES - APPENDED TO THE DAY'S FILES TWICE"
                      delimited by size
               into WS-MSG-TEXT
           end-string.
           Perform 7100-Print-Break thru 7100-Exit.

       2700-Exit.
           Exit.

       2900-Print-Posting-Line.
           Move Spaces to WS-POSTING-LINE.
           Move RCT-STEP-NAME to WS-PST-STEP.
           Move RCT-PARTITION-NUMBER to WS-PST-PARTITION.
           Move RCT-PROGRAM-ID to WS-PST-PROGRAM.
           Move RCT-POSTED-DATE to WS-PST-DATE.
           Move RCT-POSTED-TIME to WS-PST-TIME.
           Move RCT-RETURN-CODE to WS-PST-RC.
           Move RCT-RECORDS-IN to WS-PST-IN.
           Move RCT-POSTING-COUNT to WS-PST-COUNT.
           Move WS-POSTING-LINE to Control-Report-Line.
           Write Control-Report-Line.

       2900-Exit.
           Exit.

      *****************************************************************
      *  3000-CHECK-POSTINGS                                          *
      *  The conversion and the interface formatter must have posted  *
      *  whatever else ran.  The morning steps' order decides which   *
      *  of them saw the other's output: review items rework sends    *
      *  to REVFILE reach disposition only if disposition ran after,  *
      *  and rejects disposition appends reach rework only if rework  *
      *  ran after.                                                   *
      *****************************************************************
       3000-Check-Postings.
           Move Spaces to Control-Report-Line.
           Write Control-Report-Line.
           Move "PROOF" to Control-Report-Line.
           Move "LEFT" to Control-Report-Line(46:4).
           Move "RIGHT" to Control-Report-Line(56:5).
           Move "RESULT" to Control-Report-Line(63:6).
           Write Control-Report-Line.

           If WS-POSTINGS-READ = Zero
               Move "NO CONTROL TOTALS POSTED FOR THIS RUN ID"
                   to WS-MSG-TEXT
               Perform 7100-Print-Break thru 7100-Exit
               Go to 3000-Exit
           End-if.
           If WS-LATIN-POSTINGS = Zero
               Move "NO ANGLO-LATIN POSTING - CONVERSION NOT PROVED"
                   to WS-MSG-TEXT
               Perform 7100-Print-Break thru 7100-Exit
           End-if.
           If not FORMAT-WAS-POSTED
               Move "NO ANGLO-FORMAT POSTING - INTERFACES NOT PROVED"
                   to WS-MSG-TEXT
               Perform 7100-Print-Break thru 7100-Exit
           End-if.

           If REVDISP-WAS-POSTED
               If not REWORK-WAS-POSTED
                   or WS-REVDISP-STAMP < WS-REWORK-STAMP
                   Move 'Y' to WS-ORDER-SWITCH
               End-if
           End-if.

       3000-Exit.
           Exit.

      *****************************************************************
      *  4000-PROVE-PARTITIONS                                        *
      *  A split run: every partition dealt must have been converted  *
      *  in full, and the merge must carry exactly what the           *
      *  partitions produced -- a dropped or swapped partition file   *
      *  breaks here.  An unsplit run must have one instance only.    *
      *****************************************************************
       4000-Prove-Partitions.
           If not SPLIT-WAS-POSTED
               Move WS-LATIN-IN to WS-INFILE-IN
               Move WS-LATIN-CONVERTED to WS-OVERNIGHT-CONVERTED
               If WS-LATIN-POSTINGS > 1
                   or (WS-LATIN-POSTINGS = 1
                       and not LAT-PARTITION-POSTED(1))
                   Move "PARTITIONED CONVERSION WITHOUT A SPLIT"
                       to WS-MSG-TEXT
                   Perform 7100-Print-Break thru 7100-Exit
               End-if
               If MERGE-WAS-POSTED
                   Move "MERGE POSTED WITHOUT A SPLIT" to WS-MSG-TEXT
                   Perform 7100-Print-Break thru 7100-Exit
               End-if
               Go to 4000-Exit
           End-if.

           Move WS-SPLIT-TOTAL to WS-INFILE-IN.
           Move WS-MERGE-CONVERTED to WS-OVERNIGHT-CONVERTED.
           If LAT-PARTITION-POSTED(1)
               Move "UNPARTITIONED CONVERSION ON A SPLIT RUN"
                   to WS-MSG-TEXT
               Perform 7100-Print-Break thru 7100-Exit
           End-if.
           Perform 4100-Prove-One-Partition thru 4100-Exit
               varying WS-PART from 1 by 1
               until WS-PART > 8.

           If not MERGE-WAS-POSTED
               Move "NO ANGLO-MERGE POSTING FOR A SPLIT RUN"
                   to WS-MSG-TEXT
               Perform 7100-Print-Break thru 7100-Exit
               Move WS-LATIN-CONVERTED to WS-OVERNIGHT-CONVERTED
               Go to 4000-Exit
           End-if.
           Move "MERGED OUTPUT / PARTITIONS CONVERTED" to WS-PRF-LABEL.
           Move WS-MERGE-CONVERTED to WS-PROOF-LEFT.
           Move WS-LATIN-CONVERTED to WS-PROOF-RIGHT.
           Perform 7000-Print-Proof thru 7000-Exit.
           Move "MERGED REJECTS / PARTITIONS REJECTED" to WS-PRF-LABEL.
           Move WS-MERGE-REJECTED to WS-PROOF-LEFT.
           Move WS-LATIN-REJECTED to WS-PROOF-RIGHT.
           Perform 7000-Print-Proof thru 7000-Exit.
           Move "MERGED REVIEW / PARTITIONS REVIEW" to WS-PRF-LABEL.
           Move WS-MERGE-REVIEW to WS-PROOF-LEFT.
           Move WS-LATIN-REVIEW to WS-PROOF-RIGHT.
           Perform 7000-Print-Proof thru 7000-Exit.

       4000-Exit.
           Exit.

      *****************************************************************
      *  4100-PROVE-ONE-PARTITION                                     *
      *  Within the split's partition count a partition must have     *
      *  posted and read what it was dealt; beyond it, nothing may    *
      *  have posted at all.                                          *
      *****************************************************************
       4100-Prove-One-Partition.
           Compute WS-SLOT = WS-PART + 1.
           Move WS-PART to WS-PART-DISP.
           If WS-PART > WS-SPLIT-PARTITIONS
               If LAT-PARTITION-POSTED(WS-SLOT)
                   Move Spaces to WS-MESSAGE-LINE
                   String "PARTITION " delimited by size
                          WS-PART-DISP delimited by size
                          " CONVERTED BUT NOT DEALT BY THE SPLIT"
                              delimited by size
                       into WS-MSG-TEXT
                   end-string
                   Perform 7100-Print-Break thru 7100-Exit
               End-if
               Go to 4100-Exit
           End-if.
           If not LAT-PARTITION-POSTED(WS-SLOT)
               Move Spaces to WS-MESSAGE-LINE
               String "PARTITION " delimited by size
                      WS-PART-DISP delimited by size
                      " DEALT BUT NEVER CONVERTED" delimited by size
                   into WS-MSG-TEXT
               end-string
               Perform 7100-Print-Break thru 7100-Exit
               Go to 4100-Exit
           End-if.
           Move Spaces to WS-PRF-LABEL.
           String "PARTITION " delimited by size
                  WS-PART-DISP delimited by size
                  " DEALT / READ" delimited by size
               into WS-PRF-LABEL
           end-string.
           Move SPD-DEALT-COUNT(WS-PART) to WS-PROOF-LEFT.
           Move LAT-RECORDS-IN(WS-SLOT) to WS-PROOF-RIGHT.
           Perform 7000-Print-Proof thru 7000-Exit.

       4100-Exit.
           Exit.

      *****************************************************************
      *  5000-PROVE-CHAIN                                             *
      *  The overnight conversion first, then what each morning step  *
      *  took in against what the steps before it handed on, then the *
      *  whole night: INFILE plus the ledger brought forward must     *
      *  equal everything converted, left unchanged, still rejected   *
      *  or still waiting on review.  A restarted conversion counts   *
      *  the records it skipped as read but cannot post what the      *
      *  abended run did with them, so it breaks with a note.         *
      *****************************************************************
       5000-Prove-Chain.
           Move "INFILE IN / CONVERSION DISPOSITIONS" to WS-PRF-LABEL.
           Move WS-INFILE-IN to WS-PROOF-LEFT.
           Add WS-LATIN-CONVERTED WS-LATIN-REJECTED WS-LATIN-REVIEW
               WS-LATIN-UNCHANGED giving WS-PROOF-RIGHT.
           Perform 7000-Print-Proof thru 7000-Exit.
           If WS-LATIN-SKIPPED > Zero
               Move Spaces to WS-MESSAGE-LINE
               Move "  RESTARTED - SKIPPED RECORDS NOT POSTED"
                   to WS-MSG-TEXT
               Move "NOTE" to WS-MSG-RESULT
               Move WS-MESSAGE-LINE to Control-Report-Line
               Write Control-Report-Line
           End-if.

           If REVDISP-WAS-POSTED
               Move "REVIEW ITEMS SENT / DISPOSED" to WS-PRF-LABEL
               Move WS-LATIN-REVIEW to WS-PROOF-LEFT
               If not REVDISP-RAN-FIRST
                   Add WS-REWORK-REVIEW to WS-PROOF-LEFT
               End-if
               Move WS-REVDISP-IN to WS-PROOF-RIGHT
               Perform 7000-Print-Proof thru 7000-Exit
           End-if.
           If REWORK-WAS-POSTED
               Move "REJECTS SENT / REWORKED" to WS-PRF-LABEL
               Move WS-LATIN-REJECTED to WS-PROOF-LEFT
               If REVDISP-RAN-FIRST
                   Add WS-REVDISP-REJECTED to WS-PROOF-LEFT
               End-if
               Move WS-REWORK-IN to WS-PROOF-RIGHT
               Perform 7000-Print-Proof thru 7000-Exit
           End-if.

           Move WS-LATIN-REJECTED to WS-RESIDUAL-REJECTS.
           If REVDISP-WAS-POSTED
               Add WS-REVDISP-REJECTED to WS-RESIDUAL-REJECTS
           End-if.
           If REWORK-WAS-POSTED
               Move WS-REWORK-REJECTED to WS-RESIDUAL-REJECTS
               If REVDISP-WAS-POSTED and not REVDISP-RAN-FIRST
                   Add WS-REVDISP-REJECTED to WS-RESIDUAL-REJECTS
               End-if
           End-if.
           Move Zero to WS-REVIEW-PENDING.
           If not REVDISP-WAS-POSTED
               Add WS-LATIN-REVIEW WS-REWORK-REVIEW
                   giving WS-REVIEW-PENDING
           End-if.
           If REVDISP-RAN-FIRST
               Move WS-REWORK-REVIEW to WS-REVIEW-PENDING
           End-if.

           Move Spaces to Control-Report-Line.
           Write Control-Report-Line.
           Move "INFILE RECORDS IN" to WS-RPT-LABEL.
           Move WS-INFILE-IN to WS-RPT-VALUE.
           Perform 7200-Print-Total thru 7200-Exit.
           Move "REVIEW LEDGER ITEMS BROUGHT FORWARD" to WS-RPT-LABEL.
           Move WS-REVDISP-FORWARD to WS-RPT-VALUE.
           Perform 7200-Print-Total thru 7200-Exit.
           Move "CONVERTED OVERNIGHT" to WS-RPT-LABEL.
           Move WS-LATIN-CONVERTED to WS-RPT-VALUE.
           Perform 7200-Print-Total thru 7200-Exit.
           Move "CONVERTED ON REVIEW DISPOSITION" to WS-RPT-LABEL.
           Move WS-REVDISP-CONVERTED to WS-RPT-VALUE.
           Perform 7200-Print-Total thru 7200-Exit.
           Move "CONVERTED ON REWORK" to WS-RPT-LABEL.
           Move WS-REWORK-CONVERTED to WS-RPT-VALUE.
           Perform 7200-Print-Total thru 7200-Exit.
           Move "UNCHANGED (DELTA MODE)" to WS-RPT-LABEL.
           Move WS-LATIN-UNCHANGED to WS-RPT-VALUE.
           Perform 7200-Print-Total thru 7200-Exit.
           Move "RESIDUAL REJECTS" to WS-RPT-LABEL.
           Move WS-RESIDUAL-REJECTS to WS-RPT-VALUE.
           Perform 7200-Print-Total thru 7200-Exit.
           Move "ITEMS CARRIED ON THE REVIEW LEDGER" to WS-RPT-LABEL.
           Move WS-REVDISP-LEDGER to WS-RPT-VALUE.
           Perform 7200-Print-Total thru 7200-Exit.
           Move "REVIEW ITEMS AWAITING DISPOSITION" to WS-RPT-LABEL.
           Move WS-REVIEW-PENDING to WS-RPT-VALUE.
           Perform 7200-Print-Total thru 7200-Exit.
           Move "RE-SENT REVIEW DUPLICATES SUPPRESSED" to WS-RPT-LABEL.
           Move WS-REVDISP-SUPPRESSED to WS-RPT-VALUE.
           Perform 7200-Print-Total thru 7200-Exit.
           Move Spaces to Control-Report-Line.
           Write Control-Report-Line.

           Move "INFILE + LEDGER IN / ACCOUNTED FOR" to WS-PRF-LABEL.
           Add WS-INFILE-IN WS-REVDISP-FORWARD giving WS-PROOF-LEFT.
           Add WS-LATIN-CONVERTED WS-REVDISP-CONVERTED
               WS-REWORK-CONVERTED WS-LATIN-UNCHANGED
               WS-RESIDUAL-REJECTS WS-REVDISP-LEDGER
               WS-REVIEW-PENDING WS-REVDISP-SUPPRESSED
               giving WS-PROOF-RIGHT.
           Perform 7000-Print-Proof thru 7000-Exit.

       5000-Exit.
           Exit.

      *****************************************************************
      *  6000-PROVE-INTERFACES                                        *
      *  OUTFILE must hold each posted conversion exactly once -- a   *
      *  double-appended rework or disposition shows as extra rows -- *
      *  and every row ANGLO-FORMAT read must have gone to MAILFILE,  *
      *  to PASSFILE, or been passed over as legal-only.  The impact  *
      *  run's corrections must each have rewritten a master row,    *
      *  and FORMAT's correction pass is proved in 6100.              *
      *****************************************************************
       6000-Prove-Interfaces.
           If IMPACT-WAS-POSTED
               Move "IMPACT CORRECTIONS / MASTER REWRITES"
                   to WS-PRF-LABEL
               Move WS-IMPACT-CORRECTED to WS-PROOF-LEFT
               Move WS-IMPACT-REWRITTEN to WS-PROOF-RIGHT
               Perform 7000-Print-Proof thru 7000-Exit
           End-if.
           Perform 6100-Prove-Corrections thru 6100-Exit.
           If not FORMAT-WAS-POSTED
               Go to 6000-Exit
           End-if.
           Move "OUTFILE ROWS / CONVERSIONS POSTED" to WS-PRF-LABEL.
           Move WS-FORMAT-IN to WS-PROOF-LEFT.
           Add WS-OVERNIGHT-CONVERTED WS-REVDISP-CONVERTED
               WS-REWORK-CONVERTED giving WS-PROOF-RIGHT.
           Perform 7000-Print-Proof thru 7000-Exit.

           Move "OUTFILE ROWS / MAIL + PASS + LEGAL-ONLY"
               to WS-PRF-LABEL.
           Move WS-FORMAT-IN to WS-PROOF-LEFT.
           Add WS-FORMAT-MAILING WS-FORMAT-PASSPORT WS-FORMAT-LEGAL
               WS-FORMAT-OTHER giving WS-PROOF-RIGHT.
           Perform 7000-Print-Proof thru 7000-Exit.
           If WS-FORMAT-OTHER > Zero
               Move Spaces to WS-MESSAGE-LINE
               Move "  INCLUDES ROWS OF NO KNOWN NAME TYPE BYPASSED"
                   to WS-MSG-TEXT
               Move "NOTE" to WS-MSG-RESULT
               Move WS-MESSAGE-LINE to Control-Report-Line
               Write Control-Report-Line
           End-if.

       6000-Exit.
           Exit.

      *****************************************************************
      *  6100-PROVE-CORRECTIONS                                       *
      *  The correction pass must have read exactly the corrections   *
      *  ANGLO-IMPACT wrote and sent every one of them on.  A pass   *
      *  with no IMPACT posting behind it is a break; corrections not *
      *  yet formatted are noted.                                     *
      *****************************************************************
       6100-Prove-Corrections.
           If not CORRECTIONS-WERE-FORMATTED
               If IMPACT-WAS-POSTED and WS-IMPACT-CORRECTED > Zero
                   Move Spaces to WS-MESSAGE-LINE
                   Move "  IMPACT CORRECTIONS NOT YET FORMATTED"
                       to WS-MSG-TEXT
                   Move "NOTE" to WS-MSG-RESULT
                   Move WS-MESSAGE-LINE to Control-Report-Line
                   Write Control-Report-Line
               End-if
               Go to 6100-Exit
           End-if.
           If not IMPACT-WAS-POSTED
               Move Spaces to WS-MESSAGE-LINE
               Move "CORRECTION PASS WITHOUT AN IMPACT POSTING"
                   to WS-MSG-TEXT
               Perform 7100-Print-Break thru 7100-Exit
           End-if.
           Move "CORRECTION ROWS / IMPACT CORRECTIONS" to WS-PRF-LABEL.
           Move WS-FMTCORR-IN to WS-PROOF-LEFT.
           Move WS-IMPACT-CORRECTED to WS-PROOF-RIGHT.
           Perform 7000-Print-Proof thru 7000-Exit.
           Move "CORRECTION ROWS / MAIL + PASS + LEGAL"
               to WS-PRF-LABEL.
           Move WS-FMTCORR-IN to WS-PROOF-LEFT.
           Add WS-FMTCORR-MAILING WS-FMTCORR-PASSPORT WS-FMTCORR-LEGAL
               WS-FMTCORR-OTHER giving WS-PROOF-RIGHT.
           Perform 7000-Print-Proof thru 7000-Exit.

       6100-Exit.
           Exit.

      *****************************************************************
      *  7000-PRINT-PROOF                                             *
      *  One proof line, left against right; any difference counts   *
      *  as a break.                                                  *
      *****************************************************************
       7000-Print-Proof.
           Move WS-PROOF-LEFT to WS-PRF-LEFT.
           Move WS-PROOF-RIGHT to WS-PRF-RIGHT.
           If WS-PROOF-LEFT = WS-PROOF-RIGHT
               Move "BALANCED" to WS-PRF-RESULT
           Else
               Move "** BREAK" to WS-PRF-RESULT
               Add 1 to WS-BREAK-COUNT
           End-if.
           Move WS-PROOF-LINE to Control-Report-Line.
           Write Control-Report-Line.
           Move Spaces to WS-PROOF-LINE.

       7000-Exit.
           Exit.

      *****************************************************************
      *  7100-PRINT-BREAK                                             *
      *  A break that is a missing or repeated step rather than a     *
      *  pair of totals.                                              *
      *****************************************************************
       7100-Print-Break.
           Move "** BREAK" to WS-MSG-RESULT.
           Add 1 to WS-BREAK-COUNT.
           Move WS-MESSAGE-LINE to Control-Report-Line.
           Write Control-Report-Line.
           Move Spaces to WS-MESSAGE-LINE.

       7100-Exit.
           Exit.

       7200-Print-Total.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

       7200-Exit.
           Exit.

      *****************************************************************
      *  8000-FINALIZE                                                *
      *  Any break holds the release: return code 8.                  *
      *****************************************************************
       8000-Finalize.
           Move Spaces to Control-Report-Line.
           Write Control-Report-Line.
           Move "CONTROL-TOTAL ROWS READ" to WS-RPT-LABEL.
           Move WS-POSTINGS-READ to WS-RPT-VALUE.
           Perform 7200-Print-Total thru 7200-Exit.
           If WS-BREAK-COUNT = Zero
               Move "STREAM IN BALANCE - RELEASE" to WS-RPT-LABEL
           Else
               Move "STREAM OUT OF BALANCE - HOLD RELEASE"
                   to WS-RPT-LABEL
               Move 8 to WS-RETURN-CODE
           End-if.
           Move WS-BREAK-COUNT to WS-RPT-VALUE.
           Perform 7200-Print-Total thru 7200-Exit.

           Display "ANGLO-BALANCE: run " CTL-RUN-ID " - "
               WS-POSTINGS-READ " postings, "
               WS-BREAK-COUNT " breaks" upon stdout.

           If RUN-CONTROL-IS-OPEN
               Close Run-Control-File
           End-if.
           Close Control-Report-File.

       8000-Exit.
           Exit.

       End program ANGLO-BALANCE.
