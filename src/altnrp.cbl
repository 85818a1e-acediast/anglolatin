       Identification division.
       Program-ID.    ANGLO-RUNPOST.
       Author.        Darren Xu.
       Date-written.  October 2026.
       Installation.  WSL2.
       Security.      Non-confidential.

      *****************************************************************
      *  Modification history                                        *
      *  ---------------------------------------------------------    *
      *  2026-10-15 dxu   Original.  Posts one step's standard        *
      *                   control-total record (RCTREC.CPY) to the    *
      *                   shared run-control dataset (RUNCTL), so     *
      *                   every program in the nightly stream posts   *
      *                   its totals the same way and ANGLO-BALANCE   *
      *                   can prove the night end to end.  The caller *
      *                   fills the record; this program stamps the   *
      *                   posting date and time, adds the row, or --  *
      *                   when the step already posted under the same *
      *                   run ID -- replaces it and raises its        *
      *                   posting count so the repeat shows up as a   *
      *                   break instead of passing unseen.  The       *
      *                   count comes back in the caller's record.    *
      *****************************************************************

       Environment division.
       Configuration section.
       Source-computer. x64.

       Input-output section.
       File-control.
           Select Optional Run-Control-File assign to Runctl
               organization is indexed
               access mode is dynamic
               record key is RCI-KEY
               file status is WS-RUNCTL-STATUS.

       Data division.
       File section.

       FD  Run-Control-File
           label records are standard.
       01  Run-Control-Record-Io.
           05  RCI-KEY                  Picture is X(18).
           05  RCI-POSTING-COUNT        Picture is 9(03).
           05  FILLER                   Picture is X(179).

       Working-storage section.

       77 WS-RUNCTL-STATUS picture is X(02) Value Spaces.
       77 WS-ACCEPT-DATE           Picture is 9(08) Value Zero.
       77 WS-ACCEPT-TIME           Picture is 9(08) Value Zero.

       Linkage section.

           Copy rctrec.

       Procedure division using RUN-CONTROL-RECORD.

      *****************************************************************
      *  0000-POST-STEP-TOTALS                                        *
      *  A run-control dataset that will not open is reported and     *
      *  the posting count comes back zero: the step itself has       *
      *  finished its work and must not fail on its bookkeeping --    *
      *  the balancing job will find the row missing and hold the     *
      *  release.                                                     *
      *****************************************************************
       0000-Post-Step-Totals.
           Accept WS-ACCEPT-DATE from Date Yyyymmdd.
           Accept WS-ACCEPT-TIME from Time.
           Move WS-ACCEPT-DATE to RCT-POSTED-DATE.
           Move WS-ACCEPT-TIME to RCT-POSTED-TIME.
           Move Zero to RCT-POSTING-COUNT.

           Open i-o Run-Control-File.
           If WS-RUNCTL-STATUS not = "00"
               and WS-RUNCTL-STATUS not = "05"
               Display "ANGLO-RUNPOST: Run-Control-File open status "
                   WS-RUNCTL-STATUS " - " RCT-STEP-NAME
                   " totals not posted" upon stdout
               Go to 0000-Goback
           End-if.

           Move RCT-KEY to RCI-KEY.
           Read Run-Control-File
               invalid key
                   Move 1 to RCT-POSTING-COUNT
                   Move RUN-CONTROL-RECORD to Run-Control-Record-Io
                   Write Run-Control-Record-Io
                       invalid key
                           Display "ANGLO-RUNPOST: write failed, "
                               "status " WS-RUNCTL-STATUS
                               upon stdout
                           Move Zero to RCT-POSTING-COUNT
                   end-write
               not invalid key
                   Compute RCT-POSTING-COUNT = RCI-POSTING-COUNT + 1
                   Move RUN-CONTROL-RECORD to Run-Control-Record-Io
                   Rewrite Run-Control-Record-Io
                       invalid key
                           Display "ANGLO-RUNPOST: rewrite failed, "
                               "status " WS-RUNCTL-STATUS
                               upon stdout
                   end-rewrite
           end-read.
           Close Run-Control-File.

       0000-Goback.
           Goback.

       End program ANGLO-RUNPOST.
