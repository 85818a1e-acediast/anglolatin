      *                   a row whose kanji or use byte is itself     *
      *                   bad comes out with a delete and goes back   *
      *                   in with a clean add.                        *
      *  2026-10-15 dxu   Dual control, as ANGLO-OVRMAINT. A          *
      *                   transaction that passes the screen no       *
      *                   longer applies at once: it is captured to   *
      *                   the pending-change dataset (KNJPEND,        *
      *                   rewritten as KNJPNEW) under a pending ID,   *
      *                   and applies only when a checker other than  *
      *                   the maker approves it on the approval file  *
      *                   (KNJAPPR, APVTRN.CPY). A change the checker *
      *                   rejects, or that no one decides within the  *
      *                   card's expiry days (PNDCARD), is dropped;   *
      *                   every outcome is listed on the              *
      *                   pending-change report (KNJPRPT) and logged  *
      *                   to the change history with the pending ID,  *
      *                   checker and approval time. The transaction  *
      *                   file is now optional, so a run can carry    *
      *                   approvals only.                             *
      *  2026-10-15 dxu   Pending-change report columns widened so    *
      *                   the KANJI, USE and READING headings sit     *
      *                   over their data.                            *
      *****************************************************************

       Environment division.

       Input-output section.
       File-control.
           Select Optional Pending-Card-File assign to Pndcard
               organization is line sequential
               file status is WS-PNDCARD-STATUS.

           Select Optional Transaction-File assign to Tranfile
               organization is line sequential
               file status is WS-TRANFILE-STATUS.

           Select Optional Kanji-Dict-File assign to Knjdict
               organization is line sequential
           Select History-File assign to Knjhist
               organization is line sequential.

      *    ----  pending changes brought forward and carried forward, --
      *    ----  the checkers' decisions, and the report of what      --
      *    ----  became of each pending change.                       --
           Select Optional Pending-File assign to Knjpend
               organization is line sequential
               file status is WS-KNJPEND-STATUS.

           Select New-Pending-File assign to Knjpnew
               organization is line sequential.

           Select Optional Approval-File assign to Knjappr
               organization is line sequential
               file status is WS-KNJAPPR-STATUS.

           Select Pending-Report-File assign to Knjprpt
               organization is line sequential.

           Select Control-Report-File assign to Rptfile
               organization is line sequential.

       Data division.
       File section.

       FD  Pending-Card-File
           label records are standard.
       01  Pending-Card-In             Picture is X(80).

       FD  Transaction-File
           label records are standard.
       01  Transaction-Record-In       Picture is X(44).

       FD  History-File
           label records are standard.
       01  History-Record-Out          Picture is X(152).

       FD  Pending-File
           label records are standard.
       01  Pending-Record-In           Picture is X(62).

       FD  New-Pending-File
           label records are standard.
       01  Pending-Record-New          Picture is X(62).

       FD  Approval-File
           label records are standard.
       01  Approval-Record-In          Picture is X(80).

       FD  Pending-Report-File
           label records are standard.
       01  Pending-Report-Line         Picture is X(160).

       FD  Control-Report-File
           label records are standard.
       Working-storage section.

       77 WS-KNJDICT-STATUS picture is X(02) Value Spaces.
       77 WS-PNDCARD-STATUS picture is X(02) Value Spaces.
       77 WS-TRANFILE-STATUS picture is X(02) Value Spaces.
       77 WS-KNJPEND-STATUS picture is X(02) Value Spaces.
       77 WS-KNJAPPR-STATUS picture is X(02) Value Spaces.

           Copy knjrec.
           Copy knjtrn.
           Copy knjhst.
           Copy knjpnd.
           Copy apvtrn.
           Copy pndcrd.
           Copy valchr.

      *    ----  the whole dictionary, held and kept sorted in        --
                   15  KNM-NAME-USE     Picture is X(01).
                   15  KNM-READING      Picture is N(08).

      *    ----  the pending changes: those brought forward, marked   --
      *    ----  with the checkers' decisions, then those captured    --
      *    ----  this run.  Whatever is still undecided at the end    --
      *    ----  is carried forward.                                  --
       01  PENDING-TABLE.
           05  WS-PENDING-COUNT         Picture is 9(04)
                                         Usage is Comp
                                         Value is Zero.
           05  PENDING-ENTRY Occurs 0 to 2000 Times
                       Depending on WS-PENDING-COUNT.
               10  PND-PENDING-ID       Picture is X(18).
               10  PND-TRANSACTION      Picture is X(44).
               10  PND-MAKER-ID         Picture is X(08).
               10  PND-DECISION         Picture is X(01).
                   88  PND-UNDECIDED            Value Space.
                   88  PND-APPROVED             Value 'A'.
                   88  PND-REJECTED             Value 'R'.
               10  PND-CHECKER-ID       Picture is X(08).
               10  PND-CHECKER-REASON   Picture is X(30).
               10  PND-DECISION-TIMESTAMP
                                        Picture is X(26).
               10  PND-STATE            Picture is X(01).
                   88  PND-STILL-PENDING        Value 'P'.
                   88  PND-SETTLED              Value 'S'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            Picture is X(01) Value 'N'.
               88  END-OF-INPUT                 Value 'Y'.
           05  WS-VALID-SWITCH          Picture is X(01) Value 'Y'.
               88  FIELD-IS-VALID                Value 'Y'.
               88  FIELD-IS-INVALID               Value 'N'.
           05  WS-PENDING-FOUND-SWITCH  Picture is X(01) Value 'N'.
               88  PENDING-ITEM-FOUND           Value 'Y'.

       77 WS-MASTER-ROWS-READ      Picture is 9(09) Usage is Comp
                                    Value Zero.
                                    Value Zero.
       77 WS-ROWS-WRITTEN          Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-TRANS-CAPTURED        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-PENDING-READ          Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-PENDING-OVERFLOW      Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-APPROVALS-READ        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-APPROVALS-ACCEPTED    Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-APPROVALS-REFUSED     Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-SELF-APPROVALS        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-APPROVED-FAILED       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-CHECKER-REJECTED      Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-PENDING-EXPIRED       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-PENDING-WRITTEN       Picture is 9(09) Usage is Comp
                                    Value Zero.

       77 WS-FIND-INDEX            Picture is 9(04) Usage is Comp
                                    Value Zero.
       77 WS-CHAR-INDEX            Picture is 9(04) Usage is Comp
                                    Value Zero.
       77 WS-BLANK-SEEN-SWITCH     Picture is X(01) Value 'N'.
       77 WS-PENDING-INDEX         Picture is 9(04) Usage is Comp
                                    Value Zero.
       77 WS-SETTLE-LIMIT          Picture is 9(04) Usage is Comp
                                    Value Zero.
       77 WS-CAPTURE-SEQUENCE      Picture is 9(04) Value Zero.
       77 WS-EXPIRY-DAYS           Picture is 9(03) Value Zero.
       77 WS-AGE-DATE              Picture is 9(08) Value Zero.
       77 WS-AGE-DAY               Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-PENDING-AGE           Picture is S9(09) Usage is Comp
                                    Value Zero.
       77 WS-SEARCH-PENDING-ID     Picture is X(18) Value Spaces.
       77 WS-LINE-REASON           Picture is X(30) Value Spaces.
       77 WS-READING-UNDER-TEST    Picture is N(08) Value Spaces.

       01  WS-SEARCH-KEY.

       77 WS-ACCEPT-DATE           Picture is 9(08) Value Zero.
       77 WS-ACCEPT-TIME           Picture is 9(08) Value Zero.
       77 WS-RUN-DATE              Picture is 9(08) Value Zero.
       77 WS-RUN-TIME              Picture is 9(08) Value Zero.

      *    ----  day-number conversion: days since a fixed epoch for  --
      *    ----  a Gregorian date, with March as the first month so   --
      *    ----  the leap day falls at the end of the year.           --
       01  WS-DAY-NUMBER-WORK.
           05  WS-DNW-DATE              Picture is 9(08).
           05  WS-DNW-DATE-PARTS Redefines WS-DNW-DATE.
               10  WS-DNW-YEAR          Picture is 9(04).
               10  WS-DNW-MONTH         Picture is 9(02).
               10  WS-DNW-DAY           Picture is 9(02).
           05  WS-DNW-SHIFTED-YEAR      Picture is 9(05)
                                         Usage is Comp.
           05  WS-DNW-SHIFTED-MONTH     Picture is 9(02)
                                         Usage is Comp.
           05  WS-DNW-QUOTIENT          Picture is 9(09)
                                         Usage is Comp.
           05  WS-DNW-DAY-NUMBER        Picture is 9(09)
                                         Usage is Comp.

       01  WS-REPORT-LINE.
           05  WS-RPT-LABEL         Picture is X(40).
           05  WS-RPT-VALUE         Picture is Z,ZZZ,ZZ9.
           05  FILLER               Picture is X(30).

      *    ----  pending-change report: one line per pending change   --
      *    ----  settled, captured or carried, and per approval       --
      *    ----  refused, with the checker's reason where one was     --
      *    ----  given.                                               --
       01  WS-PENDING-LINE.
           05  WS-PRL-PENDING-ID    Picture is X(18).
           05  FILLER               Picture is X(02).
           05  WS-PRL-ACTION        Picture is X(01).
           05  FILLER               Picture is X(02).
           05  WS-PRL-MAKER         Picture is X(08).
           05  FILLER               Picture is X(02).
           05  WS-PRL-CHECKER       Picture is X(08).
           05  FILLER               Picture is X(02).
           05  WS-PRL-OUTCOME       Picture is X(30).
           05  FILLER               Picture is X(02).
           05  WS-PRL-KANJI         Picture is N(01).
           05  FILLER               Picture is X(04).
           05  WS-PRL-NAME-USE      Picture is X(01).
           05  FILLER               Picture is X(03).
           05  WS-PRL-READING       Picture is N(08).
           05  FILLER               Picture is X(02).
           05  WS-PRL-NEW-READING   Picture is N(08).
           05  FILLER               Picture is X(02).
           05  WS-PRL-REASON        Picture is X(30).
           05  FILLER               Picture is X(09).

       Procedure division.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *  The pending changes brought forward take the checkers'       *
      *  decisions and are settled in the order they were keyed --    *
      *  approved ones apply to the dictionary -- before the day's    *
      *  new transactions are screened and captured as pending.       *
      *****************************************************************
       0000-Mainline.
           Perform 1000-Initialize thru 1000-Exit.
           Perform 1100-Load-Master thru 1100-Exit.
           Perform 1200-Load-Pending thru 1200-Exit.
           Perform 1300-Take-One-Approval thru 1300-Exit
               until END-OF-INPUT.
           Move 'N' to WS-EOF-SWITCH.
           Move WS-PENDING-COUNT to WS-SETTLE-LIMIT.
           Perform 4000-Settle-One-Pending-Item thru 4000-Exit
               varying WS-PENDING-INDEX from 1 by 1
               until WS-PENDING-INDEX > WS-SETTLE-LIMIT.
           Perform 2000-Capture-One-Transaction thru 2000-Exit
               until END-OF-INPUT.
           Perform 6000-Write-New-Master thru 6000-Exit.
           Perform 6100-Write-New-Pending thru 6100-Exit.
           Perform 8000-Finalize thru 8000-Exit.
           Stop run with normal status.

      *  1000-INITIALIZE                                              *
      *****************************************************************
       1000-Initialize.
           Accept WS-RUN-DATE from Date Yyyymmdd.
           Accept WS-RUN-TIME from Time.
           Move Spaces to PENDING-CARD-RECORD.
           Open input  Pending-Card-File.
           If WS-PNDCARD-STATUS = "00"
               Read Pending-Card-File into Pending-Card-In
                   at end
                       Move Spaces to Pending-Card-In
               end-read
               Move Pending-Card-In to PENDING-CARD-RECORD
               Close Pending-Card-File
           End-if.
           If PDC-EXPIRY-DAYS numeric
               and PDC-EXPIRY-DAYS not = Zero
               Move PDC-EXPIRY-DAYS to WS-EXPIRY-DAYS
           Else
               Move 7 to WS-EXPIRY-DAYS
           End-if.
           If PDC-RUN-DATE numeric
               and PDC-RUN-DATE not = Zero
               Move PDC-RUN-DATE to WS-AGE-DATE
           Else
               Move WS-RUN-DATE to WS-AGE-DATE
           End-if.
           Move WS-AGE-DATE to WS-DNW-DATE.
           Perform 7000-Compute-Day-Number thru 7000-Exit.
           If WS-DNW-DAY-NUMBER = Zero
               Display "ANGLO-KNJMAINT: card run date " WS-AGE-DATE
                   " is not a date - today used" upon stdout
               Move WS-RUN-DATE to WS-AGE-DATE
               Move WS-AGE-DATE to WS-DNW-DATE
               Perform 7000-Compute-Day-Number thru 7000-Exit
           End-if.
           Move WS-DNW-DAY-NUMBER to WS-AGE-DAY.

           Open input  Transaction-File.
           If WS-TRANFILE-STATUS not = "00"
               and WS-TRANFILE-STATUS not = "05"
               Display "ANGLO-KNJMAINT: Transaction-File open status "
                   WS-TRANFILE-STATUS upon stdout
           End-if.
           Open input  Kanji-Dict-File.
           If WS-KNJDICT-STATUS not = "00"
               and WS-KNJDICT-STATUS not = "05"
               Display "ANGLO-KNJMAINT: Kanji-Dict-File open status "
                   WS-KNJDICT-STATUS upon stdout
           End-if.
           Open input  Pending-File.
           If WS-KNJPEND-STATUS not = "00"
               and WS-KNJPEND-STATUS not = "05"
               Display "ANGLO-KNJMAINT: Pending-File open status "
                   WS-KNJPEND-STATUS upon stdout
           End-if.
           Open input  Approval-File.
           If WS-KNJAPPR-STATUS not = "00"
               and WS-KNJAPPR-STATUS not = "05"
               Display "ANGLO-KNJMAINT: Approval-File open status "
                   WS-KNJAPPR-STATUS upon stdout
           End-if.
           Open output New-Kanji-Dict-File.
           Open output New-Pending-File.
           Open extend History-File.
           Open output Pending-Report-File.
           Open output Control-Report-File.
           Perform 1400-Write-Pending-Heading thru 1400-Exit.

       1000-Exit.
           Exit.
           Exit.

      *****************************************************************
      *  1200-LOAD-PENDING                                            *
      *  Reads the pending changes brought forward, in the order they *
      *  were keyed.  Beyond the table's 2000 rows a pending change   *
      *  is carried forward as it stands, undecided, to be settled by *
      *  a later run.                                                 *
      *****************************************************************
       1200-Load-Pending.
           Perform 1210-Load-One-Pending-Row thru 1210-Exit
               until END-OF-INPUT.
           Move 'N' to WS-EOF-SWITCH.
           Close Pending-File.
           If WS-PENDING-OVERFLOW > Zero
               Display "ANGLO-KNJMAINT: more than 2000 pending "
                   "changes - " WS-PENDING-OVERFLOW
                   " carried forward unread" upon stdout
           End-if.

       1200-Exit.
           Exit.

       1210-Load-One-Pending-Row.
           Read Pending-File into Pending-Record-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 1210-Exit
           end-read.
           Add 1 to WS-PENDING-READ.
           If WS-PENDING-COUNT = 2000
               Add 1 to WS-PENDING-OVERFLOW
               Move Pending-Record-In to Pending-Record-New
               Write Pending-Record-New
               Add 1 to WS-PENDING-WRITTEN
               Go to 1210-Exit
           End-if.
           Move Pending-Record-In to KANJI-PENDING-RECORD.
           Move KNP-TRANSACTION to KANJI-TRANSACTION.
           Add 1 to WS-PENDING-COUNT.
           Move KNP-PENDING-ID to PND-PENDING-ID(WS-PENDING-COUNT).
           Move KNP-TRANSACTION to PND-TRANSACTION(WS-PENDING-COUNT).
           Move KNT-USER-ID to PND-MAKER-ID(WS-PENDING-COUNT).
           Move Space to PND-DECISION(WS-PENDING-COUNT).
           Move Spaces to PND-CHECKER-ID(WS-PENDING-COUNT).
           Move Spaces to PND-CHECKER-REASON(WS-PENDING-COUNT).
           Move Spaces to PND-DECISION-TIMESTAMP(WS-PENDING-COUNT).
           Move 'P' to PND-STATE(WS-PENDING-COUNT).

       1210-Exit.
           Exit.

      *****************************************************************
      *  1300-TAKE-ONE-APPROVAL                                       *
      *  Marks one checker's decision on the pending change it names. *
      *  The decision is refused -- and the change stays pending --   *
      *  when the ID is not pending, the code is not A or R, the      *
      *  checker is blank or is the maker, or the change has already  *
      *  been decided this run.  A refusal on a pending change is     *
      *  also logged to the change history.                           *
      *****************************************************************
       1300-Take-One-Approval.
           Read Approval-File into Approval-Record-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 1300-Exit
           end-read.
           Move Approval-Record-In to APPROVAL-TRANSACTION.
           Add 1 to WS-APPROVALS-READ.
           Move Spaces to WS-PENDING-LINE.

           Move APV-PENDING-ID to WS-SEARCH-PENDING-ID.
           Perform 3400-Find-Pending-Item thru 3400-Exit.
           If not PENDING-ITEM-FOUND
               Add 1 to WS-APPROVALS-REFUSED
               Move APV-PENDING-ID to WS-PRL-PENDING-ID
               Move APV-CHECKER-ID to WS-PRL-CHECKER
               Move "APPROVAL REFUSED - NOT PENDING" to WS-PRL-OUTCOME
               Move APV-REASON to WS-PRL-REASON
               Perform 5150-Write-Pending-Line thru 5150-Exit
               Go to 1300-Exit
           End-if.

           Accept WS-ACCEPT-DATE from Date Yyyymmdd.
           Accept WS-ACCEPT-TIME from Time.
           Move Spaces to KNH-DISPOSITION.
           If not APV-DECISION-APPROVE
               and not APV-DECISION-REJECT
               Move "APPROVAL REFUSED - BAD CODE" to KNH-DISPOSITION
           End-if.
           If KNH-DISPOSITION = Spaces
               and APV-CHECKER-ID = Spaces
               Move "APPROVAL REFUSED - NO CHECKER" to KNH-DISPOSITION
           End-if.
           If KNH-DISPOSITION = Spaces
               and APV-CHECKER-ID = PND-MAKER-ID(WS-PENDING-INDEX)
               Move "APPROVAL REFUSED - SAME USER" to KNH-DISPOSITION
               Add 1 to WS-SELF-APPROVALS
           End-if.
           If KNH-DISPOSITION = Spaces
               and not PND-UNDECIDED(WS-PENDING-INDEX)
               Move "APPROVAL REFUSED - DUPLICATE" to KNH-DISPOSITION
           End-if.
           If KNH-DISPOSITION not = Spaces
               Add 1 to WS-APPROVALS-REFUSED
               Move PND-TRANSACTION(WS-PENDING-INDEX)
                   to KANJI-TRANSACTION
               Perform 5200-Set-Lifecycle-History thru 5200-Exit
               Move APV-CHECKER-ID to KNH-CHECKER-ID
               Move Spaces to KNH-APPROVAL-TIMESTAMP
               String WS-ACCEPT-DATE delimited by size
                      WS-ACCEPT-TIME delimited by size
                   into KNH-APPROVAL-TIMESTAMP
               end-string
               Move APV-REASON to WS-LINE-REASON
               Perform 5000-Write-History-Row thru 5000-Exit
               Go to 1300-Exit
           End-if.

           Add 1 to WS-APPROVALS-ACCEPTED.
           Move APV-DECISION to PND-DECISION(WS-PENDING-INDEX).
           Move APV-CHECKER-ID to PND-CHECKER-ID(WS-PENDING-INDEX).
           Move APV-REASON to PND-CHECKER-REASON(WS-PENDING-INDEX).
           Move Spaces to PND-DECISION-TIMESTAMP(WS-PENDING-INDEX).
           String WS-ACCEPT-DATE delimited by size
                  WS-ACCEPT-TIME delimited by size
               into PND-DECISION-TIMESTAMP(WS-PENDING-INDEX)
           end-string.

       1300-Exit.
           Exit.

      *****************************************************************
      *  1400-WRITE-PENDING-HEADING                                   *
      *****************************************************************
       1400-Write-Pending-Heading.
           Move Spaces to Pending-Report-Line.
           Move "ANGLO-KNJMAINT PENDING-CHANGE REPORT"
               to Pending-Report-Line.
           Write Pending-Report-Line.
           Move Spaces to Pending-Report-Line.
           Move "PENDING ID          A  MAKER     CHECKER   OUTCOME"
               to Pending-Report-Line.
           Move "KANJI USE READING" to Pending-Report-Line(76:17).
           Move "NEW READING" to Pending-Report-Line(104:11).
           Move "CHECKER'S REASON" to Pending-Report-Line(122:16).
           Write Pending-Report-Line.
           Move Spaces to Pending-Report-Line.
           Write Pending-Report-Line.

       1400-Exit.
           Exit.

      *****************************************************************
      *  2000-CAPTURE-ONE-TRANSACTION                                 *
      *  Validates one add/change/delete and captures it as a pending *
      *  change to wait for a checker, writing the change-history row *
      *  either way -- a captured row carries its pending ID, a       *
      *  rejected one carries the reason in its disposition.  Whether *
      *  the key is in the dictionary is only known when the change   *
      *  is approved and applied (2500).                              *
      *****************************************************************
       2000-Capture-One-Transaction.
           Read Transaction-File into Transaction-Record-In
               at end
                   Move 'Y' to WS-EOF-SWITCH

           Move Spaces to KNH-OLD-READING.
           Move Spaces to KNH-NEW-READING.
           Move Spaces to KNH-PENDING-ID.
           Move Spaces to KNH-CHECKER-ID.
           Move Spaces to KNH-APPROVAL-TIMESTAMP.
           Move Spaces to WS-LINE-REASON.

           If not KNT-ACTION-ADD
               and not KNT-ACTION-CHANGE
               End-if
           End-if.

           Perform 2900-Capture-Pending-Item thru 2900-Exit.

       2000-Exit.
           Exit.
       2400-Exit.
           Exit.

      *****************************************************************
      *  2500-APPLY-APPROVED-CHANGE                                   *
      *  Applies one approved pending change to the dictionary; the   *
      *  change-history row carries the checker with the maker.  A    *
      *  change the dictionary no longer allows -- an add whose key   *
      *  is now there, a change or delete whose key is gone, a change *
      *  onto a reading now there -- rejects here, approved or not.   *
      *****************************************************************
       2500-Apply-Approved-Change.
           Perform 5200-Set-Lifecycle-History thru 5200-Exit.
           Move Spaces to KNH-OLD-READING.
           Move Spaces to KNH-NEW-READING.
           Move KNT-KANJI to WS-KEY-KANJI.
           Move KNT-NAME-USE to WS-KEY-NAME-USE.
           Move KNT-READING to WS-KEY-READING.
           Perform 3100-Find-Master-Row thru 3100-Exit.

           If KNT-ACTION-ADD
               Perform 2200-Apply-Add thru 2200-Exit
               Go to 2500-Exit
           End-if.
           If KNT-ACTION-CHANGE
               Perform 2300-Apply-Change thru 2300-Exit
               Go to 2500-Exit
           End-if.
           Perform 2400-Apply-Delete thru 2400-Exit.

       2500-Exit.
           Exit.

      *****************************************************************
      *  2800-REJECT-TRANSACTION                                      *
      *  Counts the reject and logs it to the change history with     *
       2800-Exit.
           Exit.

      *****************************************************************
      *  2900-CAPTURE-PENDING-ITEM                                    *
      *  Adds the screened transaction to the pending changes under a *
      *  new pending ID: the run's date and time and a sequence       *
      *  within the run.                                              *
      *****************************************************************
       2900-Capture-Pending-Item.
           If WS-PENDING-COUNT = 2000
               Move "REJECTED - PENDING FILE FULL" to KNH-DISPOSITION
               Perform 2800-Reject-Transaction thru 2800-Exit
               Go to 2900-Exit
           End-if.
           Add 1 to WS-CAPTURE-SEQUENCE.
           Move WS-RUN-DATE to KNP-CAPTURE-DATE.
           Move WS-RUN-TIME(1:6) to KNP-CAPTURE-TIME.
           Move WS-CAPTURE-SEQUENCE to KNP-CAPTURE-SEQUENCE.
           Move KANJI-TRANSACTION to KNP-TRANSACTION.
           Add 1 to WS-PENDING-COUNT.
           Move WS-PENDING-COUNT to WS-PENDING-INDEX.
           Move KNP-PENDING-ID to PND-PENDING-ID(WS-PENDING-INDEX).
           Move KNP-TRANSACTION to PND-TRANSACTION(WS-PENDING-INDEX).
           Move KNT-USER-ID to PND-MAKER-ID(WS-PENDING-INDEX).
           Move Space to PND-DECISION(WS-PENDING-INDEX).
           Move Spaces to PND-CHECKER-ID(WS-PENDING-INDEX).
           Move Spaces to PND-CHECKER-REASON(WS-PENDING-INDEX).
           Move Spaces to PND-DECISION-TIMESTAMP(WS-PENDING-INDEX).
           Move 'P' to PND-STATE(WS-PENDING-INDEX).
           Add 1 to WS-TRANS-CAPTURED.
           Perform 5200-Set-Lifecycle-History thru 5200-Exit.
           Move "AWAITING APPROVAL" to KNH-DISPOSITION.
           Perform 5000-Write-History-Row thru 5000-Exit.

       2900-Exit.
           Exit.

      *****************************************************************
      *  3100-FIND-MASTER-ROW                                         *
      *  Serial scan of the sorted table for WS-SEARCH-KEY: leaves    *
       3300-Exit.
           Exit.

      *****************************************************************
      *  3400-FIND-PENDING-ITEM                                       *
      *  Serial scan of the pending changes for WS-SEARCH-PENDING-ID: *
      *  leaves WS-PENDING-INDEX at the matching change, with the     *
      *  found switch saying whether there was one.                   *
      *****************************************************************
       3400-Find-Pending-Item.
           Move 'N' to WS-PENDING-FOUND-SWITCH.
           Perform 3410-Match-One-Pending-Item thru 3410-Exit
               varying WS-PENDING-INDEX from 1 by 1
               until WS-PENDING-INDEX > WS-PENDING-COUNT
               or PENDING-ITEM-FOUND.
           If PENDING-ITEM-FOUND
               Subtract 1 from WS-PENDING-INDEX
           End-if.

       3400-Exit.
           Exit.

       3410-Match-One-Pending-Item.
           If PND-PENDING-ID(WS-PENDING-INDEX) = WS-SEARCH-PENDING-ID
               Move 'Y' to WS-PENDING-FOUND-SWITCH
           End-if.

       3410-Exit.
           Exit.

      *****************************************************************
      *  4000-SETTLE-ONE-PENDING-ITEM                                 *
      *  One pending change brought forward: approved, it applies;    *
      *  rejected by its checker, it is dropped; undecided for the    *
      *  card's expiry days since it was keyed, it expires and is     *
      *  dropped; otherwise it stays pending and is listed again for  *
      *  the checkers.                                                *
      *****************************************************************
       4000-Settle-One-Pending-Item.
           Move PND-TRANSACTION(WS-PENDING-INDEX)
               to KANJI-TRANSACTION.
           Move Spaces to WS-LINE-REASON.

           If PND-APPROVED(WS-PENDING-INDEX)
               Perform 2500-Apply-Approved-Change thru 2500-Exit
               If KNH-DISPOSITION not = "APPLIED"
                   Add 1 to WS-APPROVED-FAILED
               End-if
               Move 'S' to PND-STATE(WS-PENDING-INDEX)
               Go to 4000-Exit
           End-if.

           Perform 5200-Set-Lifecycle-History thru 5200-Exit.
           If PND-REJECTED(WS-PENDING-INDEX)
               Move "REJECTED BY CHECKER" to KNH-DISPOSITION
               Move PND-CHECKER-REASON(WS-PENDING-INDEX)
                   to WS-LINE-REASON
               Add 1 to WS-CHECKER-REJECTED
               Perform 5000-Write-History-Row thru 5000-Exit
               Move 'S' to PND-STATE(WS-PENDING-INDEX)
               Go to 4000-Exit
           End-if.

           Move PND-PENDING-ID(WS-PENDING-INDEX)(1:8) to WS-DNW-DATE.
           Perform 7000-Compute-Day-Number thru 7000-Exit.
           Compute WS-PENDING-AGE = WS-AGE-DAY - WS-DNW-DAY-NUMBER.
           If WS-PENDING-AGE >= WS-EXPIRY-DAYS
               Move "EXPIRED - NOT DECIDED IN TIME" to KNH-DISPOSITION
               Add 1 to WS-PENDING-EXPIRED
               Perform 5000-Write-History-Row thru 5000-Exit
               Move 'S' to PND-STATE(WS-PENDING-INDEX)
               Go to 4000-Exit
           End-if.

           Move "AWAITING APPROVAL" to KNH-DISPOSITION.
           Perform 5100-Report-Pending-Item thru 5100-Exit.

       4000-Exit.
           Exit.

      *****************************************************************
      *  5000-WRITE-HISTORY-ROW                                       *
      *****************************************************************
           Move KNT-NAME-USE to KNH-NAME-USE.
           Move KANJI-HISTORY-RECORD to History-Record-Out.
           Write History-Record-Out.
           Perform 5100-Report-Pending-Item thru 5100-Exit.

       5000-Exit.
           Exit.

      *****************************************************************
      *  5100-REPORT-PENDING-ITEM                                     *
      *  The pending-change report line for the transaction in hand,  *
      *  its outcome in KNH-DISPOSITION.                              *
      *****************************************************************
       5100-Report-Pending-Item.
           Move Spaces to WS-PENDING-LINE.
           Move KNH-PENDING-ID to WS-PRL-PENDING-ID.
           Move KNT-ACTION-CODE to WS-PRL-ACTION.
           Move KNT-USER-ID to WS-PRL-MAKER.
           Move KNH-CHECKER-ID to WS-PRL-CHECKER.
           Move KNH-DISPOSITION to WS-PRL-OUTCOME.
           Move KNT-KANJI to WS-PRL-KANJI.
           Move KNT-NAME-USE to WS-PRL-NAME-USE.
           Move KNT-READING to WS-PRL-READING.
           If KNT-ACTION-CHANGE
               Move KNT-NEW-READING to WS-PRL-NEW-READING
           End-if.
           Move WS-LINE-REASON to WS-PRL-REASON.
           Perform 5150-Write-Pending-Line thru 5150-Exit.

       5100-Exit.
           Exit.

       5150-Write-Pending-Line.
           Move WS-PENDING-LINE to Pending-Report-Line.
           Write Pending-Report-Line.

       5150-Exit.
           Exit.

      *****************************************************************
      *  5200-SET-LIFECYCLE-HISTORY                                   *
      *  Change-history fields for an event in a pending change's     *
      *  life: its pending ID, the checker and decision time when     *
      *  there is one, and the readings it proposes -- the same       *
      *  before and after an applied row of its kind would carry.     *
      *****************************************************************
       5200-Set-Lifecycle-History.
           Move PND-PENDING-ID(WS-PENDING-INDEX) to KNH-PENDING-ID.
           Move PND-CHECKER-ID(WS-PENDING-INDEX) to KNH-CHECKER-ID.
           Move PND-DECISION-TIMESTAMP(WS-PENDING-INDEX)
               to KNH-APPROVAL-TIMESTAMP.
           Move Spaces to KNH-OLD-READING.
           Move Spaces to KNH-NEW-READING.
           If KNT-ACTION-ADD
               Move KNT-READING to KNH-NEW-READING
           End-if.
           If KNT-ACTION-CHANGE
               Move KNT-READING to KNH-OLD-READING
               Move KNT-NEW-READING to KNH-NEW-READING
           End-if.
           If KNT-ACTION-DELETE
               Move KNT-READING to KNH-OLD-READING
           End-if.

       5200-Exit.
           Exit.

      *****************************************************************
      *  6000-WRITE-NEW-MASTER                                        *
      *  Writes the table back out in sorted order as the next        *
       6000-Exit.
           Exit.

      *****************************************************************
      *  6100-WRITE-NEW-PENDING                                       *
      *  Writes the changes still pending, brought forward and newly  *
      *  captured, as the next generation of the pending dataset.     *
      *****************************************************************
       6100-Write-New-Pending.
           Perform 6110-Write-One-Pending-Item thru 6110-Exit
               varying WS-PENDING-INDEX from 1 by 1
               until WS-PENDING-INDEX > WS-PENDING-COUNT.

       6100-Exit.
           Exit.

       6110-Write-One-Pending-Item.
           If not PND-STILL-PENDING(WS-PENDING-INDEX)
               Go to 6110-Exit
           End-if.
           Move PND-PENDING-ID(WS-PENDING-INDEX) to KNP-PENDING-ID.
           Move PND-TRANSACTION(WS-PENDING-INDEX) to KNP-TRANSACTION.
           Move KANJI-PENDING-RECORD to Pending-Record-New.
           Write Pending-Record-New.
           Add 1 to WS-PENDING-WRITTEN.

       6110-Exit.
           Exit.

      *****************************************************************
      *  7000-COMPUTE-DAY-NUMBER                                      *
      *  WS-DNW-DATE (yyyymmdd) to a day number, so two dates a       *
      *  month or a year boundary apart subtract to the days between. *
      *  Counting years from March, days before a month are           *
      *  (153 * month + 2) / 5 with March as month zero.  A date      *
      *  that is not a calendar date gives zero.                      *
      *****************************************************************
       7000-Compute-Day-Number.
           Move Zero to WS-DNW-DAY-NUMBER.
           If WS-DNW-DATE not numeric
               Go to 7000-Exit
           End-if.
           If WS-DNW-YEAR < 1900
               or WS-DNW-MONTH < 1 or WS-DNW-MONTH > 12
               or WS-DNW-DAY < 1 or WS-DNW-DAY > 31
               Go to 7000-Exit
           End-if.
           If WS-DNW-MONTH < 3
               Compute WS-DNW-SHIFTED-YEAR = WS-DNW-YEAR - 1
               Compute WS-DNW-SHIFTED-MONTH = WS-DNW-MONTH + 9
           Else
               Move WS-DNW-YEAR to WS-DNW-SHIFTED-YEAR
               Compute WS-DNW-SHIFTED-MONTH = WS-DNW-MONTH - 3
           End-if.
           Compute WS-DNW-DAY-NUMBER =
               WS-DNW-SHIFTED-YEAR * 365 + WS-DNW-DAY.
           Divide WS-DNW-SHIFTED-YEAR by 4
               giving WS-DNW-QUOTIENT.
           Add WS-DNW-QUOTIENT to WS-DNW-DAY-NUMBER.
           Divide WS-DNW-SHIFTED-YEAR by 100
               giving WS-DNW-QUOTIENT.
           Subtract WS-DNW-QUOTIENT from WS-DNW-DAY-NUMBER.
           Divide WS-DNW-SHIFTED-YEAR by 400
               giving WS-DNW-QUOTIENT.
           Add WS-DNW-QUOTIENT to WS-DNW-DAY-NUMBER.
           Compute WS-DNW-QUOTIENT =
               WS-DNW-SHIFTED-MONTH * 153 + 2.
           Divide WS-DNW-QUOTIENT by 5
               giving WS-DNW-QUOTIENT.
           Add WS-DNW-QUOTIENT to WS-DNW-DAY-NUMBER.

       7000-Exit.
           Exit.

      *****************************************************************
      *  8000-FINALIZE                                                *
      *****************************************************************
       8000-Finalize.
           Perform 8100-Print-Control-Report thru 8100-Exit.
           Close Transaction-File.
           Close Approval-File.
           Close New-Kanji-Dict-File.
           Close New-Pending-File.
           Close History-File.
           Close Pending-Report-File.
           Close Control-Report-File.

       8000-Exit.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "PENDING CHANGES BROUGHT FORWARD" to WS-RPT-LABEL.
           Move WS-PENDING-READ to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "APPROVAL TRANSACTIONS READ" to WS-RPT-LABEL.
           Move WS-APPROVALS-READ to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "  DECISIONS ACCEPTED" to WS-RPT-LABEL.
           Move WS-APPROVALS-ACCEPTED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "  DECISIONS REFUSED" to WS-RPT-LABEL.
           Move WS-APPROVALS-REFUSED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "    CHECKER SAME AS MAKER" to WS-RPT-LABEL.
           Move WS-SELF-APPROVALS to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "APPROVED CHANGES REJECTED ON APPLY" to WS-RPT-LABEL.
           Move WS-APPROVED-FAILED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "PENDING CHANGES REJECTED BY CHECKER" to WS-RPT-LABEL.
           Move WS-CHECKER-REJECTED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "PENDING CHANGES EXPIRED" to WS-RPT-LABEL.
           Move WS-PENDING-EXPIRED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "TRANSACTIONS CAPTURED AS PENDING" to WS-RPT-LABEL.
           Move WS-TRANS-CAPTURED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "PENDING CHANGES CARRIED FORWARD" to WS-RPT-LABEL.
           Move WS-PENDING-WRITTEN to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Display "ANGLO-KNJMAINT: " WS-TRANS-READ " transactions, "
               WS-TRANS-CAPTURED " captured, "
               WS-TRANS-APPLIED " applied, "
               WS-TRANS-REJECTED " rejected, "
               WS-ROWS-WRITTEN " rows written" upon stdout.
