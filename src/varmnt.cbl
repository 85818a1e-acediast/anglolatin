       Identification division.
       Program-ID.    ANGLO-VARMAINT.
       Author.        Darren Xu.
       Date-written.  October 2026.
       Installation.  WSL2.
       Security.      Non-confidential.

      *****************************************************************
      *  Modification history                                        *
      *  ---------------------------------------------------------    *
      *  2026-10-15 dxu   Original.  Maintenance for the              *
      *                   variant-kanji folding table (VARDICT,       *
      *                   VARREC.CPY: one row per old-style or        *
      *                   compatibility form with the standard kanji  *
      *                   ANGLO-CONVERT reads it as), under the same  *
      *                   maker/checker control as ANGLO-KNJMAINT.    *
      *                   Add/change/delete transactions (VARTRN.CPY) *
      *                   keyed by the variant are screened at        *
      *                   capture: the variant may lie outside the    *
      *                   VALCHR.CPY kanji range -- the compatibility *
      *                   ideographs most need folding -- but may not *
      *                   be blank, kana, the chouonpu mark or        *
      *                   romaji; the standard must be a kanji in     *
      *                   range and differ from the variant.          *
      *                   Screened transactions wait in the pending   *
      *                   dataset (VARPEND, VARPND.CPY) for a         *
      *                   checker's decision on VARAPPR (APVTRN.CPY); *
      *                   a decision by the maker, a blank checker, a *
      *                   bad code or a second decision is refused,   *
      *                   undecided items expire after the card's     *
      *                   days (PNDCRD.CPY), and approved items apply *
      *                   in capture order.  At apply a duplicate or  *
      *                   missing variant or a full table rejects,    *
      *                   and a fold may not chain: the standard may  *
      *                   not itself be a variant, nor a new variant  *
      *                   any row's standard.  Every outcome is       *
      *                   logged to the change history (VARHIST,      *
      *                   VARHST.CPY: variant, old and new standard,  *
      *                   pending ID, checker and approval time) and  *
      *                   to the pending-change report (VARPRPT).     *
      *  2026-10-15 dxu   Pending-change report STANDARD column moved *
      *                   under its heading.                          *
      *****************************************************************

       Environment division.
       Configuration section.
       Source-computer. x64.

       Input-output section.
       File-control.
           Select Optional Pending-Card-File assign to Pndcard
               organization is line sequential
               file status is WS-PNDCARD-STATUS.

           Select Optional Transaction-File assign to Tranfile
               organization is line sequential
               file status is WS-TRANFILE-STATUS.

           Select Optional Variant-File assign to Vardict
               organization is line sequential
               file status is WS-VARDICT-STATUS.

           Select New-Variant-File assign to Varnew
               organization is line sequential.

           Select History-File assign to Varhist
               organization is line sequential.

      *    ----  pending changes brought forward and carried forward, --
      *    ----  the checkers' decisions, and the report of what      --
      *    ----  became of each pending change.                       --
           Select Optional Pending-File assign to Varpend
               organization is line sequential
               file status is WS-VARPEND-STATUS.

           Select New-Pending-File assign to Varpnew
               organization is line sequential.

           Select Optional Approval-File assign to Varappr
               organization is line sequential
               file status is WS-VARAPPR-STATUS.

           Select Pending-Report-File assign to Varprpt
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
       01  Transaction-Record-In       Picture is X(13).

       FD  Variant-File
           label records are standard.
       01  Variant-Record-In           Picture is X(04).

       FD  New-Variant-File
           label records are standard.
       01  Variant-Record-New          Picture is X(04).

       FD  History-File
           label records are standard.
       01  History-Record-Out          Picture is X(123).

       FD  Pending-File
           label records are standard.
       01  Pending-Record-In           Picture is X(31).

       FD  New-Pending-File
           label records are standard.
       01  Pending-Record-New          Picture is X(31).

       FD  Approval-File
           label records are standard.
       01  Approval-Record-In          Picture is X(80).

       FD  Pending-Report-File
           label records are standard.
       01  Pending-Report-Line         Picture is X(130).

       FD  Control-Report-File
           label records are standard.
       01  Control-Report-Line         Picture is X(80).

       Working-storage section.

       77 WS-VARDICT-STATUS picture is X(02) Value Spaces.
       77 WS-PNDCARD-STATUS picture is X(02) Value Spaces.
       77 WS-TRANFILE-STATUS picture is X(02) Value Spaces.
       77 WS-VARPEND-STATUS picture is X(02) Value Spaces.
       77 WS-VARAPPR-STATUS picture is X(02) Value Spaces.

           Copy varrec.
           Copy vartrn.
           Copy varhst.
           Copy varpnd.
           Copy apvtrn.
           Copy pndcrd.
           Copy valchr.

      *    ----  the whole folding table, held and kept sorted by     --
      *    ----  variant in storage while the transactions apply --   --
      *    ----  same 2000-row capacity as ANGLO-CONVERT's resident   --
      *    ----  table, so a table this program accepts always loads  --
      *    ----  whole in the nightly run.                            --
       01  MASTER-TABLE.
           05  WS-MASTER-COUNT          Picture is 9(04)
                                         Usage is Comp
                                         Value is Zero.
           05  MASTER-ENTRY Occurs 0 to 2000 Times
                       Depending on WS-MASTER-COUNT.
               10  VRM-VARIANT          Picture is N(01).
               10  VRM-STANDARD         Picture is N(01).

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
               10  PND-TRANSACTION      Picture is X(13).
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
           05  WS-FOUND-SWITCH          Picture is X(01) Value 'N'.
               88  MASTER-ROW-FOUND             Value 'Y'.
           05  WS-STOP-SWITCH           Picture is X(01) Value 'N'.
               88  SCAN-IS-STOPPED              Value 'Y'.
           05  WS-VALID-SWITCH          Picture is X(01) Value 'Y'.
               88  FIELD-IS-VALID                Value 'Y'.
               88  FIELD-IS-INVALID               Value 'N'.
           05  WS-PENDING-FOUND-SWITCH  Picture is X(01) Value 'N'.
               88  PENDING-ITEM-FOUND           Value 'Y'.

       77 WS-MASTER-ROWS-READ      Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-MASTER-DUPLICATES     Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-TRANS-READ            Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-TRANS-APPLIED         Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-TRANS-REJECTED        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-ADDS-APPLIED          Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-CHANGES-APPLIED       Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-DELETES-APPLIED       Picture is 9(09) Usage is Comp
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
       77 WS-SHIFT-INDEX           Picture is 9(04) Usage is Comp
                                    Value Zero.
       77 WS-WRITE-INDEX           Picture is 9(04) Usage is Comp
                                    Value Zero.
       77 WS-SCAN-INDEX            Picture is 9(04) Usage is Comp
                                    Value Zero.
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
       77 WS-SEARCH-KEY            Picture is N(01) Value Space.

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
           05  WS-PRL-VARIANT       Picture is N(01).
           05  FILLER               Picture is X(06).
           05  WS-PRL-STANDARD      Picture is N(01).
           05  FILLER               Picture is X(07).
           05  WS-PRL-REASON        Picture is X(30).
           05  FILLER               Picture is X(08).

       Procedure division.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *  The pending changes brought forward take the checkers'       *
      *  decisions and are settled in the order they were keyed --    *
      *  approved ones apply to the folding table -- before the       *
      *  day's new transactions are screened and captured as          *
      *  pending.                                                     *
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

       0000-Mainline-Exit.
           Exit.

      *****************************************************************
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
               Display "ANGLO-VARMAINT: card run date " WS-AGE-DATE
                   " is not a date - today used" upon stdout
               Move WS-RUN-DATE to WS-AGE-DATE
               Move WS-AGE-DATE to WS-DNW-DATE
               Perform 7000-Compute-Day-Number thru 7000-Exit
           End-if.
           Move WS-DNW-DAY-NUMBER to WS-AGE-DAY.

           Open input  Transaction-File.
           If WS-TRANFILE-STATUS not = "00"
               and WS-TRANFILE-STATUS not = "05"
               Display "ANGLO-VARMAINT: Transaction-File open status "
                   WS-TRANFILE-STATUS upon stdout
           End-if.
           Open input  Variant-File.
           If WS-VARDICT-STATUS not = "00"
               and WS-VARDICT-STATUS not = "05"
               Display "ANGLO-VARMAINT: Variant-File open status "
                   WS-VARDICT-STATUS upon stdout
           End-if.
           Open input  Pending-File.
           If WS-VARPEND-STATUS not = "00"
               and WS-VARPEND-STATUS not = "05"
               Display "ANGLO-VARMAINT: Pending-File open status "
                   WS-VARPEND-STATUS upon stdout
           End-if.
           Open input  Approval-File.
           If WS-VARAPPR-STATUS not = "00"
               and WS-VARAPPR-STATUS not = "05"
               Display "ANGLO-VARMAINT: Approval-File open status "
                   WS-VARAPPR-STATUS upon stdout
           End-if.
           Open output New-Variant-File.
           Open output New-Pending-File.
           Open extend History-File.
           Open output Pending-Report-File.
           Open output Control-Report-File.
           Perform 1400-Write-Pending-Heading thru 1400-Exit.

       1000-Exit.
           Exit.

      *****************************************************************
      *  1100-LOAD-MASTER                                             *
      *  Reads the current folding table into the in-storage table    *
      *  in variant order -- the file on disk may not be sorted, so   *
      *  each row inserts at its proper position.  A second row for   *
      *  a variant already loaded is dropped, counted and reported:   *
      *  a variant folds one way only.                                *
      *****************************************************************
       1100-Load-Master.
           Perform 1110-Load-One-Master-Row thru 1110-Exit
               until END-OF-INPUT
               or WS-MASTER-COUNT = 2000.
           If WS-MASTER-COUNT = 2000
               and not END-OF-INPUT
               Display "ANGLO-VARMAINT: folding table exceeds 2000 "
                   "rows - remainder dropped" upon stdout
           End-if.
           Move 'N' to WS-EOF-SWITCH.
           Close Variant-File.

       1100-Exit.
           Exit.

       1110-Load-One-Master-Row.
           Read Variant-File into Variant-Record-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 1110-Exit
           end-read.
           Move Variant-Record-In to VARIANT-KANJI-RECORD.
           Add 1 to WS-MASTER-ROWS-READ.
           Move VAR-VARIANT-KANJI to WS-SEARCH-KEY.
           Perform 3100-Find-Master-Row thru 3100-Exit.
           If MASTER-ROW-FOUND
               Add 1 to WS-MASTER-DUPLICATES
               Display "ANGLO-VARMAINT: duplicate variant row "
                   "dropped" upon stdout
               Go to 1110-Exit
           End-if.
           Perform 3200-Insert-Master-Row thru 3200-Exit.
           Move VAR-VARIANT-KANJI to VRM-VARIANT(WS-FIND-INDEX).
           Move VAR-STANDARD-KANJI to VRM-STANDARD(WS-FIND-INDEX).

       1110-Exit.
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
               Display "ANGLO-VARMAINT: more than 2000 pending "
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
           Move Pending-Record-In to VARIANT-PENDING-RECORD.
           Move VRP-TRANSACTION to VARIANT-TRANSACTION.
           Add 1 to WS-PENDING-COUNT.
           Move VRP-PENDING-ID to PND-PENDING-ID(WS-PENDING-COUNT).
           Move VRP-TRANSACTION to PND-TRANSACTION(WS-PENDING-COUNT).
           Move VRT-USER-ID to PND-MAKER-ID(WS-PENDING-COUNT).
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
           Move Spaces to VRH-DISPOSITION.
           If not APV-DECISION-APPROVE
               and not APV-DECISION-REJECT
               Move "APPROVAL REFUSED - BAD CODE" to VRH-DISPOSITION
           End-if.
           If VRH-DISPOSITION = Spaces
               and APV-CHECKER-ID = Spaces
               Move "APPROVAL REFUSED - NO CHECKER" to VRH-DISPOSITION
           End-if.
           If VRH-DISPOSITION = Spaces
               and APV-CHECKER-ID = PND-MAKER-ID(WS-PENDING-INDEX)
               Move "APPROVAL REFUSED - SAME USER" to VRH-DISPOSITION
               Add 1 to WS-SELF-APPROVALS
           End-if.
           If VRH-DISPOSITION = Spaces
               and not PND-UNDECIDED(WS-PENDING-INDEX)
               Move "APPROVAL REFUSED - DUPLICATE" to VRH-DISPOSITION
           End-if.
           If VRH-DISPOSITION not = Spaces
               Add 1 to WS-APPROVALS-REFUSED
               Move PND-TRANSACTION(WS-PENDING-INDEX)
                   to VARIANT-TRANSACTION
               Perform 5200-Set-Lifecycle-History thru 5200-Exit
               Move APV-CHECKER-ID to VRH-CHECKER-ID
               Move Spaces to VRH-APPROVAL-TIMESTAMP
               String WS-ACCEPT-DATE delimited by size
                      WS-ACCEPT-TIME delimited by size
                   into VRH-APPROVAL-TIMESTAMP
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
           Move "ANGLO-VARMAINT PENDING-CHANGE REPORT"
               to Pending-Report-Line.
           Write Pending-Report-Line.
           Move Spaces to Pending-Report-Line.
           Move "PENDING ID          A  MAKER     CHECKER   OUTCOME"
               to Pending-Report-Line.
           Move "VARIANT STANDARD" to Pending-Report-Line(76:16).
           Move "CHECKER'S REASON" to Pending-Report-Line(93:16).
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
      *  the variant is in the table is only known when the change    *
      *  is approved and applied (2500).                              *
      *****************************************************************
       2000-Capture-One-Transaction.
           Read Transaction-File into Transaction-Record-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 2000-Exit
           end-read.
           Move Transaction-Record-In to VARIANT-TRANSACTION.
           Add 1 to WS-TRANS-READ.

           Move Space to VRH-OLD-STANDARD-KANJI.
           Move Space to VRH-NEW-STANDARD-KANJI.
           Move Spaces to VRH-PENDING-ID.
           Move Spaces to VRH-CHECKER-ID.
           Move Spaces to VRH-APPROVAL-TIMESTAMP.
           Move Spaces to WS-LINE-REASON.

           If not VRT-ACTION-ADD
               and not VRT-ACTION-CHANGE
               and not VRT-ACTION-DELETE
               Move "REJECTED - BAD ACTION CODE" to VRH-DISPOSITION
               Perform 2800-Reject-Transaction thru 2800-Exit
               Go to 2000-Exit
           End-if.

      *    ----  only content being introduced to the table is        --
      *    ----  screened.  On DELETE the variant is the key naming   --
      *    ----  the existing row, and the master load accepts        --
      *    ----  whatever is on disk -- so the key must too.          --
           If VRT-ACTION-DELETE
               Perform 2900-Capture-Pending-Item thru 2900-Exit
               Go to 2000-Exit
           End-if.

           Perform 2100-Validate-Variant thru 2100-Exit.
           If FIELD-IS-INVALID
               Move "REJECTED - BAD VARIANT KANJI" to VRH-DISPOSITION
               Perform 2800-Reject-Transaction thru 2800-Exit
               Go to 2000-Exit
           End-if.

           Move VRT-STANDARD-KANJI to WS-VALID-CHAR-ITEM.
           If not VALID-KANJI-CHAR
               Move "REJECTED - BAD STANDARD KANJI" to VRH-DISPOSITION
               Perform 2800-Reject-Transaction thru 2800-Exit
               Go to 2000-Exit
           End-if.

           If VRT-VARIANT-KANJI = VRT-STANDARD-KANJI
               Move "REJECTED - SAME AS STANDARD" to VRH-DISPOSITION
               Perform 2800-Reject-Transaction thru 2800-Exit
               Go to 2000-Exit
           End-if.

           Perform 2900-Capture-Pending-Item thru 2900-Exit.

       2000-Exit.
           Exit.

      *****************************************************************
      *  2100-VALIDATE-VARIANT                                        *
      *  A variant need not be in the VALCHR.CPY kanji range -- the   *
      *  compatibility ideographs that most need folding lie outside  *
      *  it -- but it must be a character ANGLO-CONVERT would not     *
      *  otherwise take for something else: not blank, and not kana,  *
      *  the chouonpu mark or romaji.                                  *
      *****************************************************************
       2100-Validate-Variant.
           Move 'Y' to WS-VALID-SWITCH.
           Move VRT-VARIANT-KANJI to WS-VALID-CHAR-ITEM.
           If VALID-BLANK-CHAR
               or VALID-HIRAGANA-CHAR
               or VALID-KATAKANA-CHAR
               or VALID-CHOONPU-CHAR
               or VALID-ROMAJI-UPPER
               or VALID-ROMAJI-LOWER
               or VALID-ROMAJI-MACRON
               or VALID-MACRON-UPPER
               Move 'N' to WS-VALID-SWITCH
           End-if.

       2100-Exit.
           Exit.

      *****************************************************************
      *  2200-APPLY-ADD                                               *
      *****************************************************************
       2200-Apply-Add.
           If MASTER-ROW-FOUND
               Move "REJECTED - DUPLICATE VARIANT" to VRH-DISPOSITION
               Perform 2800-Reject-Transaction thru 2800-Exit
               Go to 2200-Exit
           End-if.
           If WS-MASTER-COUNT = 2000
               Move "REJECTED - FOLDING TABLE FULL" to VRH-DISPOSITION
               Perform 2800-Reject-Transaction thru 2800-Exit
               Go to 2200-Exit
           End-if.
           Perform 2600-Check-Fold-Chain thru 2600-Exit.
           If FIELD-IS-INVALID
               Perform 2800-Reject-Transaction thru 2800-Exit
               Go to 2200-Exit
           End-if.
           Perform 3200-Insert-Master-Row thru 3200-Exit.
           Move VRT-VARIANT-KANJI to VRM-VARIANT(WS-FIND-INDEX).
           Move VRT-STANDARD-KANJI to VRM-STANDARD(WS-FIND-INDEX).
           Move VRT-STANDARD-KANJI to VRH-NEW-STANDARD-KANJI.
           Move "APPLIED" to VRH-DISPOSITION.
           Add 1 to WS-TRANS-APPLIED.
           Add 1 to WS-ADDS-APPLIED.
           Perform 5000-Write-History-Row thru 5000-Exit.

       2200-Exit.
           Exit.

      *****************************************************************
      *  2300-APPLY-CHANGE                                            *
      *****************************************************************
       2300-Apply-Change.
           If not MASTER-ROW-FOUND
               Move "REJECTED - VARIANT NOT FOUND" to VRH-DISPOSITION
               Perform 2800-Reject-Transaction thru 2800-Exit
               Go to 2300-Exit
           End-if.
           Perform 2600-Check-Fold-Chain thru 2600-Exit.
           If FIELD-IS-INVALID
               Perform 2800-Reject-Transaction thru 2800-Exit
               Go to 2300-Exit
           End-if.
           Move VRM-STANDARD(WS-FIND-INDEX) to VRH-OLD-STANDARD-KANJI.
           Move VRT-STANDARD-KANJI to VRM-STANDARD(WS-FIND-INDEX).
           Move VRT-STANDARD-KANJI to VRH-NEW-STANDARD-KANJI.
           Move "APPLIED" to VRH-DISPOSITION.
           Add 1 to WS-TRANS-APPLIED.
           Add 1 to WS-CHANGES-APPLIED.
           Perform 5000-Write-History-Row thru 5000-Exit.

       2300-Exit.
           Exit.

      *****************************************************************
      *  2400-APPLY-DELETE                                            *
      *****************************************************************
       2400-Apply-Delete.
           If not MASTER-ROW-FOUND
               Move "REJECTED - VARIANT NOT FOUND" to VRH-DISPOSITION
               Perform 2800-Reject-Transaction thru 2800-Exit
               Go to 2400-Exit
           End-if.
           Move VRM-STANDARD(WS-FIND-INDEX) to VRH-OLD-STANDARD-KANJI.
           Perform 3300-Delete-Master-Row thru 3300-Exit.
           Move "APPLIED" to VRH-DISPOSITION.
           Add 1 to WS-TRANS-APPLIED.
           Add 1 to WS-DELETES-APPLIED.
           Perform 5000-Write-History-Row thru 5000-Exit.

       2400-Exit.
           Exit.

      *****************************************************************
      *  2500-APPLY-APPROVED-CHANGE                                   *
      *  Applies one approved pending change to the folding table;    *
      *  the change-history row carries the checker with the maker.   *
      *  A change the table no longer allows -- an add whose variant  *
      *  is now there, a change or delete whose variant is gone, a    *
      *  fold that would now chain -- rejects here, approved or not.  *
      *****************************************************************
       2500-Apply-Approved-Change.
           Perform 5200-Set-Lifecycle-History thru 5200-Exit.
           Move Space to VRH-OLD-STANDARD-KANJI.
           Move Space to VRH-NEW-STANDARD-KANJI.
           Move VRT-VARIANT-KANJI to WS-SEARCH-KEY.
           Perform 3100-Find-Master-Row thru 3100-Exit.

           If VRT-ACTION-ADD
               Perform 2200-Apply-Add thru 2200-Exit
               Go to 2500-Exit
           End-if.
           If VRT-ACTION-CHANGE
               Perform 2300-Apply-Change thru 2300-Exit
               Go to 2500-Exit
           End-if.
           Perform 2400-Apply-Delete thru 2400-Exit.

       2500-Exit.
           Exit.

      *****************************************************************
      *  2600-CHECK-FOLD-CHAIN                                        *
      *  A fold is one step: the standard form being set must not     *
      *  itself be a variant in the table, and a variant being added  *
      *  must not be the standard form of another row -- otherwise    *
      *  what a name folds to would depend on the order the rows      *
      *  were looked at.  Leaves WS-FIND-INDEX back on the            *
      *  transaction's own variant for the caller.                    *
      *****************************************************************
       2600-Check-Fold-Chain.
           Move 'Y' to WS-VALID-SWITCH.
           Move VRT-STANDARD-KANJI to WS-SEARCH-KEY.
           Perform 3100-Find-Master-Row thru 3100-Exit.
           If MASTER-ROW-FOUND
               Move 'N' to WS-VALID-SWITCH
               Move "REJECTED - STANDARD IS VARIANT"
                   to VRH-DISPOSITION
           End-if.
           If FIELD-IS-VALID
               and VRT-ACTION-ADD
               Perform 3500-Find-Standard-Use thru 3500-Exit
               If SCAN-IS-STOPPED
                   Move 'N' to WS-VALID-SWITCH
                   Move "REJECTED - VARIANT IS A TARGET"
                       to VRH-DISPOSITION
               End-if
           End-if.
           Move VRT-VARIANT-KANJI to WS-SEARCH-KEY.
           Perform 3100-Find-Master-Row thru 3100-Exit.

       2600-Exit.
           Exit.

      *****************************************************************
      *  2800-REJECT-TRANSACTION                                      *
      *  Counts the reject and logs it to the change history with     *
      *  the reason already set in VRH-DISPOSITION.                   *
      *****************************************************************
       2800-Reject-Transaction.
           Add 1 to WS-TRANS-REJECTED.
           Perform 5000-Write-History-Row thru 5000-Exit.

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
               Move "REJECTED - PENDING FILE FULL" to VRH-DISPOSITION
               Perform 2800-Reject-Transaction thru 2800-Exit
               Go to 2900-Exit
           End-if.
           Add 1 to WS-CAPTURE-SEQUENCE.
           Move WS-RUN-DATE to VRP-CAPTURE-DATE.
           Move WS-RUN-TIME(1:6) to VRP-CAPTURE-TIME.
           Move WS-CAPTURE-SEQUENCE to VRP-CAPTURE-SEQUENCE.
           Move VARIANT-TRANSACTION to VRP-TRANSACTION.
           Add 1 to WS-PENDING-COUNT.
           Move WS-PENDING-COUNT to WS-PENDING-INDEX.
           Move VRP-PENDING-ID to PND-PENDING-ID(WS-PENDING-INDEX).
           Move VRP-TRANSACTION to PND-TRANSACTION(WS-PENDING-INDEX).
           Move VRT-USER-ID to PND-MAKER-ID(WS-PENDING-INDEX).
           Move Space to PND-DECISION(WS-PENDING-INDEX).
           Move Spaces to PND-CHECKER-ID(WS-PENDING-INDEX).
           Move Spaces to PND-CHECKER-REASON(WS-PENDING-INDEX).
           Move Spaces to PND-DECISION-TIMESTAMP(WS-PENDING-INDEX).
           Move 'P' to PND-STATE(WS-PENDING-INDEX).
           Add 1 to WS-TRANS-CAPTURED.
           Perform 5200-Set-Lifecycle-History thru 5200-Exit.
           Move "AWAITING APPROVAL" to VRH-DISPOSITION.
           Perform 5000-Write-History-Row thru 5000-Exit.

       2900-Exit.
           Exit.

      *****************************************************************
      *  3100-FIND-MASTER-ROW                                         *
      *  Serial scan of the sorted table for WS-SEARCH-KEY: leaves    *
      *  WS-FIND-INDEX at the matching row, or at the position the    *
      *  key would insert at, with the found switch saying which.     *
      *****************************************************************
       3100-Find-Master-Row.
           Move 'N' to WS-FOUND-SWITCH.
           Perform varying WS-FIND-INDEX from 1 by 1
                   until WS-FIND-INDEX > WS-MASTER-COUNT
                   or VRM-VARIANT(WS-FIND-INDEX) >= WS-SEARCH-KEY
               Continue
           End-perform.
           If WS-FIND-INDEX <= WS-MASTER-COUNT
               If VRM-VARIANT(WS-FIND-INDEX) = WS-SEARCH-KEY
                   Move 'Y' to WS-FOUND-SWITCH
               End-if
           End-if.

       3100-Exit.
           Exit.

      *****************************************************************
      *  3200-INSERT-MASTER-ROW                                       *
      *  Opens a hole at WS-FIND-INDEX, shifting the tail of the      *
      *  table down one row; the caller fills the hole.               *
      *****************************************************************
       3200-Insert-Master-Row.
           Add 1 to WS-MASTER-COUNT.
           Perform varying WS-SHIFT-INDEX from WS-MASTER-COUNT by -1
                   until WS-SHIFT-INDEX <= WS-FIND-INDEX
               Move MASTER-ENTRY(WS-SHIFT-INDEX - 1) to
                   MASTER-ENTRY(WS-SHIFT-INDEX)
           End-perform.

       3200-Exit.
           Exit.

      *****************************************************************
      *  3300-DELETE-MASTER-ROW                                       *
      *  Closes the hole at WS-FIND-INDEX, shifting the tail of the   *
      *  table up one row.                                            *
      *****************************************************************
       3300-Delete-Master-Row.
           Perform varying WS-SHIFT-INDEX from WS-FIND-INDEX by 1
                   until WS-SHIFT-INDEX >= WS-MASTER-COUNT
               Move MASTER-ENTRY(WS-SHIFT-INDEX + 1) to
                   MASTER-ENTRY(WS-SHIFT-INDEX)
           End-perform.
           Subtract 1 from WS-MASTER-COUNT.

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
      *  3500-FIND-STANDARD-USE                                       *
      *  Serial scan for a row whose standard form is the variant     *
      *  being added; the stop switch says whether there is one.      *
      *****************************************************************
       3500-Find-Standard-Use.
           Move 'N' to WS-STOP-SWITCH.
           Perform varying WS-SCAN-INDEX from 1 by 1
                   until WS-SCAN-INDEX > WS-MASTER-COUNT
                   or VRM-STANDARD(WS-SCAN-INDEX) = VRT-VARIANT-KANJI
               Continue
           End-perform.
           If WS-SCAN-INDEX <= WS-MASTER-COUNT
               Move 'Y' to WS-STOP-SWITCH
           End-if.

       3500-Exit.
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
               to VARIANT-TRANSACTION.
           Move Spaces to WS-LINE-REASON.

           If PND-APPROVED(WS-PENDING-INDEX)
               Perform 2500-Apply-Approved-Change thru 2500-Exit
               If VRH-DISPOSITION not = "APPLIED"
                   Add 1 to WS-APPROVED-FAILED
               End-if
               Move 'S' to PND-STATE(WS-PENDING-INDEX)
               Go to 4000-Exit
           End-if.

           Perform 5200-Set-Lifecycle-History thru 5200-Exit.
           If PND-REJECTED(WS-PENDING-INDEX)
               Move "REJECTED BY CHECKER" to VRH-DISPOSITION
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
               Move "EXPIRED - NOT DECIDED IN TIME" to VRH-DISPOSITION
               Add 1 to WS-PENDING-EXPIRED
               Perform 5000-Write-History-Row thru 5000-Exit
               Move 'S' to PND-STATE(WS-PENDING-INDEX)
               Go to 4000-Exit
           End-if.

           Move "AWAITING APPROVAL" to VRH-DISPOSITION.
           Perform 5100-Report-Pending-Item thru 5100-Exit.

       4000-Exit.
           Exit.

      *****************************************************************
      *  5000-WRITE-HISTORY-ROW                                       *
      *****************************************************************
       5000-Write-History-Row.
           Accept WS-ACCEPT-DATE from Date Yyyymmdd.
           Accept WS-ACCEPT-TIME from Time.
           Move Spaces to VRH-TIMESTAMP.
           String WS-ACCEPT-DATE delimited by size
                  WS-ACCEPT-TIME delimited by size
               into VRH-TIMESTAMP
           end-string.
           Move VRT-USER-ID to VRH-USER-ID.
           Move VRT-ACTION-CODE to VRH-ACTION-CODE.
           Move VRT-VARIANT-KANJI to VRH-VARIANT-KANJI.
           Move VARIANT-HISTORY-RECORD to History-Record-Out.
           Write History-Record-Out.
           Perform 5100-Report-Pending-Item thru 5100-Exit.

       5000-Exit.
           Exit.

      *****************************************************************
      *  5100-REPORT-PENDING-ITEM                                     *
      *  The pending-change report line for the transaction in hand,  *
      *  its outcome in VRH-DISPOSITION.                              *
      *****************************************************************
       5100-Report-Pending-Item.
           Move Spaces to WS-PENDING-LINE.
           Move VRH-PENDING-ID to WS-PRL-PENDING-ID.
           Move VRT-ACTION-CODE to WS-PRL-ACTION.
           Move VRT-USER-ID to WS-PRL-MAKER.
           Move VRH-CHECKER-ID to WS-PRL-CHECKER.
           Move VRH-DISPOSITION to WS-PRL-OUTCOME.
           Move VRT-VARIANT-KANJI to WS-PRL-VARIANT.
           If not VRT-ACTION-DELETE
               Move VRT-STANDARD-KANJI to WS-PRL-STANDARD
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
      *  there is one, and the standard form it proposes.             *
      *****************************************************************
       5200-Set-Lifecycle-History.
           Move PND-PENDING-ID(WS-PENDING-INDEX) to VRH-PENDING-ID.
           Move PND-CHECKER-ID(WS-PENDING-INDEX) to VRH-CHECKER-ID.
           Move PND-DECISION-TIMESTAMP(WS-PENDING-INDEX)
               to VRH-APPROVAL-TIMESTAMP.
           Move Space to VRH-OLD-STANDARD-KANJI.
           Move Space to VRH-NEW-STANDARD-KANJI.
           If not VRT-ACTION-DELETE
               Move VRT-STANDARD-KANJI to VRH-NEW-STANDARD-KANJI
           End-if.

       5200-Exit.
           Exit.

      *****************************************************************
      *  6000-WRITE-NEW-MASTER                                        *
      *  Writes the table back out in variant order as the next       *
      *  generation of the folding table.                             *
      *****************************************************************
       6000-Write-New-Master.
           Perform varying WS-WRITE-INDEX from 1 by 1
                   until WS-WRITE-INDEX > WS-MASTER-COUNT
               Move VRM-VARIANT(WS-WRITE-INDEX) to VAR-VARIANT-KANJI
               Move VRM-STANDARD(WS-WRITE-INDEX) to VAR-STANDARD-KANJI
               Move VARIANT-KANJI-RECORD to Variant-Record-New
               Write Variant-Record-New
               Add 1 to WS-ROWS-WRITTEN
           End-perform.

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
           Move PND-PENDING-ID(WS-PENDING-INDEX) to VRP-PENDING-ID.
           Move PND-TRANSACTION(WS-PENDING-INDEX) to VRP-TRANSACTION.
           Move VARIANT-PENDING-RECORD to Pending-Record-New.
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
           Close New-Variant-File.
           Close New-Pending-File.
           Close History-File.
           Close Pending-Report-File.
           Close Control-Report-File.

       8000-Exit.
           Exit.

      *****************************************************************
      *  8100-PRINT-CONTROL-REPORT                                    *
      *****************************************************************
       8100-Print-Control-Report.
      *    ----  the FILLER tail of WS-REPORT-LINE is never moved to  --
      *    ----  and otherwise still holds low-values, which a line   --
      *    ----  sequential WRITE refuses (status 71).                --
           Move Spaces to WS-REPORT-LINE.
           Move Spaces to Control-Report-Line.
           Move "ANGLO-VARMAINT CONTROL REPORT"
               to Control-Report-Line.
           Write Control-Report-Line.

           Move "VARIANT ROWS READ" to WS-RPT-LABEL.
           Move WS-MASTER-ROWS-READ to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "DUPLICATE ROWS DROPPED" to WS-RPT-LABEL.
           Move WS-MASTER-DUPLICATES to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "TRANSACTIONS READ" to WS-RPT-LABEL.
           Move WS-TRANS-READ to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "TRANSACTIONS APPLIED" to WS-RPT-LABEL.
           Move WS-TRANS-APPLIED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "  ADDS" to WS-RPT-LABEL.
           Move WS-ADDS-APPLIED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "  CHANGES" to WS-RPT-LABEL.
           Move WS-CHANGES-APPLIED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "  DELETES" to WS-RPT-LABEL.
           Move WS-DELETES-APPLIED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "TRANSACTIONS REJECTED" to WS-RPT-LABEL.
           Move WS-TRANS-REJECTED to WS-RPT-VALUE.
           Move WS-REPORT-LINE to Control-Report-Line.
           Write Control-Report-Line.

           Move "VARIANT ROWS WRITTEN" to WS-RPT-LABEL.
           Move WS-ROWS-WRITTEN to WS-RPT-VALUE.
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

           Display "ANGLO-VARMAINT: " WS-TRANS-READ " transactions, "
               WS-TRANS-CAPTURED " captured, "
               WS-TRANS-APPLIED " applied, "
               WS-TRANS-REJECTED " rejected, "
               WS-ROWS-WRITTEN " rows written" upon stdout.

       8100-Exit.
           Exit.

       End program ANGLO-VARMAINT.
