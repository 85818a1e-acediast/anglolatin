       Identification division.
       Program-ID.    ANGLO-NAMEASOF.
       Author.        Darren Xu.
       Date-written.  October 2026.
       Installation.  WSL2.
       Security.      Non-confidential.

      *****************************************************************
      *  Modification history                                        *
      *  ---------------------------------------------------------    *
      *  2026-10-15 dxu   Original.  As-of-date name lookup for       *
      *                   compliance and the card-reissue team:       *
      *                   takes a list of customer number, name type  *
      *                   and date, and answers from the keyed name-  *
      *                   history dataset (NMHIST) what the converted *
      *                   name was on that date -- the kana it came   *
      *                   from, the name, when it took effect, the    *
      *                   run that set it and, when it has since been *
      *                   replaced, the run that superseded it.  A    *
      *                   blank name type answers for legal, mailing  *
      *                   and passport in turn.  Replaces the manual  *
      *                   audit-file search, which could not reach    *
      *                   anything ANGLO-ARCHIVE had already cut.     *
      *  2026-10-15 dxu   The closing line now counts requests read,  *
      *                   answered and left with no history row on    *
      *                   the date, and the run ends with return code *
      *                   4 when any request was left unanswered.     *
      *****************************************************************

       Environment division.
       Configuration section.
       Source-computer. x64.

       Input-output section.
       File-control.
           Select Asof-Request-File assign to Asoffile
               organization is line sequential.

           Select Optional Name-History-File assign to Nmhist
               organization is indexed
               access mode is dynamic
               record key is NHS-KEY
               file status is WS-NMHIST-STATUS.

           Select Asof-Report-File assign to Asofrpt
               organization is line sequential.

       Data division.
       File section.

       FD  Asof-Request-File
           label records are standard.
       01  Asof-Request-In             Picture is X(19).

       FD  Name-History-File
           label records are standard.
           Copy nhsrec.

       FD  Asof-Report-File
           label records are standard.
       01  Asof-Report-Line            Picture is X(160).

       Working-storage section.

       77 WS-NMHIST-STATUS picture is X(02) Value Spaces.

           Copy nhqrec.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            Picture is X(01) Value 'N'.
               88  END-OF-INPUT                 Value 'Y'.
           05  WS-HISTORY-EOF-SWITCH    Picture is X(01) Value 'N'.
               88  END-OF-KEY-HISTORY            Value 'Y'.
           05  WS-ASOF-FOUND-SWITCH     Picture is X(01) Value 'N'.
               88  ASOF-ROW-FOUND                Value 'Y'.
           05  WS-ANY-HISTORY-SWITCH    Picture is X(01) Value 'N'.
               88  KEY-HAS-HISTORY               Value 'Y'.
           05  WS-HISTORY-OPEN-SWITCH   Picture is X(01) Value 'N'.
               88  HISTORY-IS-OPEN               Value 'Y'.

       77 WS-REQUESTS-READ         Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-NAMES-FOUND           Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-NAMES-DELETED         Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-NAMES-NOT-YET         Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-NAMES-NOT-ON-FILE     Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REQUESTS-ANSWERED     Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-REQUESTS-NOT-FOUND    Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-ANSWERS-BEFORE        Picture is 9(09) Usage is Comp
                                    Value Zero.
       77 WS-RETURN-CODE           Picture is 9(02) Usage is Comp
                                    Value Zero.
       77 WS-TYPE-INDEX            Picture is 9(01) Usage is Comp
                                    Value Zero.
       77 WS-ACCEPT-DATE           Picture is 9(08) Value Zero.
       77 WS-LOOKUP-TYPE           Picture is X(01) Value Space.

      *    ----  the newest history row effective on or before the    --
      *    ----  as-of date, held aside while the walk reads on.      --
       77 WS-ASOF-HISTORY-ROW      Picture is X(309) Value Spaces.

       01  WS-LOOKUP-TYPE-TABLE.
           05  FILLER               Picture is X(03) Value "LMP".
       01  WS-LOOKUP-TYPES Redefines WS-LOOKUP-TYPE-TABLE.
           05  WS-LOOKUP-TYPE-CODE  Picture is X(01)
                                     Occurs 3 Times.

      *    ----  report lines.  National fields occupy two bytes a    --
      *    ----  character in the record image, so the name lines     --
      *    ----  carry a 20-position label plus the N(64) field.      --
       01  WS-NAME-LINE.
           05  WS-NML-LABEL         Picture is X(20).
           05  WS-NML-NAME          Picture is N(64).
           05  FILLER               Picture is X(12) Value Spaces.

       01  WS-RESULT-LINE.
           05  WS-RSL-LABEL         Picture is X(20).
           05  WS-RSL-TEXT          Picture is X(60).
           05  FILLER               Picture is X(80) Value Spaces.

      *    ----  display-form copies of the counts for the closing    --
      *    ----  line, which STRING cannot take from COMP items.      --
       01  WS-CLOSING-COUNTS.
           05  WS-CLC-READ          Picture is 9(09).
           05  WS-CLC-ANSWERED      Picture is 9(09).
           05  WS-CLC-NOT-FOUND     Picture is 9(09).

       Procedure division.

      *****************************************************************
      *  0000-MAINLINE                                                *
      *****************************************************************
       0000-Mainline.
           Perform 1000-Initialize thru 1000-Exit.
           Perform 2000-Answer-One-Request thru 2000-Exit
               until END-OF-INPUT.
           Perform 8000-Finalize thru 8000-Exit.
           Move WS-RETURN-CODE to Return-Code.
           Stop run.

       0000-Mainline-Exit.
           Exit.

      *****************************************************************
      *  1000-INITIALIZE                                              *
      *****************************************************************
       1000-Initialize.
           Accept WS-ACCEPT-DATE from Date Yyyymmdd.
           Open input  Asof-Request-File.
           Open input  Name-History-File.
           If WS-NMHIST-STATUS = "00"
               Move 'Y' to WS-HISTORY-OPEN-SWITCH
           Else
               Display "ANGLO-NAMEASOF: Name-History-File open status "
                   WS-NMHIST-STATUS " - no history to search"
                   upon stdout
           End-if.
           Open output Asof-Report-File.

       1000-Exit.
           Exit.

      *****************************************************************
      *  2000-ANSWER-ONE-REQUEST                                      *
      *  One request: a named type answers for that type; a blank    *
      *  type answers for each of legal, mailing and passport that    *
      *  has any history at all.                                      *
      *****************************************************************
       2000-Answer-One-Request.
           Read Asof-Request-File into Asof-Request-In
               at end
                   Move 'Y' to WS-EOF-SWITCH
                   Go to 2000-Exit
           end-read.
           Move Asof-Request-In to NAME-ASOF-REQUEST-RECORD.
           Add 1 to WS-REQUESTS-READ.
           If NHQ-AS-OF-DATE not numeric
               or NHQ-AS-OF-DATE = Zero
               Move WS-ACCEPT-DATE to NHQ-AS-OF-DATE
           End-if.

           Move Spaces to Asof-Report-Line.
           String "==== CUSTOMER " delimited by size
                  NHQ-CUSTOMER-NUMBER delimited by size
                  " - NAME AS OF " delimited by size
                  NHQ-AS-OF-DATE delimited by size
               into Asof-Report-Line
           end-string.
           Write Asof-Report-Line.

           Compute WS-ANSWERS-BEFORE =
               WS-NAMES-FOUND + WS-NAMES-DELETED.
           If NHQ-NAME-TYPE-CODE not = Space
               Move NHQ-NAME-TYPE-CODE to WS-LOOKUP-TYPE
               Perform 2100-Find-Name-As-Of thru 2100-Exit
               Perform 3000-Print-Answer thru 3000-Exit
           Else
               Perform 2050-Answer-One-Type thru 2050-Exit
                   varying WS-TYPE-INDEX from 1 by 1
                   until WS-TYPE-INDEX > 3
           End-if.
      *    ----  a request is answered when some name type found a    --
      *    ----  history row in force (or deleted) on the date.       --
           If WS-NAMES-FOUND + WS-NAMES-DELETED > WS-ANSWERS-BEFORE
               Add 1 to WS-REQUESTS-ANSWERED
           Else
               Add 1 to WS-REQUESTS-NOT-FOUND
               Move 4 to WS-RETURN-CODE
           End-if.

           Move Spaces to Asof-Report-Line.
           Write Asof-Report-Line.

       2000-Exit.
           Exit.

       2050-Answer-One-Type.
           Move WS-LOOKUP-TYPE-CODE(WS-TYPE-INDEX) to WS-LOOKUP-TYPE.
           Perform 2100-Find-Name-As-Of thru 2100-Exit.
           If KEY-HAS-HISTORY
               Perform 3000-Print-Answer thru 3000-Exit
           End-if.

       2050-Exit.
           Exit.

      *****************************************************************
      *  2100-FIND-NAME-AS-OF                                         *
      *  Walks the key's history rows in effective order and keeps    *
      *  the last one that took effect on or before the as-of date.  *
      *  A later row only means the name changed after that date.     *
      *****************************************************************
       2100-Find-Name-As-Of.
           Move 'N' to WS-ASOF-FOUND-SWITCH.
           Move 'N' to WS-ANY-HISTORY-SWITCH.
           Move 'N' to WS-HISTORY-EOF-SWITCH.
           If not HISTORY-IS-OPEN
               Go to 2100-Exit
           End-if.
           Move NHQ-CUSTOMER-NUMBER to NHS-CUSTOMER-NUMBER.
           Move WS-LOOKUP-TYPE to NHS-NAME-TYPE-CODE.
           Move Zero to NHS-EFFECTIVE-DATE.
           Move Zero to NHS-EFFECTIVE-TIME.
           Start Name-History-File key >= NHS-KEY
               invalid key
                   Go to 2100-Exit
           end-start.
           Perform 2110-Read-Key-History thru 2110-Exit
               until END-OF-KEY-HISTORY.
           If ASOF-ROW-FOUND
               Move WS-ASOF-HISTORY-ROW to NAME-HISTORY-RECORD
           End-if.

       2100-Exit.
           Exit.

       2110-Read-Key-History.
           Read Name-History-File next record
               at end
                   Move 'Y' to WS-HISTORY-EOF-SWITCH
                   Go to 2110-Exit
           end-read.
           If NHS-CUSTOMER-NUMBER not = NHQ-CUSTOMER-NUMBER
               or NHS-NAME-TYPE-CODE not = WS-LOOKUP-TYPE
               Move 'Y' to WS-HISTORY-EOF-SWITCH
               Go to 2110-Exit
           End-if.
           Move 'Y' to WS-ANY-HISTORY-SWITCH.
           If NHS-EFFECTIVE-DATE > NHQ-AS-OF-DATE
               Move 'Y' to WS-HISTORY-EOF-SWITCH
               Go to 2110-Exit
           End-if.
           Move 'Y' to WS-ASOF-FOUND-SWITCH.
           Move NAME-HISTORY-RECORD to WS-ASOF-HISTORY-ROW.

       2110-Exit.
           Exit.

      *****************************************************************
      *  3000-PRINT-ANSWER                                            *
      *  The name in force on the as-of date with its provenance, or  *
      *  why there was none: never on file, not yet on file on that   *
      *  date, or deleted from the master by then.                    *
      *****************************************************************
       3000-Print-Answer.
           Move Spaces to WS-RESULT-LINE.
           Move Spaces to WS-RSL-TEXT.
           String "NAME TYPE " delimited by size
                  WS-LOOKUP-TYPE delimited by size
               into WS-RSL-LABEL
           end-string.

           If not KEY-HAS-HISTORY
               Add 1 to WS-NAMES-NOT-ON-FILE
               Move "NO NAME HISTORY ON FILE" to WS-RSL-TEXT
               Perform 3900-Write-Result-Line thru 3900-Exit
               Go to 3000-Exit
           End-if.
           If not ASOF-ROW-FOUND
               Add 1 to WS-NAMES-NOT-YET
               Move "NO NAME YET ON THAT DATE" to WS-RSL-TEXT
               Perform 3900-Write-Result-Line thru 3900-Exit
               Go to 3000-Exit
           End-if.
           If NHS-ACTION-DELETE
               Add 1 to WS-NAMES-DELETED
               String "DELETED FROM MASTER " delimited by size
                      NHS-EFFECTIVE-DATE delimited by size
                      " BY RUN " delimited by size
                      NHS-SET-RUN-ID delimited by size
                   into WS-RSL-TEXT
               end-string
               Perform 3900-Write-Result-Line thru 3900-Exit
               Go to 3000-Exit
           End-if.

           Add 1 to WS-NAMES-FOUND.
           String "IN FORCE FROM " delimited by size
                  NHS-EFFECTIVE-DATE delimited by size
                  " " delimited by size
                  NHS-EFFECTIVE-TIME delimited by size
                  " SET BY RUN " delimited by size
                  NHS-SET-RUN-ID delimited by size
               into WS-RSL-TEXT
           end-string.
           Perform 3900-Write-Result-Line thru 3900-Exit.

           Move Spaces to WS-NAME-LINE.
           Move "  CONVERTED NAME" to WS-NML-LABEL.
           Move NHS-CONVERTED-NAME to WS-NML-NAME.
           Move WS-NAME-LINE to Asof-Report-Line.
           Write Asof-Report-Line.

           Move Spaces to WS-NAME-LINE.
           Move "  ORIGINAL INPUT" to WS-NML-LABEL.
           Move NHS-ORIGINAL-INPUT to WS-NML-NAME.
           Move WS-NAME-LINE to Asof-Report-Line.
           Write Asof-Report-Line.

           Move Spaces to WS-RESULT-LINE.
           Move "  TRUNCATED" to WS-RSL-LABEL.
           If NHS-TRUNCATION-FLAG = 'Y'
               Move "YES" to WS-RSL-TEXT
           Else
               Move "NO" to WS-RSL-TEXT
           End-if.
           Perform 3900-Write-Result-Line thru 3900-Exit.

           Move Spaces to WS-RESULT-LINE.
           Move "  SUPERSEDED" to WS-RSL-LABEL.
           If NHS-SUPERSEDED-RUN-ID = Spaces
               Move "NO - STILL CURRENT" to WS-RSL-TEXT
           Else
               String "ON " delimited by size
                      NHS-SUPERSEDED-DATE delimited by size
                      " BY RUN " delimited by size
                      NHS-SUPERSEDED-RUN-ID delimited by size
                   into WS-RSL-TEXT
               end-string
           End-if.
           Perform 3900-Write-Result-Line thru 3900-Exit.

       3000-Exit.
           Exit.

       3900-Write-Result-Line.
           Move WS-RESULT-LINE to Asof-Report-Line.
           Write Asof-Report-Line.

       3900-Exit.
           Exit.

      *****************************************************************
      *  8000-FINALIZE                                                *
      *****************************************************************
       8000-Finalize.
           Move WS-REQUESTS-READ to WS-CLC-READ.
           Move WS-REQUESTS-ANSWERED to WS-CLC-ANSWERED.
           Move WS-REQUESTS-NOT-FOUND to WS-CLC-NOT-FOUND.
           Move Spaces to Asof-Report-Line.
           String "ANGLO-NAMEASOF: " delimited by size
                  WS-CLC-READ delimited by size
                  " REQUESTS READ, " delimited by size
                  WS-CLC-ANSWERED delimited by size
                  " ANSWERED, " delimited by size
                  WS-CLC-NOT-FOUND delimited by size
                  " WITH NO HISTORY ROW ON THE DATE"
                      delimited by size
               into Asof-Report-Line
           end-string.
           Write Asof-Report-Line.
           Close Asof-Request-File.
           If HISTORY-IS-OPEN
               Close Name-History-File
           End-if.
           Close Asof-Report-File.
           Display "ANGLO-NAMEASOF: " WS-REQUESTS-READ " requests, "
               WS-NAMES-FOUND " names found, "
               WS-NAMES-DELETED " deleted by date, "
               WS-NAMES-NOT-YET " not yet on file, "
               WS-NAMES-NOT-ON-FILE " never on file, "
               WS-REQUESTS-NOT-FOUND " requests unanswered"
               upon stdout.

       8000-Exit.
           Exit.

       End program ANGLO-NAMEASOF.
