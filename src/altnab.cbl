       Identification division.
       Program-ID.    ANGLO-AUDBRK.
       Author.        Darren Xu.
       Date-written.  October 2026.
       Installation.  WSL2.
       Security.      Non-confidential.

      *****************************************************************
      *  Modification history                                        *
      *  ---------------------------------------------------------    *
      *  2026-10-15 dxu   Original.  Owns the header and trailer      *
      *                   bracket round each run's rows on AUDFILE,   *
      *                   so the programs that append to the trail    *
      *                   and the programs that read it build and     *
      *                   prove the bracket with the same code.  The  *
      *                   trailer carries the run ID, the row count   *
      *                   and two hash totals -- one over the         *
      *                   customer numbers, one over the converted    *
      *                   outputs -- so a row dropped, added or       *
      *                   edited between runs no longer passes        *
      *                   unseen.  Interface in ABKAPI.CPY.           *
      *****************************************************************

       Environment division.
       Configuration section.
       Source-computer. x64.

       Data division.
       Working-storage section.

      *    ----  each hash weights every byte by its position, so two --
      *    ----  characters swapped changes the total as surely as    --
      *    ----  one character changed.  A byte's value is read by    --
      *    ----  placing it behind a low-value in a halfword.         --
       01  WS-BYTE-WORK.
           05  WS-BYTE-PAIR.
               10  FILLER               Picture is X(01)
                                         Value Low-Value.
               10  WS-BYTE              Picture is X(01).
           05  WS-BYTE-VALUE Redefines WS-BYTE-PAIR
                                        Picture is 9(04)
                                         Usage is Binary.

       01  WS-OUTPUT-WORK.
           05  WS-OUTPUT-NATIONAL       Picture is N(64).
       01  WS-OUTPUT-BYTES Redefines WS-OUTPUT-WORK
                                        Picture is X(128).

       77 WS-BYTE-INDEX            Picture is 9(04) Usage is Comp
                                    Value Zero.
       77 WS-ACCEPT-DATE           Picture is 9(08) Value Zero.
       77 WS-ACCEPT-TIME           Picture is 9(08) Value Zero.

       Linkage section.

           Copy audrec.
           Copy abkapi.

       Procedure division using AUDIT-RECORD AUDIT-BRACKET-AREA.

      *****************************************************************
      *  0000-DISPATCH                                                *
      *****************************************************************
       0000-Dispatch.
           Move 'N' to ABK-BREAK-SWITCH.
           Move Spaces to ABK-BREAK-TEXT.
           If ABK-ADD-ROW
               Perform 2000-Hash-Row thru 2000-Exit
               Go to 0000-Goback
           End-if.
           If ABK-CHECK-RECORD
               Perform 4000-Check-Record thru 4000-Exit
               Go to 0000-Goback
           End-if.
           If ABK-OPEN-BRACKET
               Perform 1000-Build-Header thru 1000-Exit
               Go to 0000-Goback
           End-if.
           If ABK-CLOSE-BRACKET
               Perform 3000-Build-Trailer thru 3000-Exit
               Go to 0000-Goback
           End-if.
           If ABK-CHECK-END
               Perform 5000-Check-End thru 5000-Exit
           End-if.

       0000-Goback.
           Goback.

      *****************************************************************
      *  1000-BUILD-HEADER                                            *
      *  Starts the writer's totals and returns its header.           *
      *****************************************************************
       1000-Build-Header.
           Move Zero to ABK-ROW-COUNT.
           Move Zero to ABK-CUSTOMER-HASH.
           Move Zero to ABK-OUTPUT-HASH.
           Move 'Y' to ABK-BRACKET-SWITCH.
           Move 'Y' to ABK-BEGUN-SWITCH.
           Move Spaces to AUDIT-CONTROL-RECORD.
           Move '*AUDHDR*' to AUC-RECORD-MARKER.
           Perform 6000-Fill-Control-Record thru 6000-Exit.
           Move AUC-STAMP-DATE to ABK-HEADER-DATE.

       1000-Exit.
           Exit.

      *****************************************************************
      *  2000-HASH-ROW                                                *
      *  Counts the row and adds its customer number and converted    *
      *  output into the hash totals.                                 *
      *****************************************************************
       2000-Hash-Row.
           Add 1 to ABK-ROW-COUNT.
           Perform 2100-Add-Customer-Byte thru 2100-Exit
               varying WS-BYTE-INDEX from 1 by 1
               until WS-BYTE-INDEX > 10.
           Move AUD-CONVERTED-OUTPUT to WS-OUTPUT-NATIONAL.
           Perform 2200-Add-Output-Byte thru 2200-Exit
               varying WS-BYTE-INDEX from 1 by 1
               until WS-BYTE-INDEX > 128.

       2000-Exit.
           Exit.

       2100-Add-Customer-Byte.
           Move AUD-CUSTOMER-NUMBER(WS-BYTE-INDEX:1) to WS-BYTE.
           Compute ABK-CUSTOMER-HASH = ABK-CUSTOMER-HASH
               + WS-BYTE-VALUE * WS-BYTE-INDEX.

       2100-Exit.
           Exit.

       2200-Add-Output-Byte.
           Move WS-OUTPUT-BYTES(WS-BYTE-INDEX:1) to WS-BYTE.
           Compute ABK-OUTPUT-HASH = ABK-OUTPUT-HASH
               + WS-BYTE-VALUE * WS-BYTE-INDEX.

       2200-Exit.
           Exit.

      *****************************************************************
      *  3000-BUILD-TRAILER                                           *
      *****************************************************************
       3000-Build-Trailer.
           Move Spaces to AUDIT-CONTROL-RECORD.
           Move '*AUDTRL*' to AUC-RECORD-MARKER.
           Perform 6000-Fill-Control-Record thru 6000-Exit.
           Move ABK-ROW-COUNT to AUC-ROW-COUNT.
           Move ABK-CUSTOMER-HASH to AUC-CUSTOMER-HASH.
           Move ABK-OUTPUT-HASH to AUC-OUTPUT-HASH.
           Move 'N' to ABK-BRACKET-SWITCH.

       3000-Exit.
           Exit.

      *****************************************************************
      *  4000-CHECK-RECORD                                            *
      *  A header opens a bracket, a row adds to the open one, and a  *
      *  trailer must match its header and agree with the rows        *
      *  counted since.  Each break is counted once and the check     *
      *  carries on, so one pass reports every broken bracket.        *
      *****************************************************************
       4000-Check-Record.
           If AUC-BRACKET-HEADER
               Move 'H' to ABK-RECORD-CLASS
               Perform 4100-Check-Header thru 4100-Exit
               Go to 4000-Exit
           End-if.
           If AUC-BRACKET-TRAILER
               Move 'T' to ABK-RECORD-CLASS
               Perform 4200-Check-Trailer thru 4200-Exit
               Go to 4000-Exit
           End-if.

           If ABK-BRACKET-IS-OPEN
               Move 'D' to ABK-RECORD-CLASS
               Add 1 to ABK-BRACKETED-ROWS
               Perform 2000-Hash-Row thru 2000-Exit
               Go to 4000-Exit
           End-if.
           If ABK-BRACKETS-HAVE-BEGUN
               Move 'S' to ABK-RECORD-CLASS
               Move "ROW OUTSIDE ANY RUN'S HEADER AND TRAILER"
                   to ABK-BREAK-TEXT
               Perform 4900-Count-Break thru 4900-Exit
               Go to 4000-Exit
           End-if.
           Move 'L' to ABK-RECORD-CLASS.
           Add 1 to ABK-LEGACY-ROWS.

       4000-Exit.
           Exit.

      *****************************************************************
      *  4100-CHECK-HEADER                                            *
      *  A header while a bracket is still open means that bracket    *
      *  lost its trailer -- unless this header is the same run's     *
      *  restart, which reopens what the abend left unfinished.       *
      *****************************************************************
       4100-Check-Header.
           If ABK-BRACKET-IS-OPEN
               If AUC-RUN-ID = ABK-RUN-ID
                   and AUC-PROGRAM-ID = ABK-PROGRAM-ID
                   and AUC-PARTITION-NUMBER = ABK-PARTITION-NUMBER
                   and AUC-RESTART-COUNT > Zero
                   Add 1 to ABK-BRACKETS-ABANDONED
               Else
                   String "NO TRAILER FOR RUN " delimited by size
                          ABK-RUN-ID delimited by size
                          " " delimited by size
                          ABK-PROGRAM-ID delimited by space
                       into ABK-BREAK-TEXT
                   end-string
                   Perform 4900-Count-Break thru 4900-Exit
               End-if
           End-if.
           Move 'Y' to ABK-BRACKET-SWITCH.
           Move 'Y' to ABK-BEGUN-SWITCH.
           Move AUC-RUN-ID to ABK-RUN-ID.
           Move AUC-PROGRAM-ID to ABK-PROGRAM-ID.
           Move AUC-PARTITION-NUMBER to ABK-PARTITION-NUMBER.
           Move AUC-RESTART-COUNT to ABK-RESTART-COUNT.
           Move AUC-STAMP-DATE to ABK-HEADER-DATE.
           Move Zero to ABK-ROW-COUNT.
           Move Zero to ABK-CUSTOMER-HASH.
           Move Zero to ABK-OUTPUT-HASH.

       4100-Exit.
           Exit.

      *****************************************************************
      *  4200-CHECK-TRAILER                                           *
      *****************************************************************
       4200-Check-Trailer.
           If not ABK-BRACKET-IS-OPEN
               String "TRAILER WITHOUT HEADER FOR RUN "
                          delimited by size
                      AUC-RUN-ID delimited by size
                   into ABK-BREAK-TEXT
               end-string
               Perform 4900-Count-Break thru 4900-Exit
               Go to 4200-Exit
           End-if.
           Move 'N' to ABK-BRACKET-SWITCH.
           If AUC-RUN-ID not = ABK-RUN-ID
               or AUC-PROGRAM-ID not = ABK-PROGRAM-ID
               or AUC-PARTITION-NUMBER not = ABK-PARTITION-NUMBER
               String "TRAILER DOES NOT MATCH HEADER OF RUN "
                          delimited by size
                      ABK-RUN-ID delimited by size
                   into ABK-BREAK-TEXT
               end-string
               Perform 4900-Count-Break thru 4900-Exit
               Go to 4200-Exit
           End-if.
           If AUC-ROW-COUNT not = ABK-ROW-COUNT
               String "ROW COUNT DISAGREES WITH TRAILER, RUN "
                          delimited by size
                      ABK-RUN-ID delimited by size
                      " " delimited by size
                      ABK-PROGRAM-ID delimited by space
                   into ABK-BREAK-TEXT
               end-string
               Perform 4900-Count-Break thru 4900-Exit
               Go to 4200-Exit
           End-if.
           If AUC-CUSTOMER-HASH not = ABK-CUSTOMER-HASH
               or AUC-OUTPUT-HASH not = ABK-OUTPUT-HASH
               String "HASH TOTAL DISAGREES WITH TRAILER, RUN "
                          delimited by size
                      ABK-RUN-ID delimited by size
                      " " delimited by size
                      ABK-PROGRAM-ID delimited by space
                   into ABK-BREAK-TEXT
               end-string
               Perform 4900-Count-Break thru 4900-Exit
               Go to 4200-Exit
           End-if.
           Add 1 to ABK-BRACKETS-VERIFIED.

       4200-Exit.
           Exit.

       4900-Count-Break.
           Move 'Y' to ABK-BREAK-SWITCH.
           Add 1 to ABK-BRACKETS-BROKEN.

       4900-Exit.
           Exit.

      *****************************************************************
      *  5000-CHECK-END                                               *
      *  The file ending inside a bracket means it was cut short.     *
      *****************************************************************
       5000-Check-End.
           If ABK-BRACKET-IS-OPEN
               String "FILE ENDS BEFORE TRAILER OF RUN "
                          delimited by size
                      ABK-RUN-ID delimited by size
                      " " delimited by size
                      ABK-PROGRAM-ID delimited by space
                   into ABK-BREAK-TEXT
               end-string
               Perform 4900-Count-Break thru 4900-Exit
               Move 'N' to ABK-BRACKET-SWITCH
           End-if.

       5000-Exit.
           Exit.

      *****************************************************************
      *  6000-FILL-CONTROL-RECORD                                     *
      *  The fields header and trailer share.                         *
      *****************************************************************
       6000-Fill-Control-Record.
           Accept WS-ACCEPT-DATE from Date Yyyymmdd.
           Accept WS-ACCEPT-TIME from Time.
           Move WS-ACCEPT-DATE to AUC-STAMP-DATE.
           Move WS-ACCEPT-TIME to AUC-STAMP-TIME.
           Move ABK-RUN-ID to AUC-RUN-ID.
           Move ABK-PROGRAM-ID to AUC-PROGRAM-ID.
           Move ABK-PARTITION-NUMBER to AUC-PARTITION-NUMBER.
           Move ABK-RESTART-COUNT to AUC-RESTART-COUNT.
           Move Zero to AUC-ROW-COUNT.
           Move Zero to AUC-CUSTOMER-HASH.
           Move Zero to AUC-OUTPUT-HASH.

       6000-Exit.
           Exit.

       End program ANGLO-AUDBRK.
