      *----OUT THE SAME WAY RETRACT-MESSAGE/MODERATE-REMOVE-MESSAGE----*
      *----ALREADY DO -- THE ID STAYS IN PLACE SO LATER COMMENTS-------*
      *----STILL RESOLVE CORRECTLY AND POST-MESSAGE'S ROW-COUNT-BASED--*
      *----NUMBERING SCHEME IS UNDISTURBED. PINNED POSTS, AND POSTS---*
      *----BY A MEMBER UNDER LEGAL HOLD, STAY LIVE---------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MESSAGES-FILE ASSIGN TO "messages.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RC-ID.
           SELECT F-ARCHIVE-FILE ASSIGN TO "messages-archive.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.

           01 FINISHED PIC X VALUE "N".
           01 WS-PINNED PIC 9.
           01 WS-HOLD-HELD PIC 9.
           01 WS-HOLD-PATH PIC X(28) VALUE "archive-old-messages".
           01 WS-TODAY-YYYYMMDD PIC 9(8).
           01 WS-TODAY-INT PIC 9(7) COMP.
           01 WS-CUTOFF-INT PIC 9(7) COMP.
      *>            HOWEVER OLD, UNTIL IT IS UNPINNED.
                   MOVE 0 TO WS-PINNED
                   CALL "check-pinned" USING RC-ID, WS-PINNED
      *>            SO DOES ANYTHING POSTED BY A MEMBER UNDER LEGAL
      *>            HOLD, UNTIL THE HOLD IS RELEASED.
                   MOVE 0 TO WS-HOLD-HELD
                   IF WS-PINNED = 0 THEN
                       CALL "check-legal-hold" USING RC-USERNAME,
                         WS-HOLD-HELD
                       IF WS-HOLD-HELD = 1 THEN
                           CALL "record-hold-skip" USING RC-USERNAME,
                             WS-HOLD-PATH
                       END-IF
                   END-IF
                   IF WS-PINNED = 0 AND WS-HOLD-HELD = 0 THEN
                       MOVE RC-MESSAGE TO ARC-MESSAGE
                       WRITE ARC-MESSAGE

