       IDENTIFICATION DIVISION.
       PROGRAM-ID. set-notification-prefs.
      ******************************************************************
      *----SUB PROGRAM THAT SAVES A MEMBER'S NOTIFICATION CHANNELS IN--*
      *----NOTIFICATION-PREFS.DAT (ACTION "S") OR READS THEM BACK------*
      *----(ACTION "G"). ONE BYTE PER SOURCE, IN THIS ORDER: COMMENT---*
      *----REPLIES, @MENTIONS, BOARD AND THREAD SUBSCRIPTIONS, TICKET--*
      *----REPLIES, EVENT CHANGES, AUCTION OUTBIDS, BROADCASTS. EACH---*
      *----BYTE IS "S" ON SCREEN, "L" BY LETTER, "B" BOTH OR "N" NONE.-*
      *----A MEMBER WITH NO ROW, OR A BLANK BYTE, GETS THE HOUSE-------*
      *----DEFAULT: BOTH FOR EVERYTHING EXCEPT BROADCASTS, WHICH HAVE--*
      *----ALWAYS BEEN ON SCREEN ONLY. SECURITY AND BILLING NOTICES----*
      *----HAVE NO BYTE HERE -- THEY CANNOT BE SWITCHED OFF------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-PREFS-FILE ASSIGN TO
             "notification-prefs.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-PREFS-FILE.
           01 NP-ENTRY.
              05 NP-USERNAME PIC X(16).
              05 NP-CHANNELS PIC X(7).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-FOUND PIC 9 VALUE 0.
           01 WS-DEFAULTS PIC X(7) VALUE "BBBBBBS".
           01 WS-CH-IDX PIC 9.

           LINKAGE SECTION.
           01 LS-ACTION PIC X(1).
           01 LS-USERNAME PIC X(16).
           01 LS-CHANNELS PIC X(7).

       PROCEDURE DIVISION USING LS-ACTION, LS-USERNAME, LS-CHANNELS.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-FOUND.

           IF LS-ACTION = "G" OR "g" THEN
               MOVE WS-DEFAULTS TO LS-CHANNELS
               OPEN INPUT F-PREFS-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PREFS-FILE
                       AT END MOVE 1 TO WS-FILE-IS-ENDED
                       NOT AT END
                           IF NP-USERNAME = LS-USERNAME THEN
                               PERFORM TAKE-SAVED-CHANNELS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-PREFS-FILE
               GOBACK
           END-IF.

           OPEN I-O F-PREFS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PREFS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF NP-USERNAME = LS-USERNAME THEN
                           MOVE 1 TO WS-FOUND
                           MOVE LS-CHANNELS TO NP-CHANNELS
                           REWRITE NP-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PREFS-FILE.

           IF WS-FOUND = 0 THEN
               OPEN EXTEND F-PREFS-FILE
               MOVE LS-USERNAME TO NP-USERNAME
               MOVE LS-CHANNELS TO NP-CHANNELS
               WRITE NP-ENTRY
               CLOSE F-PREFS-FILE
           END-IF.

           GOBACK.

      *>    A SOURCE ADDED AFTER THE ROW WAS SAVED IS STILL BLANK ON
      *>    FILE AND KEEPS ITS DEFAULT.
       TAKE-SAVED-CHANNELS.
           MOVE 0 TO WS-CH-IDX.
           PERFORM UNTIL WS-CH-IDX = 7
               ADD 1 TO WS-CH-IDX
               IF NP-CHANNELS(WS-CH-IDX:1) NOT = SPACE THEN
                   MOVE NP-CHANNELS(WS-CH-IDX:1) TO
                     LS-CHANNELS(WS-CH-IDX:1)
               END-IF
           END-PERFORM.
