      *----TRANSACTIONS.CBL NUMBERS TRANS-ID. EVERY MEMBER SEES THE----*
      *----LATEST BROADCAST AT SIGN-IN UNTIL THEY ACKNOWLEDGE IT-------*
      *----(ACKNOWLEDGEMENTS TRACKED PER MEMBER IN---------------------*
      *----BROADCAST-ACKS.DAT). MEMBERS WHO CHOSE BROADCASTS BY LETTER-*
      *----ON THE NOTIFICATION PREFERENCES SCREEN ARE QUEUED ONE TOO---*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-BROADCASTS-FILE ASSIGN TO 'broadcasts.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-PREFS-FILE ASSIGN TO
             'notification-prefs.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
              05 BD-DATE PIC 9(8).
              05 BD-TEXT PIC X(200).

           FD F-PREFS-FILE.
           01 NP-ENTRY.
              05 NP-USERNAME PIC X(16).
              05 NP-CHANNELS PIC X(7).

           WORKING-STORAGE SECTION.
           01 WS-COUNTER PIC 9(4) VALUE 0.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-NOTIFY-NAME PIC X(16).

           LINKAGE SECTION.
           01 LS-TEXT PIC X(200).
               END-WRITE
           CLOSE F-BROADCASTS-FILE.

      *>    MEMBERS WHO ASKED FOR BROADCASTS BY LETTER GET ONE QUEUED
      *>    AS WELL. NOBODY WITHOUT A PREFERENCES ROW DOES -- THE
      *>    DEFAULT FOR BROADCASTS IS ON SCREEN ONLY.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PREFS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PREFS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF NP-CHANNELS(7:1) = "L" OR "B" THEN
                           MOVE NP-USERNAME TO WS-NOTIFY-NAME
                           CALL "notify-member" USING WS-NOTIFY-NAME,
                               "BCST"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PREFS-FILE.

           GOBACK.
