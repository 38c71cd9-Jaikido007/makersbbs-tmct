       IDENTIFICATION DIVISION.
       PROGRAM-ID. rsvp-event-series.
      ******************************************************************
      *----SUB PROGRAM THAT SIGNS A MEMBER UP TO A WHOLE EVENT---------*
      *----SERIES IN ONE GO. THE SIGN-UP IS KEPT IN SERIES-RSVPS.DAT---*
      *----SO GENERATE-EVENT-OCCURRENCES BOOKS THE MEMBER ONTO EVERY---*
      *----DATE IT POSTS FROM NOW ON, AND EVERY DATE ALREADY POSTED----*
      *----AND STILL TO COME IS BOOKED HERE AND NOW THROUGH------------*
      *----RSVP-EVENT.CBL (WHICH SKIPS ANY DATE THE MEMBER IS ALREADY--*
      *----DOWN FOR AND CHARGES ANY TICKET AS USUAL). LS-RESULT: "Y"---*
      *----SIGNED UP, "A" ALREADY SIGNED UP TO THE SERIES, "N" NO------*
      *----SUCH ACTIVE SERIES------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SERIES-FILE ASSIGN TO 'event-series.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-OCCURRENCES-FILE ASSIGN TO
             'series-occurrences.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SERIES-RSVPS-FILE ASSIGN TO
             'series-rsvps.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-SERIES-FILE.
           01 ES-ENTRY.
              05 ES-ID PIC 9(4).
              05 ES-TITLE PIC X(50).
              05 ES-ORGANISER PIC X(16).
              05 ES-BOARD-CODE PIC X(10).
              05 ES-FREQUENCY PIC X(1).
              05 ES-WEEKDAY PIC 9(1).
              05 ES-NTH PIC 9(1).
              05 ES-FIRST-DATE PIC 9(8).
              05 ES-END-DATE PIC 9(8).
              05 ES-VENUE PIC X(30).
              05 ES-CAPACITY PIC 9(3).
              05 ES-PRICE PIC 9(6).
              05 ES-STATUS PIC X(1).
              05 ES-NEXT-DATE PIC 9(8).

           FD F-OCCURRENCES-FILE.
           01 SO-ENTRY.
              05 SO-SERIES-ID PIC 9(4).
              05 SO-MSG-ID PIC 9(7).
              05 SO-DATE PIC 9(8).

           FD F-SERIES-RSVPS-FILE.
           01 SR-ENTRY.
              05 SR-SERIES-ID PIC 9(4).
              05 SR-USERNAME PIC X(16).
      *>    "A" ACTIVE
              05 SR-STATUS PIC X(1).
              05 SR-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-SERIES-FOUND PIC 9 VALUE 0.
           01 WS-ALREADY PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-MSG-ID PIC 9(7).
           01 WS-RSVP-RESULT PIC X.

           LINKAGE SECTION.
           01 LS-FORMATTED-DT.
             05 LS-FORMATTED-DTE-TME.
               15 LS-FORMATTED-YEAR    PIC  X(4).
               15 FILLER               PIC X VALUE '-'.
               15 LS-FORMATTED-MONTH   PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 LS-FORMATTED-DY      PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 LS-FORMATTED-HOUR    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 LS-FORMATTED-MINS    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 LS-FORMATTED-SEC     PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 LS-FORMATTED-MS      PIC  X(2).

           01 LS-SERIES-ID PIC 9(4).
           01 LS-USERNAME PIC X(16).
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-FORMATTED-DT, LS-SERIES-ID,
           LS-USERNAME, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-SERIES-FOUND.
           MOVE 0 TO WS-ALREADY.

           MOVE "N" TO LS-RESULT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT F-SERIES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SERIES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF ES-ID = LS-SERIES-ID AND
                          ES-STATUS = "A" THEN
                           MOVE 1 TO WS-SERIES-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SERIES-FILE.

           IF WS-SERIES-FOUND = 0 THEN
               GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SERIES-RSVPS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SERIES-RSVPS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SR-SERIES-ID = LS-SERIES-ID AND
                          SR-USERNAME = LS-USERNAME AND
                          SR-STATUS = "A" THEN
                           MOVE 1 TO WS-ALREADY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SERIES-RSVPS-FILE.

           IF WS-ALREADY = 1 THEN
               MOVE "A" TO LS-RESULT
               GOBACK
           END-IF.

           OPEN EXTEND F-SERIES-RSVPS-FILE.
           MOVE LS-SERIES-ID TO SR-SERIES-ID.
           MOVE LS-USERNAME TO SR-USERNAME.
           MOVE "A" TO SR-STATUS.
           MOVE WS-TODAY TO SR-DATE.
           WRITE SR-ENTRY.
           CLOSE F-SERIES-RSVPS-FILE.

      *>    THE DATES ALREADY ON THE BOARD. RSVP-EVENT TOUCHES ONLY
      *>    EVENTS.DAT AND EVENT-RSVPS.DAT, SO IT IS SAFE TO CALL
      *>    WHILE THE OCCURRENCES FILE IS OPEN.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-OCCURRENCES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OCCURRENCES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SO-SERIES-ID = LS-SERIES-ID AND
                          SO-DATE >= WS-TODAY THEN
                           MOVE SO-MSG-ID TO WS-MSG-ID
                           CALL "rsvp-event" USING LS-FORMATTED-DT,
                             WS-MSG-ID, LS-USERNAME, WS-RSVP-RESULT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-OCCURRENCES-FILE.

           MOVE "Y" TO LS-RESULT.

           GOBACK.
