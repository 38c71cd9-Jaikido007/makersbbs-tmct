       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-event-series.
      ******************************************************************
      *----SUB PROGRAM THAT SAYS WHICH EVENT SERIES, IF ANY, AN--------*
      *----EVENT MESSAGE WAS POSTED FOR (FROM SERIES-OCCURRENCES.DAT)--*
      *----AND HANDS BACK THE SERIES TITLE, FREQUENCY AND END DATE-----*
      *----FOR THE EVENT SCREEN. LS-SERIES-ID COMES BACK ZERO FOR A----*
      *----ONE-OFF EVENT-----------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SERIES-FILE ASSIGN TO 'event-series.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-OCCURRENCES-FILE ASSIGN TO
             'series-occurrences.dat'
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

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

           LINKAGE SECTION.
           01 LS-MSG-ID PIC 9(7).
           01 LS-SERIES-ID PIC 9(4).
           01 LS-TITLE PIC X(50).
           01 LS-FREQUENCY PIC X(1).
           01 LS-END-DATE PIC 9(8).

       PROCEDURE DIVISION USING LS-MSG-ID, LS-SERIES-ID, LS-TITLE,
           LS-FREQUENCY, LS-END-DATE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.

           MOVE 0 TO LS-SERIES-ID.
           MOVE SPACES TO LS-TITLE.
           MOVE SPACE TO LS-FREQUENCY.
           MOVE 0 TO LS-END-DATE.

           OPEN INPUT F-OCCURRENCES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OCCURRENCES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SO-MSG-ID = LS-MSG-ID THEN
                           MOVE SO-SERIES-ID TO LS-SERIES-ID
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-OCCURRENCES-FILE.

           IF LS-SERIES-ID = 0 THEN
               GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SERIES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SERIES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF ES-ID = LS-SERIES-ID THEN
                           MOVE ES-TITLE TO LS-TITLE
                           MOVE ES-FREQUENCY TO LS-FREQUENCY
                           MOVE ES-END-DATE TO LS-END-DATE
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SERIES-FILE.

           GOBACK.
