       PROGRAM-ID. get-whats-on.
      ******************************************************************
      *----SUB PROGRAM BEHIND THE "WHAT'S ON" CALENDAR: MERGES---------*
      *----UPCOMING EVENT DATES (EVENTS.DAT, WITH DATES POSTED FROM A--*
      *----RECURRING SERIES SHOWN UNDER THE SERIES TITLE), OPEN--------*
      *----TOURNAMENT WINDOWS (TOURNAMENTS.DAT), PENDING POST RELEASE--*
      *----DATES (PENDING-POSTS.DAT), PLANNED MAINTENANCE--------------*
      *----(PLANNED-MAINTENANCE.DAT) AND SCHEDULED QUIZ NIGHTS---------*
      *----(QUIZ-NIGHTS.DAT) INTO ONE DATE-ORDERED LIST FOR THE--------*
      *----COMING FORTNIGHT--------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             'planned-maintenance.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-QUIZ-NIGHTS-FILE ASSIGN TO
             'quiz-nights.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-EVENTS-FILE.
              05 PX-DATE PIC 9(8).
              05 PX-NOTE PIC X(40).

           FD F-QUIZ-NIGHTS-FILE.
           01 QN-ENTRY.
              05 QN-ID PIC 9(4).
              05 QN-TITLE PIC X(30).
              05 QN-CATEGORIES PIC X(36).
              05 QN-DATE PIC 9(8).
              05 QN-START-TIME PIC 9(4).
              05 QN-FEE PIC 9(6).
              05 QN-PRIZE-POOL PIC 9(6).
              05 QN-QUESTION-COUNT PIC 9(2).
              05 QN-ROUND-SIZE PIC 9(2).
              05 QN-WINDOW-SECS PIC 9(3).
              05 QN-BREAK-SECS PIC 9(3).
              05 QN-STATUS PIC X(1).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-CAND-DATE PIC 9(8).
           01 WS-CAND-TYPE PIC X(1).
           01 WS-CAND-TEXT PIC X(40).
           01 WS-SERIES-MSG-ID PIC 9(7).
           01 WS-SERIES-ID PIC 9(4).
           01 WS-SERIES-TITLE PIC X(50).
           01 WS-SERIES-FREQUENCY PIC X(1).
           01 WS-SERIES-END-DATE PIC 9(8).
           01 WS-QUIZ-START-TXT.
              05 WS-QUIZ-START-HH PIC X(2).
              05 FILLER PIC X VALUE ':'.
              05 WS-QUIZ-START-MM PIC X(2).

           01 WS-SORT-I PIC 9(2).
           01 WS-SORT-J PIC 9(2).
           PERFORM SCAN-TOURNAMENTS.
           PERFORM SCAN-PENDING-POSTS.
           PERFORM SCAN-MAINTENANCE.
           PERFORM SCAN-QUIZ-NIGHTS.
           PERFORM SORT-BY-DATE.

           GOBACK.
                           MOVE EV-DATE TO WS-CAND-DATE
                           MOVE "E" TO WS-CAND-TYPE
                           MOVE EV-VENUE TO WS-CAND-TEXT
                           PERFORM NAME-SERIES-OCCURRENCE
                           PERFORM KEEP-IF-IN-WINDOW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-EVENTS-FILE.

      *>    A DATE POSTED FROM A RECURRING SERIES SHOWS AS "S" UNDER
      *>    THE SERIES TITLE RATHER THAN THE BARE VENUE. ONLY DATES
      *>    INSIDE THE WINDOW ARE LOOKED UP.
       NAME-SERIES-OCCURRENCE.
           IF WS-CAND-DATE >= WS-TODAY AND
              WS-CAND-DATE <= WS-HORIZON THEN
               MOVE EV-MSG-ID TO WS-SERIES-MSG-ID
               CALL "get-event-series" USING WS-SERIES-MSG-ID,
                 WS-SERIES-ID, WS-SERIES-TITLE, WS-SERIES-FREQUENCY,
                 WS-SERIES-END-DATE
               IF WS-SERIES-ID > 0 THEN
                   MOVE "S" TO WS-CAND-TYPE
                   MOVE WS-SERIES-TITLE TO WS-CAND-TEXT
               END-IF
           END-IF.

      *>    AN OPEN TOURNAMENT SHOWS ON ITS CLOSING DATE -- THAT IS
      *>    THE DAY THE WINDOW SHUTS AND THE PRIZES PAY OUT.
       SCAN-TOURNAMENTS.
           END-PERFORM.
           CLOSE F-MAINTENANCE-FILE.

       SCAN-QUIZ-NIGHTS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-QUIZ-NIGHTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUIZ-NIGHTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF QN-STATUS = "O" THEN
                           MOVE QN-DATE TO WS-CAND-DATE
                           MOVE "Q" TO WS-CAND-TYPE
                           MOVE QN-START-TIME(1:2) TO WS-QUIZ-START-HH
                           MOVE QN-START-TIME(3:2) TO WS-QUIZ-START-MM
                           MOVE SPACES TO WS-CAND-TEXT
                           STRING WS-QUIZ-START-TXT " " QN-TITLE
                             DELIMITED BY SIZE INTO WS-CAND-TEXT
                           PERFORM KEEP-IF-IN-WINDOW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-QUIZ-NIGHTS-FILE.

       KEEP-IF-IN-WINDOW.
           IF WS-CAND-DATE >= WS-TODAY AND
              WS-CAND-DATE <= WS-HORIZON AND
