      *----TICKET-REPLIES.DAT AND NUDGES THE OTHER SIDE THROUGH THE----*
      *----NOTIFICATION COUNTER: AN ADMIN'S REPLY NUDGES THE MEMBER----*
      *----(SO THEY SEE IT AT SIGN-IN), A MEMBER'S REPLY NUDGES THE----*
      *----ASSIGNED ADMIN IF THERE IS ONE. A HELP ARTICLE NUMBER, IF---*
      *----GIVEN, IS CHECKED AGAINST HELP-ARTICLES.DAT AND ADDED AS A--*
      *----ROW OF ITS OWN CARRYING THE ARTICLE NUMBER AND TITLE--------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             "ticket-replies.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-ARTICLES-FILE ASSIGN TO
             "help-articles.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-TICKETS-FILE.
              05 TR-DATE PIC 9(8).
              05 TR-FROM PIC X(16).
              05 TR-TEXT PIC X(60).
      *>    SET ON THE ROW THAT POINTS THE MEMBER AT A HELP ARTICLE
              05 TR-ARTICLE-ID PIC 9(4).

           FD F-ARTICLES-FILE.
           01 HA-ENTRY.
              05 HA-ID PIC 9(4).
              05 HA-TITLE PIC X(50).
              05 HA-CATEGORY PIC X(8).
              05 HA-REVISION PIC 9(3).
              05 HA-PAGES PIC 9.
              05 HA-EDITOR PIC X(16).
              05 HA-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TKT-MEMBER PIC X(16).
           01 WS-TKT-ASSIGNED PIC X(16).
           01 WS-TKT-FOUND PIC 9 VALUE 0.
           01 WS-ARTICLE-FOUND PIC 9 VALUE 0.
           01 WS-ARTICLE-TITLE PIC X(50).
           01 WS-ARTICLE-NO PIC 9(4).

           LINKAGE SECTION.
           01 LS-TICKET-ID PIC 9(4).
           01 LS-FROM PIC X(16).
           01 LS-TEXT PIC X(60).
      *>    "Y" = REPLIED, "N" = NO SUCH TICKET, "A" = NO SUCH ARTICLE
           01 LS-RESULT PIC X.
      *>    0 = NO HELP ARTICLE ATTACHED
           01 LS-ARTICLE-ID PIC 9(4).

       PROCEDURE DIVISION USING LS-TICKET-ID, LS-FROM, LS-TEXT,
           LS-RESULT, LS-ARTICLE-ID.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-TKT-FOUND.
           MOVE 0 TO WS-ARTICLE-FOUND.

           MOVE "N" TO LS-RESULT.

               GOBACK
           END-IF.

           IF LS-ARTICLE-ID > 0 THEN
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-ARTICLES-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ARTICLES-FILE
                       AT END MOVE 1 TO WS-FILE-IS-ENDED
                       NOT AT END
                           IF HA-ID = LS-ARTICLE-ID THEN
                               MOVE 1 TO WS-ARTICLE-FOUND
                               MOVE HA-TITLE TO WS-ARTICLE-TITLE
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-ARTICLES-FILE
               IF WS-ARTICLE-FOUND = 0 THEN
                   MOVE "A" TO LS-RESULT
                   GOBACK
               END-IF
           END-IF.

      *>    THE ARTICLE REFERENCE GOES ON A ROW OF ITS OWN AFTER THE
      *>    REPLY TEXT, SO A REPLY CAN BE JUST "SEE THIS ARTICLE".
           OPEN EXTEND F-REPLIES-FILE.
           IF LS-TEXT NOT = SPACES OR WS-ARTICLE-FOUND = 0 THEN
               MOVE LS-TICKET-ID TO TR-TICKET-ID
               MOVE FUNCTION CURRENT-DATE(1:8) TO TR-DATE
               MOVE LS-FROM TO TR-FROM
               MOVE LS-TEXT TO TR-TEXT
               MOVE 0 TO TR-ARTICLE-ID
               WRITE TR-ENTRY
           END-IF.
           IF WS-ARTICLE-FOUND = 1 THEN
               MOVE LS-TICKET-ID TO TR-TICKET-ID
               MOVE FUNCTION CURRENT-DATE(1:8) TO TR-DATE
               MOVE LS-FROM TO TR-FROM
               MOVE LS-ARTICLE-ID TO WS-ARTICLE-NO
               MOVE SPACES TO TR-TEXT
               STRING "See help article " WS-ARTICLE-NO ": "
                 WS-ARTICLE-TITLE DELIMITED BY SIZE INTO TR-TEXT
               MOVE LS-ARTICLE-ID TO TR-ARTICLE-ID
               WRITE TR-ENTRY
           END-IF.
           CLOSE F-REPLIES-FILE.

           IF LS-FROM = WS-TKT-MEMBER THEN
               IF WS-TKT-ASSIGNED NOT = SPACES THEN
                   CALL "notify-member" USING WS-TKT-ASSIGNED, "TICK"
               END-IF
           ELSE
               CALL "notify-member" USING WS-TKT-MEMBER, "TICK"
           END-IF.

           MOVE "Y" TO LS-RESULT.
