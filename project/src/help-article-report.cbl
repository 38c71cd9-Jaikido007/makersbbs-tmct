       IDENTIFICATION DIVISION.
       PROGRAM-ID. help-article-report.
      ******************************************************************
      *----REPORT JOB THAT SHOWS WHICH HELP ARTICLES ARE READ MOST.----*
      *----FOR EACH ARTICLE IN HELP-ARTICLES.DAT IT COUNTS THE---------*
      *----OPENINGS LOGGED IN HELP-ARTICLE-VIEWS.DAT, ALL TIME AND-----*
      *----OVER THE LAST THIRTY DAYS, AND HOW MANY TIMES THE SUPPORT---*
      *----DESK HAS POINTED A TICKET AT IT (TICKET-REPLIES.DAT).-------*
      *----MOST VIEWED FIRST. SPOOLED AND INDEXED----------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ARTICLES-FILE ASSIGN TO
             "help-articles.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-VIEWS-FILE ASSIGN TO
             "help-article-views.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-REPLIES-FILE ASSIGN TO
             "ticket-replies.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-ARTICLES-FILE.
           01 HA-ENTRY.
              05 HA-ID PIC 9(4).
              05 HA-TITLE PIC X(50).
              05 HA-CATEGORY PIC X(8).
              05 HA-REVISION PIC 9(3).
              05 HA-PAGES PIC 9.
              05 HA-EDITOR PIC X(16).
              05 HA-DATE PIC 9(8).

           FD F-VIEWS-FILE.
           01 HV-ENTRY.
              05 HV-DATE PIC 9(8).
              05 HV-ARTICLE-ID PIC 9(4).
              05 HV-USERNAME PIC X(16).

           FD F-REPLIES-FILE.
           01 TR-ENTRY.
              05 TR-TICKET-ID PIC 9(4).
              05 TR-DATE PIC 9(8).
              05 TR-FROM PIC X(16).
              05 TR-TEXT PIC X(60).
              05 TR-ARTICLE-ID PIC 9(4).

           FD F-SPOOL-FILE.
           01 SP-LINE PIC X(80).

           FD F-INDEX-FILE.
           01 SPX-ENTRY.
              05 SPX-ID PIC 9(4).
              05 SPX-DATE PIC 9(8).
              05 SPX-TITLE PIC X(20).
              05 SPX-START-LINE PIC 9(6).
              05 SPX-LINE-COUNT PIC 9(4).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-CUTOFF PIC 9(8).
           01 WS-START-LINE PIC 9(6) VALUE 0.
           01 WS-LINES-WRITTEN PIC 9(4) VALUE 0.
           01 WS-NEXT-ID PIC 9(4) VALUE 0.

           01 WS-ARTICLE-COUNT PIC 9(4) VALUE 0.
           01 WS-ARTICLES.
               05 WS-ARTICLE-ENTRY OCCURS 999 TIMES.
                   10 WS-AR-ID PIC 9(4).
                   10 WS-AR-CATEGORY PIC X(8).
                   10 WS-AR-TITLE PIC X(30).
                   10 WS-AR-VIEWS PIC 9(7).
                   10 WS-AR-RECENT PIC 9(7).
                   10 WS-AR-CITED PIC 9(5).
           01 WS-AR-IDX PIC 9(4).
           01 WS-AR-HIT PIC 9(4).
           01 WS-LOOK-ID PIC 9(4).
           01 WS-SORT-I PIC 9(4).
           01 WS-SORT-J PIC 9(4).
           01 WS-SORT-SWAP PIC X(61).
           01 WS-TOTAL-VIEWS PIC 9(7) VALUE 0.

           01 WS-HEAD-LINE.
              05 FILLER PIC X(26) VALUE "HELP ARTICLES MOST VIEWED ".
              05 WS-HL-DATE PIC 9(8).
           01 WS-COL-LINE PIC X(80) VALUE
             "  NO CATEGORY TITLE                            VIEWS 30 DA
      -      "YS  CITED".
           01 WS-DETAIL-LINE.
              05 WS-DL-ID PIC 9(4).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-CATEGORY PIC X(8).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-TITLE PIC X(30).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-VIEWS PIC Z(6)9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-RECENT PIC Z(6)9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-CITED PIC ZZZZ9.
           01 WS-TOTAL-LINE.
              05 FILLER PIC X(20) VALUE "TOTAL OPENINGS      ".
              05 WS-TL-VIEWS PIC Z(6)9.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 0 TO WS-ARTICLE-COUNT.
           MOVE 0 TO WS-TOTAL-VIEWS.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-CUTOFF = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-TODAY) - 30).

           PERFORM LOAD-ARTICLES.
           PERFORM COUNT-VIEWS.
           PERFORM COUNT-CITATIONS.
           PERFORM SORT-ARTICLES.
           PERFORM COUNT-SPOOL.
           PERFORM WRITE-REPORT.
           PERFORM WRITE-INDEX-ROW.

           GOBACK.

       LOAD-ARTICLES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ARTICLES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARTICLES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-ARTICLE-COUNT < 999 THEN
                           ADD 1 TO WS-ARTICLE-COUNT
                           MOVE HA-ID TO WS-AR-ID(WS-ARTICLE-COUNT)
                           MOVE HA-CATEGORY TO
                             WS-AR-CATEGORY(WS-ARTICLE-COUNT)
                           MOVE HA-TITLE TO
                             WS-AR-TITLE(WS-ARTICLE-COUNT)
                           MOVE 0 TO WS-AR-VIEWS(WS-ARTICLE-COUNT)
                           MOVE 0 TO WS-AR-RECENT(WS-ARTICLE-COUNT)
                           MOVE 0 TO WS-AR-CITED(WS-ARTICLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ARTICLES-FILE.

       FIND-ARTICLE.
           MOVE 0 TO WS-AR-HIT.
           MOVE 0 TO WS-AR-IDX.
           PERFORM UNTIL WS-AR-IDX = WS-ARTICLE-COUNT OR WS-AR-HIT > 0
               ADD 1 TO WS-AR-IDX
               IF WS-AR-ID(WS-AR-IDX) = WS-LOOK-ID THEN
                   MOVE WS-AR-IDX TO WS-AR-HIT
               END-IF
           END-PERFORM.

       COUNT-VIEWS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-VIEWS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-VIEWS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE HV-ARTICLE-ID TO WS-LOOK-ID
                       PERFORM FIND-ARTICLE
                       IF WS-AR-HIT > 0 THEN
                           ADD 1 TO WS-AR-VIEWS(WS-AR-HIT)
                           ADD 1 TO WS-TOTAL-VIEWS
                           IF HV-DATE > WS-CUTOFF THEN
                               ADD 1 TO WS-AR-RECENT(WS-AR-HIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-VIEWS-FILE.

       COUNT-CITATIONS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REPLIES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REPLIES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF TR-ARTICLE-ID IS NUMERIC AND
                          TR-ARTICLE-ID > 0 THEN
                           MOVE TR-ARTICLE-ID TO WS-LOOK-ID
                           PERFORM FIND-ARTICLE
                           IF WS-AR-HIT > 0 THEN
                               ADD 1 TO WS-AR-CITED(WS-AR-HIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-REPLIES-FILE.

      *>    SIMPLE EXCHANGE SORT, MOST VIEWED FIRST; ON A TIE THE ONE
      *>    READ MORE LATELY GOES FIRST.
       SORT-ARTICLES.
           MOVE 0 TO WS-SORT-I.
           PERFORM UNTIL WS-SORT-I >= WS-ARTICLE-COUNT
               ADD 1 TO WS-SORT-I
               MOVE WS-SORT-I TO WS-SORT-J
               PERFORM UNTIL WS-SORT-J >= WS-ARTICLE-COUNT
                   ADD 1 TO WS-SORT-J
                   IF WS-AR-VIEWS(WS-SORT-J) > WS-AR-VIEWS(WS-SORT-I)
                      OR (WS-AR-VIEWS(WS-SORT-J) =
                          WS-AR-VIEWS(WS-SORT-I) AND
                          WS-AR-RECENT(WS-SORT-J) >
                          WS-AR-RECENT(WS-SORT-I)) THEN
                       MOVE WS-ARTICLE-ENTRY(WS-SORT-I) TO
                         WS-SORT-SWAP
                       MOVE WS-ARTICLE-ENTRY(WS-SORT-J) TO
                         WS-ARTICLE-ENTRY(WS-SORT-I)
                       MOVE WS-SORT-SWAP TO WS-ARTICLE-ENTRY(WS-SORT-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-REPORT.
           OPEN EXTEND F-SPOOL-FILE.
           MOVE WS-TODAY TO WS-HL-DATE.
           MOVE WS-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-COL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE 0 TO WS-AR-IDX.
           PERFORM UNTIL WS-AR-IDX = WS-ARTICLE-COUNT
               ADD 1 TO WS-AR-IDX
               MOVE WS-AR-ID(WS-AR-IDX) TO WS-DL-ID
               MOVE WS-AR-CATEGORY(WS-AR-IDX) TO WS-DL-CATEGORY
               MOVE WS-AR-TITLE(WS-AR-IDX) TO WS-DL-TITLE
               MOVE WS-AR-VIEWS(WS-AR-IDX) TO WS-DL-VIEWS
               MOVE WS-AR-RECENT(WS-AR-IDX) TO WS-DL-RECENT
               MOVE WS-AR-CITED(WS-AR-IDX) TO WS-DL-CITED
               MOVE WS-DETAIL-LINE TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-PERFORM.

           MOVE WS-TOTAL-VIEWS TO WS-TL-VIEWS.
           MOVE WS-TOTAL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "CITED = TICKET REPLIES THAT POINTED AT THE ARTICLE"
             TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

       WRITE-SPOOL-LINE.
           WRITE SP-LINE.
           ADD 1 TO WS-LINES-WRITTEN.

       COUNT-SPOOL.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SPOOL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SPOOL-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END ADD 1 TO WS-START-LINE
               END-READ
           END-PERFORM.
           CLOSE F-SPOOL-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-INDEX-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-INDEX-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SPX-ID > WS-NEXT-ID THEN
                           MOVE SPX-ID TO WS-NEXT-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-INDEX-FILE.
           ADD 1 TO WS-NEXT-ID.

       WRITE-INDEX-ROW.
           OPEN EXTEND F-INDEX-FILE.
           MOVE WS-NEXT-ID TO SPX-ID.
           MOVE WS-TODAY TO SPX-DATE.
           MOVE "HELP ARTICLE VIEWS" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
