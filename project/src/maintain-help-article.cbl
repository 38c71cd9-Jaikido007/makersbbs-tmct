       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintain-help-article.
      ******************************************************************
      *----SUB PROGRAM BEHIND THE HELP ARTICLE EDITOR. EVERY CHANGE----*
      *----MAKES A NEW REVISION: THE PAGES OF THE REVISION IT REPLACES-*
      *----ARE COPIED FORWARD INTO HELP-ARTICLE-PAGES.DAT (STORED LIKE-*
      *----MESSAGE-CONTINUATION.DAT), A ROW GOES ON THE END OF---------*
      *----HELP-ARTICLE-REVISIONS.DAT WITH THE EDITOR AND DATE, AND----*
      *----THE HEADER IN HELP-ARTICLES.DAT MOVES ON TO THE NEW---------*
      *----REVISION. NOTHING IS EVER OVERWRITTEN, SO ANY OLDER---------*
      *----REVISION CAN BE BROUGHT BACK. ACTIONS:----------------------*
      *----  "S" SAVE ONE PAGE. ARTICLE 0 STARTS A NEW ARTICLE AND-----*
      *----      HANDS ITS NUMBER BACK. A PAGE ONE PAST THE LAST IS----*
      *----      ADDED; A BLANK LAST PAGE IS DROPPED. BLANK TITLE OR---*
      *----      CATEGORY KEEPS WHAT IS THERE--------------------------*
      *----  "R" ROLL BACK TO LS-TO-REVISION---------------------------*
      *----LS-RESULT: "Y" SAVED, "N" NO SUCH ARTICLE, "T" A NEW--------*
      *----ARTICLE NEEDS A TITLE, "P" BAD PAGE NUMBER, "V" NO SUCH-----*
      *----REVISION TO ROLL BACK TO------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ARTICLES-FILE ASSIGN TO
             "help-articles.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-PAGES-FILE ASSIGN TO
             "help-article-pages.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-REVISIONS-FILE ASSIGN TO
             "help-article-revisions.dat"
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

           FD F-PAGES-FILE.
           01 HP-ENTRY.
              05 HP-ARTICLE-ID PIC 9(4).
              05 HP-REVISION PIC 9(3).
              05 HP-SEQ PIC 9.
              05 HP-TEXT PIC X(300).

           FD F-REVISIONS-FILE.
           01 HR-ENTRY.
              05 HR-ARTICLE-ID PIC 9(4).
              05 HR-REVISION PIC 9(3).
              05 HR-TITLE PIC X(50).
              05 HR-CATEGORY PIC X(8).
              05 HR-PAGES PIC 9.
              05 HR-EDITOR PIC X(16).
              05 HR-DATE PIC 9(8).
      *>    "N" NEW, "E" EDITED, "R" ROLLED BACK
              05 HR-ACTION PIC X(1).
              05 HR-FROM-REVISION PIC 9(3).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-HIGHEST-ID PIC 9(4) VALUE 0.
           01 WS-HIT PIC 9(4) VALUE 0.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-PAGE-NO PIC 9 VALUE 0.
           01 WS-NEW-REVISION PIC 9(3) VALUE 0.
           01 WS-NEW-PAGES PIC 9 VALUE 0.
           01 WS-NEW-TITLE PIC X(50).
           01 WS-NEW-CATEGORY PIC X(8).
           01 WS-COPY-REVISION PIC 9(3) VALUE 0.
           01 WS-OLD-FOUND PIC 9 VALUE 0.
           01 WS-REV-ACTION PIC X(1).
           01 WS-PAGE-TABLE.
              05 WS-PAGE-TEXT PIC X(300) OCCURS 9 TIMES.
           01 WS-KEEP-COUNT PIC 9(4) VALUE 0.
           01 WS-KEEP-TABLE.
              05 WS-KEEP-ENTRY OCCURS 1 TO 999 TIMES
                 DEPENDING ON WS-KEEP-COUNT.
                 10 WS-KEEP-ID PIC 9(4).
                 10 WS-KEEP-TITLE PIC X(50).
                 10 WS-KEEP-CATEGORY PIC X(8).
                 10 WS-KEEP-REVISION PIC 9(3).
                 10 WS-KEEP-PAGES PIC 9.
                 10 WS-KEEP-EDITOR PIC X(16).
                 10 WS-KEEP-DATE PIC 9(8).

           LINKAGE SECTION.
           01 LS-ACTION PIC X(1).
           01 LS-ARTICLE-ID PIC 9(4).
           01 LS-TITLE PIC X(50).
           01 LS-CATEGORY PIC X(8).
           01 LS-PAGE-NO PIC 9.
           01 LS-TEXT PIC X(300).
           01 LS-TO-REVISION PIC 9(3).
           01 LS-EDITOR PIC X(16).
           01 LS-RESULT PIC X(1).

       PROCEDURE DIVISION USING LS-ACTION, LS-ARTICLE-ID, LS-TITLE,
           LS-CATEGORY, LS-PAGE-NO, LS-TEXT, LS-TO-REVISION,
           LS-EDITOR, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-HIGHEST-ID.
           MOVE 0 TO WS-HIT.
           MOVE 0 TO WS-OLD-FOUND.
           MOVE 0 TO WS-KEEP-COUNT.
           MOVE SPACES TO WS-PAGE-TABLE.

           MOVE "N" TO LS-RESULT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM LOAD-ARTICLES.

           IF LS-ARTICLE-ID > 0 THEN
               MOVE 0 TO WS-IDX
               PERFORM UNTIL WS-IDX >= WS-KEEP-COUNT OR WS-HIT > 0
                   ADD 1 TO WS-IDX
                   IF WS-KEEP-ID(WS-IDX) = LS-ARTICLE-ID THEN
                       MOVE WS-IDX TO WS-HIT
                   END-IF
               END-PERFORM
               IF WS-HIT = 0 THEN
                   GOBACK
               END-IF
           END-IF.

           EVALUATE LS-ACTION
               WHEN "S"
                   IF WS-HIT = 0 THEN
                       PERFORM NEW-ARTICLE
                   ELSE
                       PERFORM EDIT-ARTICLE
                   END-IF
               WHEN "R"
                   IF WS-HIT > 0 THEN
                       PERFORM ROLLBACK-ARTICLE
                   END-IF
           END-EVALUATE.

           GOBACK.

       LOAD-ARTICLES.
           OPEN INPUT F-ARTICLES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARTICLES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-KEEP-COUNT < 999 THEN
                           ADD 1 TO WS-KEEP-COUNT
                           MOVE HA-ID TO WS-KEEP-ID(WS-KEEP-COUNT)
                           MOVE HA-TITLE TO
                             WS-KEEP-TITLE(WS-KEEP-COUNT)
                           MOVE HA-CATEGORY TO
                             WS-KEEP-CATEGORY(WS-KEEP-COUNT)
                           MOVE HA-REVISION TO
                             WS-KEEP-REVISION(WS-KEEP-COUNT)
                           MOVE HA-PAGES TO
                             WS-KEEP-PAGES(WS-KEEP-COUNT)
                           MOVE HA-EDITOR TO
                             WS-KEEP-EDITOR(WS-KEEP-COUNT)
                           MOVE HA-DATE TO WS-KEEP-DATE(WS-KEEP-COUNT)
                           IF HA-ID > WS-HIGHEST-ID THEN
                               MOVE HA-ID TO WS-HIGHEST-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ARTICLES-FILE.

      *>    A NEW ARTICLE ALWAYS STARTS AT PAGE ONE, WHATEVER PAGE
      *>    NUMBER WAS KEYED.
       NEW-ARTICLE.
           IF LS-TITLE = SPACES OR LS-TITLE = LOW-VALUE THEN
               MOVE "T" TO LS-RESULT
               GOBACK
           END-IF.
           IF WS-KEEP-COUNT >= 999 OR WS-HIGHEST-ID >= 9999 THEN
               GOBACK
           END-IF.

           ADD 1 TO WS-HIGHEST-ID.
           ADD 1 TO WS-KEEP-COUNT.
           MOVE WS-KEEP-COUNT TO WS-HIT.
           MOVE WS-HIGHEST-ID TO WS-KEEP-ID(WS-HIT).
           MOVE LS-TITLE TO WS-NEW-TITLE.
           MOVE LS-CATEGORY TO WS-NEW-CATEGORY.
           MOVE 1 TO WS-NEW-REVISION.
           MOVE 1 TO WS-NEW-PAGES.
           MOVE LS-TEXT TO WS-PAGE-TEXT(1).
           MOVE 0 TO WS-COPY-REVISION.

           MOVE "N" TO WS-REV-ACTION.
           PERFORM WRITE-REVISION.
           MOVE WS-HIGHEST-ID TO LS-ARTICLE-ID.

       EDIT-ARTICLE.
           MOVE LS-PAGE-NO TO WS-PAGE-NO.
           IF WS-PAGE-NO = 0 THEN
               MOVE 1 TO WS-PAGE-NO
           END-IF.
           IF WS-PAGE-NO > WS-KEEP-PAGES(WS-HIT) + 1 THEN
               MOVE "P" TO LS-RESULT
               GOBACK
           END-IF.

           MOVE WS-KEEP-REVISION(WS-HIT) TO WS-COPY-REVISION.
           PERFORM LOAD-PAGES.

           MOVE WS-KEEP-PAGES(WS-HIT) TO WS-NEW-PAGES.
           MOVE LS-TEXT TO WS-PAGE-TEXT(WS-PAGE-NO).
           IF WS-PAGE-NO > WS-NEW-PAGES THEN
               MOVE WS-PAGE-NO TO WS-NEW-PAGES
           END-IF.
      *>    BLANKING THE LAST PAGE TAKES IT OFF THE ARTICLE; PAGE ONE
      *>    ALWAYS STAYS, EVEN WHEN IT IS EMPTY.
           IF WS-PAGE-NO = WS-NEW-PAGES AND WS-NEW-PAGES > 1 AND
              LS-TEXT = SPACES THEN
               SUBTRACT 1 FROM WS-NEW-PAGES
           END-IF.

           MOVE WS-KEEP-TITLE(WS-HIT) TO WS-NEW-TITLE.
           IF LS-TITLE NOT = SPACES THEN
               MOVE LS-TITLE TO WS-NEW-TITLE
           END-IF.
           MOVE WS-KEEP-CATEGORY(WS-HIT) TO WS-NEW-CATEGORY.
           IF LS-CATEGORY NOT = SPACES THEN
               MOVE LS-CATEGORY TO WS-NEW-CATEGORY
           END-IF.
           ADD 1 TO WS-KEEP-REVISION(WS-HIT) GIVING WS-NEW-REVISION.

           MOVE "E" TO WS-REV-ACTION.
           PERFORM WRITE-REVISION.

      *>    THE OLD REVISION'S TITLE, CATEGORY AND PAGES ALL COME BACK,
      *>    AS A NEW REVISION ON TOP SO THE ROLLBACK ITSELF CAN BE
      *>    UNDONE THE SAME WAY.
       ROLLBACK-ARTICLE.
           IF LS-TO-REVISION = 0 OR
              LS-TO-REVISION >= WS-KEEP-REVISION(WS-HIT) THEN
               MOVE "V" TO LS-RESULT
               GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REVISIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REVISIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF HR-ARTICLE-ID = LS-ARTICLE-ID AND
                          HR-REVISION = LS-TO-REVISION THEN
                           MOVE 1 TO WS-OLD-FOUND
                           MOVE HR-TITLE TO WS-NEW-TITLE
                           MOVE HR-CATEGORY TO WS-NEW-CATEGORY
                           MOVE HR-PAGES TO WS-NEW-PAGES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-REVISIONS-FILE.

           IF WS-OLD-FOUND = 0 THEN
               MOVE "V" TO LS-RESULT
               GOBACK
           END-IF.

           MOVE LS-TO-REVISION TO WS-COPY-REVISION.
           PERFORM LOAD-PAGES.
           ADD 1 TO WS-KEEP-REVISION(WS-HIT) GIVING WS-NEW-REVISION.

           MOVE "R" TO WS-REV-ACTION.
           PERFORM WRITE-REVISION.

       LOAD-PAGES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PAGES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PAGES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF HP-ARTICLE-ID = LS-ARTICLE-ID AND
                          HP-REVISION = WS-COPY-REVISION AND
                          HP-SEQ > 0 THEN
                           MOVE HP-TEXT TO WS-PAGE-TEXT(HP-SEQ)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PAGES-FILE.

      *>    PAGES FIRST, THEN THE HISTORY ROW, THEN THE HEADER, SO A
      *>    HEADER NEVER POINTS AT A REVISION WHOSE PAGES ARE MISSING.
      *>    WS-REV-ACTION IS SET BY THE CALLER.
       WRITE-REVISION.
           OPEN EXTEND F-PAGES-FILE.
           MOVE 0 TO WS-PAGE-NO.
           PERFORM UNTIL WS-PAGE-NO >= WS-NEW-PAGES
               ADD 1 TO WS-PAGE-NO
               MOVE WS-KEEP-ID(WS-HIT) TO HP-ARTICLE-ID
               MOVE WS-NEW-REVISION TO HP-REVISION
               MOVE WS-PAGE-NO TO HP-SEQ
               MOVE WS-PAGE-TEXT(WS-PAGE-NO) TO HP-TEXT
               WRITE HP-ENTRY
           END-PERFORM.
           CLOSE F-PAGES-FILE.

           OPEN EXTEND F-REVISIONS-FILE.
           MOVE WS-KEEP-ID(WS-HIT) TO HR-ARTICLE-ID.
           MOVE WS-NEW-REVISION TO HR-REVISION.
           MOVE WS-NEW-TITLE TO HR-TITLE.
           MOVE WS-NEW-CATEGORY TO HR-CATEGORY.
           MOVE WS-NEW-PAGES TO HR-PAGES.
           MOVE LS-EDITOR TO HR-EDITOR.
           MOVE WS-TODAY TO HR-DATE.
           MOVE WS-REV-ACTION TO HR-ACTION.
           MOVE WS-COPY-REVISION TO HR-FROM-REVISION.
           WRITE HR-ENTRY.
           CLOSE F-REVISIONS-FILE.

           MOVE WS-NEW-TITLE TO WS-KEEP-TITLE(WS-HIT).
           MOVE WS-NEW-CATEGORY TO WS-KEEP-CATEGORY(WS-HIT).
           MOVE WS-NEW-REVISION TO WS-KEEP-REVISION(WS-HIT).
           MOVE WS-NEW-PAGES TO WS-KEEP-PAGES(WS-HIT).
           MOVE LS-EDITOR TO WS-KEEP-EDITOR(WS-HIT).
           MOVE WS-TODAY TO WS-KEEP-DATE(WS-HIT).

           OPEN OUTPUT F-ARTICLES-FILE.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX >= WS-KEEP-COUNT
               ADD 1 TO WS-IDX
               MOVE WS-KEEP-ID(WS-IDX) TO HA-ID
               MOVE WS-KEEP-TITLE(WS-IDX) TO HA-TITLE
               MOVE WS-KEEP-CATEGORY(WS-IDX) TO HA-CATEGORY
               MOVE WS-KEEP-REVISION(WS-IDX) TO HA-REVISION
               MOVE WS-KEEP-PAGES(WS-IDX) TO HA-PAGES
               MOVE WS-KEEP-EDITOR(WS-IDX) TO HA-EDITOR
               MOVE WS-KEEP-DATE(WS-IDX) TO HA-DATE
               WRITE HA-ENTRY
           END-PERFORM.
           CLOSE F-ARTICLES-FILE.

           MOVE "Y" TO LS-RESULT.
