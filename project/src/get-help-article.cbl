       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-help-article.
      ******************************************************************
      *----SUB PROGRAM THAT HANDS BACK ONE PAGE OF THE CURRENT---------*
      *----REVISION OF A HELP ARTICLE, WITH ITS HEADER DETAILS. A PAGE-*
      *----NUMBER OUTSIDE THE ARTICLE COMES BACK AS PAGE ONE. LS-FOUND-*
      *----IS 1 WHEN THE ARTICLE EXISTS--------------------------------*
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

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

           LINKAGE SECTION.
           01 LS-ARTICLE-ID PIC 9(4).
           01 LS-PAGE-NO PIC 9.
           01 LS-TITLE PIC X(50).
           01 LS-CATEGORY PIC X(8).
           01 LS-REVISION PIC 9(3).
           01 LS-PAGES PIC 9.
           01 LS-EDITOR PIC X(16).
           01 LS-DATE PIC 9(8).
           01 LS-TEXT PIC X(300).
           01 LS-FOUND PIC 9.

       PROCEDURE DIVISION USING LS-ARTICLE-ID, LS-PAGE-NO, LS-TITLE,
           LS-CATEGORY, LS-REVISION, LS-PAGES, LS-EDITOR, LS-DATE,
           LS-TEXT, LS-FOUND.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.

           MOVE 0 TO LS-FOUND.
           MOVE SPACES TO LS-TITLE.
           MOVE SPACES TO LS-CATEGORY.
           MOVE 0 TO LS-REVISION.
           MOVE 0 TO LS-PAGES.
           MOVE SPACES TO LS-EDITOR.
           MOVE 0 TO LS-DATE.
           MOVE SPACES TO LS-TEXT.

           OPEN INPUT F-ARTICLES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARTICLES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF HA-ID = LS-ARTICLE-ID THEN
                           MOVE 1 TO LS-FOUND
                           MOVE HA-TITLE TO LS-TITLE
                           MOVE HA-CATEGORY TO LS-CATEGORY
                           MOVE HA-REVISION TO LS-REVISION
                           MOVE HA-PAGES TO LS-PAGES
                           MOVE HA-EDITOR TO LS-EDITOR
                           MOVE HA-DATE TO LS-DATE
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ARTICLES-FILE.

           IF LS-FOUND = 0 THEN
               GOBACK
           END-IF.

           IF LS-PAGE-NO = 0 OR LS-PAGE-NO > LS-PAGES THEN
               MOVE 1 TO LS-PAGE-NO
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PAGES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PAGES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF HP-ARTICLE-ID = LS-ARTICLE-ID AND
                          HP-REVISION = LS-REVISION AND
                          HP-SEQ = LS-PAGE-NO THEN
                           MOVE HP-TEXT TO LS-TEXT
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PAGES-FILE.

           GOBACK.
