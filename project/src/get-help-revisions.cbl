       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-help-revisions.
      ******************************************************************
      *----SUB PROGRAM THAT READS THE REVISION HISTORY OF ONE HELP-----*
      *----ARTICLE BACK FROM HELP-ARTICLE-REVISIONS.DAT, NEWEST FIRST,-*
      *----SO THE EDITOR CAN SEE WHO CHANGED WHAT AND PICK A REVISION--*
      *----TO ROLL BACK TO. ONLY THE LATEST EIGHT FIT THE SCREEN-------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-REVISIONS-FILE ASSIGN TO
             "help-article-revisions.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-REVISIONS-FILE.
           01 HR-ENTRY.
              05 HR-ARTICLE-ID PIC 9(4).
              05 HR-REVISION PIC 9(3).
              05 HR-TITLE PIC X(50).
              05 HR-CATEGORY PIC X(8).
              05 HR-PAGES PIC 9.
              05 HR-EDITOR PIC X(16).
              05 HR-DATE PIC 9(8).
              05 HR-ACTION PIC X(1).
              05 HR-FROM-REVISION PIC 9(3).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-ROW-COUNT PIC 9(4) VALUE 0.
           01 WS-ROWS.
               05 WS-ROW-ENTRY OCCURS 999 TIMES.
                   10 WS-RW-REVISION PIC 9(3).
                   10 WS-RW-DATE PIC 9(8).
                   10 WS-RW-EDITOR PIC X(16).
                   10 WS-RW-ACTION PIC X(1).
                   10 WS-RW-FROM PIC 9(3).
                   10 WS-RW-PAGES PIC 9.
           01 WS-IDX PIC 9(4).

           LINKAGE SECTION.
           01 LS-ARTICLE-ID PIC 9(4).
           01 LS-REVISION-COUNT PIC 9(2).
           01 LS-REVISION-TABLE.
               05 LS-REVISION-ENTRY OCCURS 8 TIMES.
                   10 LS-HR-REVISION PIC 9(3).
                   10 LS-HR-DATE PIC 9(8).
                   10 LS-HR-EDITOR PIC X(16).
                   10 LS-HR-ACTION PIC X(1).
                   10 LS-HR-FROM PIC 9(3).
                   10 LS-HR-PAGES PIC 9.

       PROCEDURE DIVISION USING LS-ARTICLE-ID, LS-REVISION-COUNT,
           LS-REVISION-TABLE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-ROW-COUNT.

           MOVE 0 TO LS-REVISION-COUNT.
           MOVE SPACES TO LS-REVISION-TABLE.

           OPEN INPUT F-REVISIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REVISIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF HR-ARTICLE-ID = LS-ARTICLE-ID AND
                          WS-ROW-COUNT < 999 THEN
                           ADD 1 TO WS-ROW-COUNT
                           MOVE HR-REVISION TO
                             WS-RW-REVISION(WS-ROW-COUNT)
                           MOVE HR-DATE TO WS-RW-DATE(WS-ROW-COUNT)
                           MOVE HR-EDITOR TO WS-RW-EDITOR(WS-ROW-COUNT)
                           MOVE HR-ACTION TO WS-RW-ACTION(WS-ROW-COUNT)
                           MOVE HR-FROM-REVISION TO
                             WS-RW-FROM(WS-ROW-COUNT)
                           MOVE HR-PAGES TO WS-RW-PAGES(WS-ROW-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-REVISIONS-FILE.

      *>    THE FILE IS ONLY EVER APPENDED TO, SO READING THE TABLE
      *>    FROM THE BOTTOM UP GIVES NEWEST FIRST.
           MOVE WS-ROW-COUNT TO WS-IDX.
           PERFORM UNTIL WS-IDX = 0 OR LS-REVISION-COUNT = 8
               ADD 1 TO LS-REVISION-COUNT
               MOVE WS-ROW-ENTRY(WS-IDX) TO
                 LS-REVISION-ENTRY(LS-REVISION-COUNT)
               SUBTRACT 1 FROM WS-IDX
           END-PERFORM.

           GOBACK.
