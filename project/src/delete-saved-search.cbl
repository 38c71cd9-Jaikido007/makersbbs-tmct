       IDENTIFICATION DIVISION.
       PROGRAM-ID. delete-saved-search.
      ******************************************************************
      *----SUB PROGRAM THAT DROPS ONE OF A MEMBER'S SAVED SEARCHES-----*
      *----BY ITS NUMBER. THE ROW IS BLANKED IN PLACE RATHER THAN------*
      *----DELETED, THE SAME SHAPE DISCARD-DRAFT USES, AND SAVE-SEARCH-*
      *----TAKES THE SLOT BACK FOR THE NEXT ONE. HITS ALREADY FOUND----*
      *----STAY IN SAVED-SEARCH-HITS.DAT. LS-RESULT: "Y" DROPPED, "N"--*
      *----NO SUCH SEARCH----------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SEARCHES-FILE ASSIGN TO
             "saved-searches.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-SEARCHES-FILE.
           01 SS-ENTRY.
              05 SS-USERNAME PIC X(16).
              05 SS-SEARCH-NO PIC 9.
              05 SS-KEYWORD PIC X(30).
              05 SS-BOARD-CODE PIC X(10).
              05 SS-AUTHOR PIC X(16).
              05 SS-LAST-MSG-ID PIC 9(7).
              05 SS-NEW-HITS PIC 9(4).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-SEARCH-NO PIC 9.
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-SEARCH-NO, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.

           MOVE "N" TO LS-RESULT.

           OPEN I-O F-SEARCHES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SEARCHES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SS-USERNAME = LS-USERNAME AND
                          SS-SEARCH-NO = LS-SEARCH-NO AND
                          SS-KEYWORD NOT = SPACES THEN
                           MOVE SPACES TO SS-KEYWORD
                           MOVE SPACES TO SS-BOARD-CODE
                           MOVE SPACES TO SS-AUTHOR
                           MOVE 0 TO SS-NEW-HITS
                           REWRITE SS-ENTRY
                           MOVE "Y" TO LS-RESULT
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SEARCHES-FILE.

           GOBACK.
