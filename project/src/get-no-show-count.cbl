       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-no-show-count.
      ******************************************************************
      *----SUB PROGRAM THAT HANDS BACK HOW MANY PAST EVENTS A MEMBER---*
      *----HELD A SEAT AT BUT NEVER CHECKED IN FOR, AS LAST TALLIED----*
      *----INTO MEMBER-NO-SHOWS.DAT BY THE NIGHTLY TALLY-NO-SHOWS------*
      *----STEP. ZERO FOR A MEMBER WITH NO ROW-------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-NO-SHOWS-FILE ASSIGN TO
             'member-no-shows.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-NO-SHOWS-FILE.
           01 NS-ENTRY.
              05 NS-USERNAME PIC X(16).
              05 NS-COUNT PIC 9(4).
              05 NS-LAST-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-NO-SHOWS PIC 9(4).

       PROCEDURE DIVISION USING LS-USERNAME, LS-NO-SHOWS.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.

           MOVE 0 TO LS-NO-SHOWS.

           OPEN INPUT F-NO-SHOWS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-NO-SHOWS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF NS-USERNAME = LS-USERNAME THEN
                           MOVE NS-COUNT TO LS-NO-SHOWS
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-NO-SHOWS-FILE.

           GOBACK.
