       IDENTIFICATION DIVISION.
       PROGRAM-ID. update-anagram-streak.
      ******************************************************************
      *----SUB PROGRAM THAT KEEPS ONE ANAGRAM-STREAKS.DAT ROW PER------*
      *----PLAYER: THE LONGEST RUN OF WORDS THEY HAVE UNSCRAMBLED IN---*
      *----ONE ANAGRAM RACE, THE DATE THEY SET IT AND HOW MANY RACES---*
      *----THEY HAVE RUN. SAME UPSERT SHAPE AS UPDATE-NUMBER-SCORE,----*
      *----EXCEPT A LONGER STREAK REPLACES THE STORED ONE. THE BEST----*
      *----STREAK ON FILE AFTER THE UPDATE IS HANDED BACK--------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-STREAK-FILE ASSIGN TO
             "anagram-streaks.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-STREAK-FILE.
           01 AS-ENTRY.
              05 AS-USERNAME PIC X(16).
              05 AS-BEST-STREAK PIC 9(3).
              05 AS-BEST-DATE PIC 9(8).
              05 AS-RACES PIC 9(5).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-FOUND PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-STREAK PIC 9(3).
           01 LS-BEST-STREAK PIC 9(3).

       PROCEDURE DIVISION USING LS-USERNAME, LS-STREAK,
           LS-BEST-STREAK.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-FOUND.

           MOVE LS-STREAK TO LS-BEST-STREAK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O F-STREAK-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-STREAK-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF AS-USERNAME = LS-USERNAME THEN
                           MOVE 1 TO WS-FOUND
                           MOVE 1 TO WS-FILE-IS-ENDED
                           IF AS-RACES < 99999 THEN
                               ADD 1 TO AS-RACES
                           END-IF
                           IF LS-STREAK > AS-BEST-STREAK THEN
                               MOVE LS-STREAK TO AS-BEST-STREAK
                               MOVE WS-TODAY TO AS-BEST-DATE
                           END-IF
                           MOVE AS-BEST-STREAK TO LS-BEST-STREAK
                           REWRITE AS-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-STREAK-FILE.

           IF WS-FOUND = 0 THEN
               OPEN EXTEND F-STREAK-FILE
               MOVE LS-USERNAME TO AS-USERNAME
               MOVE LS-STREAK TO AS-BEST-STREAK
               MOVE WS-TODAY TO AS-BEST-DATE
               MOVE 1 TO AS-RACES
               WRITE AS-ENTRY
               CLOSE F-STREAK-FILE
           END-IF.

           GOBACK.
