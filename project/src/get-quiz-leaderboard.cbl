       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-quiz-leaderboard.
      ******************************************************************
      *----SUB PROGRAM THAT TALLIES A QUIZ NIGHT'S SCORES UP TO AND----*
      *----INCLUDING A GIVEN QUESTION, SO THE BOARD SHOWN BETWEEN------*
      *----ROUNDS ONLY COUNTS ROUNDS ALREADY FINISHED. EVERY ENTRANT---*
      *----IS RANKED, NIL SCORES INCLUDED, HIGHEST FIRST. THE TOP TEN--*
      *----COME BACK WITH THE ASKING MEMBER'S OWN SCORE AND PLACE.-----*
      *----ALSO USED BY CLOSE-QUIZ-NIGHTS FOR THE FINAL ORDER----------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-QUIZ-ENTRIES-FILE ASSIGN TO
             "quiz-night-entries.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-QUIZ-ANSWERS-FILE ASSIGN TO
             "quiz-night-answers.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-QUIZ-ENTRIES-FILE.
           01 QE-ENTRY.
              05 QE-QUIZ-ID PIC 9(4).
              05 QE-USERNAME PIC X(16).
              05 QE-ENTERED-DATE PIC 9(8).

           FD F-QUIZ-ANSWERS-FILE.
           01 QA-ENTRY.
              05 QA-QUIZ-ID PIC 9(4).
              05 QA-SEQ PIC 9(2).
              05 QA-USERNAME PIC X(16).
              05 QA-ANSWER PIC X(1).
              05 QA-CORRECT PIC 9(1).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-ENTRANT-COUNT PIC 999 VALUE 0.
           01 WS-ENTRANTS.
               05 WS-ENTRANT OCCURS 999 TIMES.
                   10 WS-ENT-NAME PIC X(16).
                   10 WS-ENT-SCORE PIC 9(3).
           01 WS-OUTER PIC 999.
           01 WS-INNER PIC 999.
           01 WS-BEST PIC 999.
           01 WS-HOLD-NAME PIC X(16).
           01 WS-HOLD-SCORE PIC 9(3).

           LINKAGE SECTION.
           01 LS-QUIZ-ID PIC 9(4).
           01 LS-THROUGH-SEQ PIC 9(2).
           01 LS-USERNAME PIC X(16).
           01 LS-COUNT PIC 99.
           01 LS-BOARD.
               05 LS-BOARD-ENTRY OCCURS 10 TIMES.
                   10 LS-BOARD-NAME PIC X(16).
                   10 LS-BOARD-SCORE PIC 9(3).
           01 LS-MY-SCORE PIC 9(3).
           01 LS-MY-PLACE PIC 9(3).

       PROCEDURE DIVISION USING LS-QUIZ-ID, LS-THROUGH-SEQ,
           LS-USERNAME, LS-COUNT, LS-BOARD, LS-MY-SCORE, LS-MY-PLACE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-ENTRANT-COUNT.
           MOVE 0 TO LS-COUNT.
           MOVE SPACES TO LS-BOARD.
           MOVE 0 TO LS-MY-SCORE.
           MOVE 0 TO LS-MY-PLACE.

           OPEN INPUT F-QUIZ-ENTRIES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUIZ-ENTRIES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF QE-QUIZ-ID = LS-QUIZ-ID AND
                          WS-ENTRANT-COUNT < 999 THEN
                           ADD 1 TO WS-ENTRANT-COUNT
                           MOVE QE-USERNAME TO
                             WS-ENT-NAME(WS-ENTRANT-COUNT)
                           MOVE 0 TO WS-ENT-SCORE(WS-ENTRANT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-QUIZ-ENTRIES-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-QUIZ-ANSWERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUIZ-ANSWERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF QA-QUIZ-ID = LS-QUIZ-ID AND
                          QA-SEQ <= LS-THROUGH-SEQ AND
                          QA-CORRECT = 1 THEN
                           PERFORM CREDIT-ONE-ANSWER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-QUIZ-ANSWERS-FILE.

           PERFORM RANK-ENTRANTS.

           MOVE 0 TO WS-OUTER.
           PERFORM UNTIL WS-OUTER >= WS-ENTRANT-COUNT
               ADD 1 TO WS-OUTER
               IF WS-OUTER <= 10 THEN
                   ADD 1 TO LS-COUNT
                   MOVE WS-ENT-NAME(WS-OUTER) TO
                     LS-BOARD-NAME(WS-OUTER)
                   MOVE WS-ENT-SCORE(WS-OUTER) TO
                     LS-BOARD-SCORE(WS-OUTER)
               END-IF
               IF WS-ENT-NAME(WS-OUTER) = LS-USERNAME THEN
                   MOVE WS-ENT-SCORE(WS-OUTER) TO LS-MY-SCORE
                   MOVE WS-OUTER TO LS-MY-PLACE
               END-IF
           END-PERFORM.

           GOBACK.

       CREDIT-ONE-ANSWER.
           MOVE 0 TO WS-INNER.
           PERFORM UNTIL WS-INNER >= WS-ENTRANT-COUNT
               ADD 1 TO WS-INNER
               IF WS-ENT-NAME(WS-INNER) = QA-USERNAME THEN
                   ADD 1 TO WS-ENT-SCORE(WS-INNER)
                   MOVE WS-ENTRANT-COUNT TO WS-INNER
               END-IF
           END-PERFORM.

      *>    SAME SELECTION SORT AS CLOSE-TOURNAMENT.
       RANK-ENTRANTS.
           MOVE 0 TO WS-OUTER.
           PERFORM UNTIL WS-OUTER >= WS-ENTRANT-COUNT
               ADD 1 TO WS-OUTER
               MOVE WS-OUTER TO WS-BEST
               MOVE WS-OUTER TO WS-INNER
               PERFORM UNTIL WS-INNER >= WS-ENTRANT-COUNT
                   ADD 1 TO WS-INNER
                   IF WS-ENT-SCORE(WS-INNER) >
                      WS-ENT-SCORE(WS-BEST) THEN
                       MOVE WS-INNER TO WS-BEST
                   END-IF
               END-PERFORM
               IF WS-BEST NOT = WS-OUTER THEN
                   MOVE WS-ENT-NAME(WS-OUTER) TO WS-HOLD-NAME
                   MOVE WS-ENT-SCORE(WS-OUTER) TO WS-HOLD-SCORE
                   MOVE WS-ENT-NAME(WS-BEST) TO WS-ENT-NAME(WS-OUTER)
                   MOVE WS-ENT-SCORE(WS-BEST) TO
                     WS-ENT-SCORE(WS-OUTER)
                   MOVE WS-HOLD-NAME TO WS-ENT-NAME(WS-BEST)
                   MOVE WS-HOLD-SCORE TO WS-ENT-SCORE(WS-BEST)
               END-IF
           END-PERFORM.
