       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-quiz-night.
      ******************************************************************
      *----SUB PROGRAM THAT WORKS OUT WHERE THE CURRENT QUIZ NIGHT-----*
      *----STANDS BY THE CLOCK, SO EVERY ENTRANT SEES THE SAME---------*
      *----QUESTION AT THE SAME TIME WHOEVER ASKS. THE QUIZ SHOWN IS---*
      *----THE EARLIEST OPEN ONE NOT YET FINISHED, OR FAILING THAT-----*
      *----THE LATEST FINISHED ONE STILL WAITING FOR ITS PAYOUT. THE---*
      *----TIMETABLE RUNS ROUND BY ROUND: EACH QUESTION IS LIVE FOR----*
      *----THE ANSWER WINDOW, AND A BREAK FOLLOWS EVERY ROUND BUT THE--*
      *----LAST. PHASE "W" WAITING TO START, "Q" A QUESTION IS LIVE,---*
      *----"B" BREAK BETWEEN ROUNDS, "E" FINISHED. THE LIVE QUESTION---*
      *----TEXT (NOT ITS ANSWER) IS RETURNED DURING "Q"; THE SCORED----*
      *----THROUGH FIGURE IS THE LAST QUESTION OF THE LAST COMPLETED---*
      *----ROUND, FOR THE LEADERBOARD BETWEEN ROUNDS-------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-QUIZ-NIGHTS-FILE ASSIGN TO
             "quiz-nights.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-QUIZ-QUESTIONS-FILE ASSIGN TO
             "quiz-night-questions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-QUIZ-ENTRIES-FILE ASSIGN TO
             "quiz-night-entries.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
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

           FD F-QUIZ-QUESTIONS-FILE.
           01 QQ-ENTRY.
              05 QQ-QUIZ-ID PIC 9(4).
              05 QQ-SEQ PIC 9(2).
              05 QQ-QUESTION PIC X(60).
              05 QQ-OPT-A PIC X(30).
              05 QQ-OPT-B PIC X(30).
              05 QQ-OPT-C PIC X(30).
              05 QQ-OPT-D PIC X(30).
              05 QQ-ANSWER PIC X(1).
              05 QQ-CATEGORY PIC X(12).

           FD F-QUIZ-ENTRIES-FILE.
           01 QE-ENTRY.
              05 QE-QUIZ-ID PIC 9(4).
              05 QE-USERNAME PIC X(16).
              05 QE-ENTERED-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-NOW PIC X(21).
           01 WS-NOW-ABS PIC 9(12).
           01 WS-START-HH PIC 9(2).
           01 WS-START-MM PIC 9(2).
           01 WS-START-ABS PIC 9(12).
           01 WS-END-ABS PIC 9(12).
           01 WS-ROUNDS PIC 9(2).
           01 WS-LAST-ROUND-QS PIC 9(2).
           01 WS-ROUND-SECS PIC 9(6).
           01 WS-CYCLE-SECS PIC 9(6).
           01 WS-ELAPSED PIC 9(12).
           01 WS-OFFSET PIC 9(6).
           01 WS-WAIT PIC 9(12).

      *>    THE TWO CANDIDATES WHILE SCANNING: THE NEXT OR RUNNING
      *>    QUIZ, AND THE LATEST FINISHED ONE.
           01 WS-NEXT-FOUND PIC 9 VALUE 0.
           01 WS-NEXT-START PIC 9(12).
           01 WS-NEXT-ENTRY PIC X(105).
           01 WS-DONE-FOUND PIC 9 VALUE 0.
           01 WS-DONE-START PIC 9(12).
           01 WS-DONE-ENTRY PIC X(105).

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-FOUND PIC 9.
           01 LS-QUIZ.
               05 LS-QN-ID PIC 9(4).
               05 LS-QN-TITLE PIC X(30).
               05 LS-QN-CATEGORIES PIC X(36).
               05 LS-QN-DATE PIC 9(8).
               05 LS-QN-START-TIME PIC 9(4).
               05 LS-QN-FEE PIC 9(6).
               05 LS-QN-PRIZE-POOL PIC 9(6).
               05 LS-QN-QUESTION-COUNT PIC 9(2).
               05 LS-QN-ROUND-SIZE PIC 9(2).
               05 LS-QN-WINDOW-SECS PIC 9(3).
               05 LS-QN-ROUNDS PIC 9(2).
               05 LS-QN-ENTRANTS PIC 9(4).
               05 LS-QN-ENTERED PIC 9(1).
               05 LS-QN-PHASE PIC X(1).
               05 LS-QN-ROUND PIC 9(2).
               05 LS-QN-LIVE-SEQ PIC 9(2).
               05 LS-QN-SECS-LEFT PIC 9(5).
               05 LS-QN-SCORED-THROUGH PIC 9(2).
               05 LS-QN-QUESTION PIC X(60).
               05 LS-QN-OPT-A PIC X(30).
               05 LS-QN-OPT-B PIC X(30).
               05 LS-QN-OPT-C PIC X(30).
               05 LS-QN-OPT-D PIC X(30).

       PROCEDURE DIVISION USING LS-USERNAME, LS-FOUND, LS-QUIZ.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-NEXT-FOUND.
           MOVE 0 TO WS-DONE-FOUND.
           MOVE 0 TO LS-FOUND.
           MOVE SPACES TO LS-QUIZ.
           MOVE 0 TO LS-QN-ENTRANTS.
           MOVE 0 TO LS-QN-ENTERED.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           COMPUTE WS-NOW-ABS =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NOW(1:8)))
             * 86400
             + FUNCTION NUMVAL(WS-NOW(9:2)) * 3600
             + FUNCTION NUMVAL(WS-NOW(11:2)) * 60
             + FUNCTION NUMVAL(WS-NOW(13:2)).

           OPEN INPUT F-QUIZ-NIGHTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUIZ-NIGHTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF QN-STATUS = "O" THEN
                           PERFORM WEIGH-ONE-QUIZ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-QUIZ-NIGHTS-FILE.

           IF WS-NEXT-FOUND = 1 THEN
               MOVE WS-NEXT-ENTRY TO QN-ENTRY
           ELSE IF WS-DONE-FOUND = 1 THEN
               MOVE WS-DONE-ENTRY TO QN-ENTRY
           ELSE
               GOBACK
           END-IF.

           MOVE 1 TO LS-FOUND.
           PERFORM WORK-OUT-TIMETABLE.
           MOVE QN-ID TO LS-QN-ID.
           MOVE QN-TITLE TO LS-QN-TITLE.
           MOVE QN-CATEGORIES TO LS-QN-CATEGORIES.
           MOVE QN-DATE TO LS-QN-DATE.
           MOVE QN-START-TIME TO LS-QN-START-TIME.
           MOVE QN-FEE TO LS-QN-FEE.
           MOVE QN-PRIZE-POOL TO LS-QN-PRIZE-POOL.
           MOVE QN-QUESTION-COUNT TO LS-QN-QUESTION-COUNT.
           MOVE QN-ROUND-SIZE TO LS-QN-ROUND-SIZE.
           MOVE QN-WINDOW-SECS TO LS-QN-WINDOW-SECS.
           MOVE WS-ROUNDS TO LS-QN-ROUNDS.
           MOVE 0 TO LS-QN-ROUND.
           MOVE 0 TO LS-QN-LIVE-SEQ.
           MOVE 0 TO LS-QN-SECS-LEFT.
           MOVE 0 TO LS-QN-SCORED-THROUGH.

           IF WS-NOW-ABS < WS-START-ABS THEN
               MOVE "W" TO LS-QN-PHASE
               COMPUTE WS-WAIT = WS-START-ABS - WS-NOW-ABS
               IF WS-WAIT > 99999 THEN
                   MOVE 99999 TO LS-QN-SECS-LEFT
               ELSE
                   MOVE WS-WAIT TO LS-QN-SECS-LEFT
               END-IF
           ELSE IF WS-NOW-ABS >= WS-END-ABS THEN
               MOVE "E" TO LS-QN-PHASE
               MOVE WS-ROUNDS TO LS-QN-ROUND
               MOVE QN-QUESTION-COUNT TO LS-QN-SCORED-THROUGH
           ELSE
               PERFORM PLACE-IN-ROUND
           END-IF.

           PERFORM COUNT-ENTRANTS.
           IF LS-QN-PHASE = "Q" THEN
               PERFORM FETCH-LIVE-QUESTION
           END-IF.

           GOBACK.

       WEIGH-ONE-QUIZ.
           PERFORM WORK-OUT-TIMETABLE.
           IF WS-END-ABS > WS-NOW-ABS THEN
               IF WS-NEXT-FOUND = 0 OR
                  WS-START-ABS < WS-NEXT-START THEN
                   MOVE 1 TO WS-NEXT-FOUND
                   MOVE WS-START-ABS TO WS-NEXT-START
                   MOVE QN-ENTRY TO WS-NEXT-ENTRY
               END-IF
           ELSE
               IF WS-DONE-FOUND = 0 OR
                  WS-START-ABS > WS-DONE-START THEN
                   MOVE 1 TO WS-DONE-FOUND
                   MOVE WS-START-ABS TO WS-DONE-START
                   MOVE QN-ENTRY TO WS-DONE-ENTRY
               END-IF
           END-IF.

      *>    THE LAST ROUND MAY BE SHORT WHEN THE QUESTION COUNT IS
      *>    NOT A WHOLE NUMBER OF ROUNDS, AND HAS NO BREAK AFTER IT.
       WORK-OUT-TIMETABLE.
           DIVIDE QN-START-TIME BY 100 GIVING WS-START-HH
             REMAINDER WS-START-MM.
           COMPUTE WS-START-ABS =
             FUNCTION INTEGER-OF-DATE(QN-DATE) * 86400
             + WS-START-HH * 3600 + WS-START-MM * 60.
           IF QN-ROUND-SIZE = 0 THEN
               MOVE QN-QUESTION-COUNT TO QN-ROUND-SIZE
           END-IF.
           COMPUTE WS-ROUNDS =
             (QN-QUESTION-COUNT + QN-ROUND-SIZE - 1) / QN-ROUND-SIZE.
           COMPUTE WS-LAST-ROUND-QS =
             QN-QUESTION-COUNT - (WS-ROUNDS - 1) * QN-ROUND-SIZE.
           COMPUTE WS-ROUND-SECS = QN-ROUND-SIZE * QN-WINDOW-SECS.
           COMPUTE WS-CYCLE-SECS = WS-ROUND-SECS + QN-BREAK-SECS.
           COMPUTE WS-END-ABS = WS-START-ABS
             + (WS-ROUNDS - 1) * WS-CYCLE-SECS
             + WS-LAST-ROUND-QS * QN-WINDOW-SECS.

       PLACE-IN-ROUND.
           COMPUTE WS-ELAPSED = WS-NOW-ABS - WS-START-ABS.
           DIVIDE WS-ELAPSED BY WS-CYCLE-SECS GIVING LS-QN-ROUND
             REMAINDER WS-OFFSET.
           ADD 1 TO LS-QN-ROUND.
           COMPUTE LS-QN-SCORED-THROUGH =
             (LS-QN-ROUND - 1) * QN-ROUND-SIZE.
           IF WS-OFFSET < WS-ROUND-SECS THEN
               MOVE "Q" TO LS-QN-PHASE
               COMPUTE LS-QN-LIVE-SEQ = LS-QN-SCORED-THROUGH
                 + (WS-OFFSET / QN-WINDOW-SECS) + 1
               COMPUTE LS-QN-SECS-LEFT = QN-WINDOW-SECS
                 - FUNCTION MOD(WS-OFFSET, QN-WINDOW-SECS)
           ELSE
               MOVE "B" TO LS-QN-PHASE
               COMPUTE LS-QN-SCORED-THROUGH =
                 LS-QN-ROUND * QN-ROUND-SIZE
               COMPUTE LS-QN-SECS-LEFT = WS-CYCLE-SECS - WS-OFFSET
           END-IF.

       COUNT-ENTRANTS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-QUIZ-ENTRIES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUIZ-ENTRIES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF QE-QUIZ-ID = QN-ID THEN
                           ADD 1 TO LS-QN-ENTRANTS
                           IF QE-USERNAME = LS-USERNAME THEN
                               MOVE 1 TO LS-QN-ENTERED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-QUIZ-ENTRIES-FILE.

       FETCH-LIVE-QUESTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-QUIZ-QUESTIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUIZ-QUESTIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF QQ-QUIZ-ID = QN-ID AND
                          QQ-SEQ = LS-QN-LIVE-SEQ THEN
                           MOVE QQ-QUESTION TO LS-QN-QUESTION
                           MOVE QQ-OPT-A TO LS-QN-OPT-A
                           MOVE QQ-OPT-B TO LS-QN-OPT-B
                           MOVE QQ-OPT-C TO LS-QN-OPT-C
                           MOVE QQ-OPT-D TO LS-QN-OPT-D
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-QUIZ-QUESTIONS-FILE.
