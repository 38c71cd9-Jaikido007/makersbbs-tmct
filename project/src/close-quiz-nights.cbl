       IDENTIFICATION DIVISION.
       PROGRAM-ID. close-quiz-nights.
      ******************************************************************
      *----SUB PROGRAM THAT CLOSES ANY OPEN QUIZ NIGHT WHOSE LAST------*
      *----QUESTION WINDOW HAS SHUT AND PAYS THE PRIZE POOL OUT--------*
      *----THROUGH PAY-TOURNAMENT-PRIZE (ENTRY TYPE "Z", TAGGED QUIZ),-*
      *----ON THE SAME SPLIT CLOSE-TOURNAMENT USES: 50/30/20 WITH------*
      *----THREE OR MORE ENTRANTS AND THE ROUNDING REMAINDER TO THE----*
      *----WINNER, 70/30 FOR TWO, THE WHOLE POOL FOR ONE. THE FINAL----*
      *----ORDER COMES FROM GET-QUIZ-LEADERBOARD OVER EVERY QUESTION.--*
      *----CALLED FROM END-OF-DAY-BATCH UNDER ITS OWN CHECKPOINT-------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-QUIZ-NIGHTS-FILE ASSIGN TO
             "quiz-nights.dat"
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

           WORKING-STORAGE SECTION.
           01 WS-PRIZE-TARIFF PIC X(4) VALUE "QUIZ".
           01 WS-FORMATTED-DT.
             05 WS-FORMATTED-DTE-TME.
               15 WS-FORMATTED-YEAR    PIC  X(4).
               15 FILLER               PIC X VALUE '-'.
               15 WS-FORMATTED-MONTH   PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 WS-FORMATTED-DY      PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 WS-FORMATTED-HOUR    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 WS-FORMATTED-MINS    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 WS-FORMATTED-SEC     PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 WS-FORMATTED-MS      PIC  X(2).

           01 WS-DATETIME PIC X(21).
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-NOW-ABS PIC 9(12).
           01 WS-START-HH PIC 9(2).
           01 WS-START-MM PIC 9(2).
           01 WS-END-ABS PIC 9(12).
           01 WS-ROUNDS PIC 9(2).
           01 WS-LAST-ROUND-QS PIC 9(2).
           01 WS-CYCLE-SECS PIC 9(6).
           01 WS-CLOSING-ID PIC 9(4) VALUE 0.
           01 WS-CLOSING-POOL PIC 9(6).
           01 WS-CLOSING-QUESTIONS PIC 9(2).

           01 WS-NO-MEMBER PIC X(16) VALUE SPACES.
           01 WS-BOARD-COUNT PIC 99.
           01 WS-BOARD.
               05 WS-BOARD-ENTRY OCCURS 10 TIMES.
                   10 WS-BOARD-NAME PIC X(16).
                   10 WS-BOARD-SCORE PIC 9(3).
           01 WS-MY-SCORE PIC 9(3).
           01 WS-MY-PLACE PIC 9(3).

           01 WS-PAY-NAME PIC X(16).
           01 WS-PAY-AMOUNT PIC 9(6).

           01 WS-PRIZE-1 PIC 9(6).
           01 WS-PRIZE-2 PIC 9(6).
           01 WS-PRIZE-3 PIC 9(6).

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-CLOSING-ID.

           PERFORM 0200-TIME-AND-DATE.
           COMPUTE WS-NOW-ABS =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DATETIME(1:8)))
             * 86400
             + FUNCTION NUMVAL(WS-DATETIME(9:2)) * 3600
             + FUNCTION NUMVAL(WS-DATETIME(11:2)) * 60
             + FUNCTION NUMVAL(WS-DATETIME(13:2)).

      *>    CLOSE QUIZZES ONE AT A TIME UNTIL NONE ARE LEFT DUE, SO A
      *>    MISSED NIGHT CATCHES UP BY ITSELF.
           PERFORM FIND-DUE-QUIZ.
           PERFORM UNTIL WS-CLOSING-ID = 0
               PERFORM CLOSE-ONE-QUIZ
               PERFORM FIND-DUE-QUIZ
           END-PERFORM.

           GOBACK.

       FIND-DUE-QUIZ.
           MOVE 0 TO WS-CLOSING-ID.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-QUIZ-NIGHTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUIZ-NIGHTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF QN-STATUS = "O" AND WS-CLOSING-ID = 0 THEN
                           PERFORM WORK-OUT-END
                           IF WS-END-ABS <= WS-NOW-ABS THEN
                               MOVE QN-ID TO WS-CLOSING-ID
                               MOVE QN-PRIZE-POOL TO WS-CLOSING-POOL
                               MOVE QN-QUESTION-COUNT TO
                                 WS-CLOSING-QUESTIONS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-QUIZ-NIGHTS-FILE.

      *>    THE SAME TIMETABLE GET-QUIZ-NIGHT RUNS TO: FULL ROUNDS
      *>    WITH A BREAK AFTER EACH, THEN THE (POSSIBLY SHORT) LAST.
       WORK-OUT-END.
           DIVIDE QN-START-TIME BY 100 GIVING WS-START-HH
             REMAINDER WS-START-MM.
           IF QN-ROUND-SIZE = 0 THEN
               MOVE QN-QUESTION-COUNT TO QN-ROUND-SIZE
           END-IF.
           COMPUTE WS-ROUNDS =
             (QN-QUESTION-COUNT + QN-ROUND-SIZE - 1) / QN-ROUND-SIZE.
           COMPUTE WS-LAST-ROUND-QS =
             QN-QUESTION-COUNT - (WS-ROUNDS - 1) * QN-ROUND-SIZE.
           COMPUTE WS-CYCLE-SECS =
             QN-ROUND-SIZE * QN-WINDOW-SECS + QN-BREAK-SECS.
           COMPUTE WS-END-ABS =
             FUNCTION INTEGER-OF-DATE(QN-DATE) * 86400
             + WS-START-HH * 3600 + WS-START-MM * 60
             + (WS-ROUNDS - 1) * WS-CYCLE-SECS
             + WS-LAST-ROUND-QS * QN-WINDOW-SECS.

       CLOSE-ONE-QUIZ.
           CALL "get-quiz-leaderboard" USING WS-CLOSING-ID,
             WS-CLOSING-QUESTIONS, WS-NO-MEMBER, WS-BOARD-COUNT,
             WS-BOARD, WS-MY-SCORE, WS-MY-PLACE.
           PERFORM PAY-PRIZES.
           PERFORM MARK-CLOSED.

       PAY-PRIZES.
           MOVE 0 TO WS-PRIZE-1.
           MOVE 0 TO WS-PRIZE-2.
           MOVE 0 TO WS-PRIZE-3.

           IF WS-BOARD-COUNT = 0 OR WS-CLOSING-POOL = 0 THEN
               CONTINUE
           ELSE
               IF WS-BOARD-COUNT = 1 THEN
                   MOVE WS-CLOSING-POOL TO WS-PRIZE-1
               ELSE
                   IF WS-BOARD-COUNT = 2 THEN
                       COMPUTE WS-PRIZE-2 = WS-CLOSING-POOL * 30 / 100
                       COMPUTE WS-PRIZE-1 =
                         WS-CLOSING-POOL - WS-PRIZE-2
                   ELSE
                       COMPUTE WS-PRIZE-2 = WS-CLOSING-POOL * 30 / 100
                       COMPUTE WS-PRIZE-3 = WS-CLOSING-POOL * 20 / 100
                       COMPUTE WS-PRIZE-1 = WS-CLOSING-POOL
                         - WS-PRIZE-2 - WS-PRIZE-3
                   END-IF
               END-IF
           END-IF.

           IF WS-PRIZE-1 > 0 THEN
               MOVE WS-BOARD-NAME(1) TO WS-PAY-NAME
               MOVE WS-PRIZE-1 TO WS-PAY-AMOUNT
               PERFORM PAY-ONE-PRIZE
           END-IF.
           IF WS-PRIZE-2 > 0 THEN
               MOVE WS-BOARD-NAME(2) TO WS-PAY-NAME
               MOVE WS-PRIZE-2 TO WS-PAY-AMOUNT
               PERFORM PAY-ONE-PRIZE
           END-IF.
           IF WS-PRIZE-3 > 0 THEN
               MOVE WS-BOARD-NAME(3) TO WS-PAY-NAME
               MOVE WS-PRIZE-3 TO WS-PAY-AMOUNT
               PERFORM PAY-ONE-PRIZE
           END-IF.

       PAY-ONE-PRIZE.
           CALL "pay-tournament-prize" USING WS-FORMATTED-DT,
               WS-PAY-NAME, WS-PAY-AMOUNT, WS-PRIZE-TARIFF.

       MARK-CLOSED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-QUIZ-NIGHTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUIZ-NIGHTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF QN-ID = WS-CLOSING-ID THEN
                           MOVE "C" TO QN-STATUS
                           REWRITE QN-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-QUIZ-NIGHTS-FILE.

       0200-TIME-AND-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
           MOVE WS-DATETIME(1:4)  TO WS-FORMATTED-YEAR.
           MOVE WS-DATETIME(5:2)  TO WS-FORMATTED-MONTH.
           MOVE WS-DATETIME(7:2)  TO WS-FORMATTED-DY.
           MOVE WS-DATETIME(9:2)  TO WS-FORMATTED-HOUR.
           MOVE WS-DATETIME(11:2) TO WS-FORMATTED-MINS.
           MOVE WS-DATETIME(13:2) TO WS-FORMATTED-SEC.
           MOVE WS-DATETIME(15:2) TO WS-FORMATTED-MS.
