       IDENTIFICATION DIVISION.
       PROGRAM-ID. schedule-quiz-night.
      ******************************************************************
      *----SUB PROGRAM THAT SCHEDULES A LIVE QUIZ NIGHT IN-------------*
      *----QUIZ-NIGHTS.DAT: A START DATE AND TIME, AN ENTRY FEE, A-----*
      *----PER-QUESTION ANSWER WINDOW AND A FIXED SET OF QUESTIONS-----*
      *----DRAWN AT RANDOM FROM TRIVIA-QUESTIONS.DAT, FROM UP TO-------*
      *----THREE TQ-CATEGORY VALUES (ALL BLANK TAKES THE WHOLE BANK).--*
      *----THE DRAWN QUESTIONS ARE COPIED WHOLE INTO------------------*
      *----QUIZ-NIGHT-QUESTIONS.DAT SO LATER EDITS TO THE BANK CANNOT--*
      *----CHANGE A QUIZ ALREADY ADVERTISED. ROUND SIZE AND THE BREAK--*
      *----BETWEEN ROUNDS COME FROM QUIZ-ROUND-SIZE AND----------------*
      *----QUIZ-BREAK-SECS AND ARE FROZEN ONTO THE QUIZ AS WELL. THE---*
      *----PRIZE POOL STARTS EMPTY AND GROWS AS ENTER-QUIZ-NIGHT.CBL---*
      *----COLLECTS EACH ENTRY FEE-------------------------------------*
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

           SELECT OPTIONAL F-TRIVIA-FILE ASSIGN TO
             "trivia-questions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *>    QN-STATUS: "O" OPEN (SCHEDULED OR RUNNING), "C" CLOSED
      *>    AND PAID. TIMES ARE HHMM; THE WINDOW AND BREAK ARE IN
      *>    SECONDS.
           FD F-QUIZ-NIGHTS-FILE.
           01 QN-ENTRY.
              05 QN-ID PIC 9(4).
              05 QN-TITLE PIC X(30).
              05 QN-CATEGORY PIC X(12) OCCURS 3 TIMES.
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

           FD F-TRIVIA-FILE.
           01 TQ-ENTRY.
              05 TQ-QUESTION PIC X(60).
              05 TQ-OPT-A PIC X(30).
              05 TQ-OPT-B PIC X(30).
              05 TQ-OPT-C PIC X(30).
              05 TQ-OPT-D PIC X(30).
              05 TQ-ANSWER PIC X(1).
              05 TQ-CATEGORY PIC X(12).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-COUNTER PIC 9(4) VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-NOW-HHMM PIC 9(4).
           01 WS-START-HH PIC 9(2).
           01 WS-START-MM PIC 9(2).

           01 WS-ROUND-KEY PIC X(20) VALUE "QUIZ-ROUND-SIZE".
           01 WS-ROUND-DEFAULT PIC 9(6) VALUE 5.
           01 WS-ROUND-VALUE PIC 9(6).
           01 WS-BREAK-KEY PIC X(20) VALUE "QUIZ-BREAK-SECS".
           01 WS-BREAK-DEFAULT PIC 9(6) VALUE 60.
           01 WS-BREAK-VALUE PIC 9(6).
           01 WS-WINDOW-KEY PIC X(20) VALUE "QUIZ-ANSWER-SECS".
           01 WS-WINDOW-DEFAULT PIC 9(6) VALUE 30.
           01 WS-WINDOW-VALUE PIC 9(6).

           01 WS-QUESTIONS PIC 9(2).
           01 WS-ANY-CATEGORY PIC 9 VALUE 0.
           01 WS-CAT-IDX PIC 9.
           01 WS-CAT-HIT PIC 9.

      *>    THE CANDIDATE POOL, THE SAME 200-QUESTION CEILING THE
      *>    SOLO TRIVIA ROUND LOADS.
           01 WS-POOL-COUNT PIC 9(3) VALUE 0.
           01 WS-POOL.
               05 WS-POOL-Q PIC X(193) OCCURS 200 TIMES.
           01 WS-SEED PIC 9(8).
           01 WS-RANDOM PIC V9(9) COMP-3.
           01 WS-PICK PIC 9(3).
           01 WS-DRAWN PIC 9(2).

           LINKAGE SECTION.
           01 LS-TITLE PIC X(30).
           01 LS-CATEGORIES.
               05 LS-CATEGORY PIC X(12) OCCURS 3 TIMES.
           01 LS-DATE PIC 9(8).
           01 LS-START-TIME PIC 9(4).
           01 LS-FEE PIC 9(6).
      *>    ZERO TAKES TEN QUESTIONS; ZERO WINDOW TAKES
      *>    QUIZ-ANSWER-SECS.
           01 LS-QUESTION-COUNT PIC 9(2).
           01 LS-WINDOW-SECS PIC 9(3).
      *>    "Y" = SCHEDULED, "T" = START TIME NOT A FUTURE HHMM,
      *>    "Q" = NOT ENOUGH QUESTIONS IN THOSE CATEGORIES
           01 LS-RESULT PIC X.
           01 LS-QUIZ-ID PIC 9(4).

       PROCEDURE DIVISION USING LS-TITLE, LS-CATEGORIES, LS-DATE,
           LS-START-TIME, LS-FEE, LS-QUESTION-COUNT, LS-WINDOW-SECS,
           LS-RESULT, LS-QUIZ-ID.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-COUNTER.
           MOVE 0 TO WS-POOL-COUNT.
           MOVE 0 TO WS-ANY-CATEGORY.
           MOVE 0 TO LS-QUIZ-ID.
           MOVE "T" TO LS-RESULT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-HHMM.
           DIVIDE LS-START-TIME BY 100 GIVING WS-START-HH
             REMAINDER WS-START-MM.
           IF WS-START-HH > 23 OR WS-START-MM > 59 THEN
               GOBACK
           END-IF.
           IF LS-DATE < WS-TODAY THEN
               GOBACK
           END-IF.
           IF LS-DATE = WS-TODAY AND
              LS-START-TIME NOT > WS-NOW-HHMM THEN
               GOBACK
           END-IF.

           MOVE LS-QUESTION-COUNT TO WS-QUESTIONS.
           IF WS-QUESTIONS = 0 THEN
               MOVE 10 TO WS-QUESTIONS
           END-IF.

           CALL "get-parameter" USING WS-ROUND-KEY, WS-ROUND-DEFAULT,
             WS-ROUND-VALUE.
           CALL "get-parameter" USING WS-BREAK-KEY, WS-BREAK-DEFAULT,
             WS-BREAK-VALUE.
           CALL "get-parameter" USING WS-WINDOW-KEY,
             WS-WINDOW-DEFAULT, WS-WINDOW-VALUE.
           IF WS-ROUND-VALUE = 0 OR WS-ROUND-VALUE > WS-QUESTIONS THEN
               MOVE WS-QUESTIONS TO WS-ROUND-VALUE
           END-IF.
           IF WS-BREAK-VALUE > 999 THEN
               MOVE 999 TO WS-BREAK-VALUE
           END-IF.
           IF LS-WINDOW-SECS > 0 THEN
               MOVE LS-WINDOW-SECS TO WS-WINDOW-VALUE
           END-IF.
           IF WS-WINDOW-VALUE = 0 OR WS-WINDOW-VALUE > 999 THEN
               MOVE 30 TO WS-WINDOW-VALUE
           END-IF.

           MOVE 0 TO WS-CAT-IDX.
           PERFORM UNTIL WS-CAT-IDX = 3
               ADD 1 TO WS-CAT-IDX
               IF LS-CATEGORY(WS-CAT-IDX) NOT = SPACES THEN
                   MOVE 1 TO WS-ANY-CATEGORY
               END-IF
           END-PERFORM.

           OPEN INPUT F-TRIVIA-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TRIVIA-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       PERFORM TAKE-IF-IN-CATEGORY
               END-READ
           END-PERFORM.
           CLOSE F-TRIVIA-FILE.

           IF WS-POOL-COUNT < WS-QUESTIONS THEN
               MOVE "Q" TO LS-RESULT
               GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-QUIZ-NIGHTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUIZ-NIGHTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END ADD 1 TO WS-COUNTER
               END-READ
           END-PERFORM.
           CLOSE F-QUIZ-NIGHTS-FILE.
           ADD 1 TO WS-COUNTER.

      *>    DRAW WITHOUT REPLACEMENT: EACH PICK IS WRITTEN OUT AND
      *>    THE LAST CANDIDATE MOVED INTO ITS SLOT.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-SEED.
           COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED).
           MOVE 0 TO WS-DRAWN.
           OPEN EXTEND F-QUIZ-QUESTIONS-FILE.
           PERFORM UNTIL WS-DRAWN = WS-QUESTIONS
               COMPUTE WS-RANDOM = FUNCTION RANDOM
               COMPUTE WS-PICK = (WS-RANDOM * WS-POOL-COUNT) + 1
               IF WS-PICK > WS-POOL-COUNT THEN
                   MOVE WS-POOL-COUNT TO WS-PICK
               END-IF
               ADD 1 TO WS-DRAWN
               MOVE WS-POOL-Q(WS-PICK) TO TQ-ENTRY
               MOVE WS-COUNTER TO QQ-QUIZ-ID
               MOVE WS-DRAWN TO QQ-SEQ
               MOVE TQ-QUESTION TO QQ-QUESTION
               MOVE TQ-OPT-A TO QQ-OPT-A
               MOVE TQ-OPT-B TO QQ-OPT-B
               MOVE TQ-OPT-C TO QQ-OPT-C
               MOVE TQ-OPT-D TO QQ-OPT-D
               MOVE TQ-ANSWER TO QQ-ANSWER
               MOVE TQ-CATEGORY TO QQ-CATEGORY
               WRITE QQ-ENTRY
               MOVE WS-POOL-Q(WS-POOL-COUNT) TO WS-POOL-Q(WS-PICK)
               SUBTRACT 1 FROM WS-POOL-COUNT
           END-PERFORM.
           CLOSE F-QUIZ-QUESTIONS-FILE.

           OPEN EXTEND F-QUIZ-NIGHTS-FILE.
           MOVE WS-COUNTER TO QN-ID.
           MOVE LS-TITLE TO QN-TITLE.
           MOVE LS-CATEGORY(1) TO QN-CATEGORY(1).
           MOVE LS-CATEGORY(2) TO QN-CATEGORY(2).
           MOVE LS-CATEGORY(3) TO QN-CATEGORY(3).
           MOVE LS-DATE TO QN-DATE.
           MOVE LS-START-TIME TO QN-START-TIME.
           MOVE LS-FEE TO QN-FEE.
           MOVE 0 TO QN-PRIZE-POOL.
           MOVE WS-QUESTIONS TO QN-QUESTION-COUNT.
           MOVE WS-ROUND-VALUE TO QN-ROUND-SIZE.
           MOVE WS-WINDOW-VALUE TO QN-WINDOW-SECS.
           MOVE WS-BREAK-VALUE TO QN-BREAK-SECS.
           MOVE "O" TO QN-STATUS.
           WRITE QN-ENTRY.
           CLOSE F-QUIZ-NIGHTS-FILE.

           MOVE WS-COUNTER TO LS-QUIZ-ID.
           MOVE "Y" TO LS-RESULT.

           GOBACK.

       TAKE-IF-IN-CATEGORY.
           MOVE 0 TO WS-CAT-HIT.
           IF WS-ANY-CATEGORY = 0 THEN
               MOVE 1 TO WS-CAT-HIT
           END-IF.
           MOVE 0 TO WS-CAT-IDX.
           PERFORM UNTIL WS-CAT-IDX = 3
               ADD 1 TO WS-CAT-IDX
               IF LS-CATEGORY(WS-CAT-IDX) NOT = SPACES AND
                  LS-CATEGORY(WS-CAT-IDX) = TQ-CATEGORY THEN
                   MOVE 1 TO WS-CAT-HIT
               END-IF
           END-PERFORM.
           IF WS-CAT-HIT = 1 AND WS-POOL-COUNT < 200 THEN
               ADD 1 TO WS-POOL-COUNT
               MOVE TQ-ENTRY TO WS-POOL-Q(WS-POOL-COUNT)
           END-IF.
