       IDENTIFICATION DIVISION.
       PROGRAM-ID. submit-quiz-answer.
      ******************************************************************
      *----SUB PROGRAM THAT TAKES AN ENTRANT'S ANSWER TO THE LIVE------*
      *----QUIZ NIGHT QUESTION. THE CLOCK IS ASKED AGAIN THROUGH-------*
      *----GET-QUIZ-NIGHT, SO AN ANSWER TO A QUESTION WHOSE WINDOW-----*
      *----HAS SHUT WHILE THE MEMBER WAS TYPING IS REFUSED RATHER------*
      *----THAN SCORED. ONLY THE FIRST ANSWER TO EACH QUESTION---------*
      *----COUNTS. THE ROW IS MARKED RIGHT OR WRONG AS IT IS WRITTEN,--*
      *----SO THE LEADERBOARD ONLY HAS TO ADD UP-----------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-QUIZ-QUESTIONS-FILE ASSIGN TO
             "quiz-night-questions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-QUIZ-ANSWERS-FILE ASSIGN TO
             "quiz-night-answers.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
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

           FD F-QUIZ-ANSWERS-FILE.
           01 QA-ENTRY.
              05 QA-QUIZ-ID PIC 9(4).
              05 QA-SEQ PIC 9(2).
              05 QA-USERNAME PIC X(16).
              05 QA-ANSWER PIC X(1).
              05 QA-CORRECT PIC 9(1).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-ALREADY-ANSWERED PIC 9 VALUE 0.
           01 WS-RIGHT-ANSWER PIC X(1).
           01 WS-QN-FOUND PIC 9.
           01 WS-QN.
               05 WS-QN-ID PIC 9(4).
               05 WS-QN-TITLE PIC X(30).
               05 WS-QN-CATEGORIES PIC X(36).
               05 WS-QN-DATE PIC 9(8).
               05 WS-QN-START-TIME PIC 9(4).
               05 WS-QN-FEE PIC 9(6).
               05 WS-QN-PRIZE-POOL PIC 9(6).
               05 WS-QN-QUESTION-COUNT PIC 9(2).
               05 WS-QN-ROUND-SIZE PIC 9(2).
               05 WS-QN-WINDOW-SECS PIC 9(3).
               05 WS-QN-ROUNDS PIC 9(2).
               05 WS-QN-ENTRANTS PIC 9(4).
               05 WS-QN-ENTERED PIC 9(1).
               05 WS-QN-PHASE PIC X(1).
               05 WS-QN-ROUND PIC 9(2).
               05 WS-QN-LIVE-SEQ PIC 9(2).
               05 WS-QN-SECS-LEFT PIC 9(5).
               05 WS-QN-SCORED-THROUGH PIC 9(2).
               05 WS-QN-QUESTION PIC X(60).
               05 WS-QN-OPT-A PIC X(30).
               05 WS-QN-OPT-B PIC X(30).
               05 WS-QN-OPT-C PIC X(30).
               05 WS-QN-OPT-D PIC X(30).

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-QUIZ-ID PIC 9(4).
           01 LS-SEQ PIC 9(2).
           01 LS-ANSWER PIC X(1).
      *>    "Y" = TAKEN, "L" = TOO LATE (THAT QUESTION IS NO LONGER
      *>    LIVE), "D" = ALREADY ANSWERED, "N" = NOT ENTERED
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-QUIZ-ID, LS-SEQ,
           LS-ANSWER, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-ALREADY-ANSWERED.
           MOVE SPACE TO WS-RIGHT-ANSWER.

           CALL "get-quiz-night" USING LS-USERNAME, WS-QN-FOUND,
             WS-QN.
           IF WS-QN-FOUND = 0 OR WS-QN-ID NOT = LS-QUIZ-ID OR
              WS-QN-PHASE NOT = "Q" OR
              WS-QN-LIVE-SEQ NOT = LS-SEQ THEN
               MOVE "L" TO LS-RESULT
               GOBACK
           END-IF.
           IF WS-QN-ENTERED = 0 THEN
               MOVE "N" TO LS-RESULT
               GOBACK
           END-IF.

           OPEN INPUT F-QUIZ-ANSWERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUIZ-ANSWERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF QA-QUIZ-ID = LS-QUIZ-ID AND
                          QA-SEQ = LS-SEQ AND
                          QA-USERNAME = LS-USERNAME THEN
                           MOVE 1 TO WS-ALREADY-ANSWERED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-QUIZ-ANSWERS-FILE.

           IF WS-ALREADY-ANSWERED = 1 THEN
               MOVE "D" TO LS-RESULT
               GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-QUIZ-QUESTIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUIZ-QUESTIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF QQ-QUIZ-ID = LS-QUIZ-ID AND
                          QQ-SEQ = LS-SEQ THEN
                           MOVE QQ-ANSWER TO WS-RIGHT-ANSWER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-QUIZ-QUESTIONS-FILE.

           OPEN EXTEND F-QUIZ-ANSWERS-FILE.
           MOVE LS-QUIZ-ID TO QA-QUIZ-ID.
           MOVE LS-SEQ TO QA-SEQ.
           MOVE LS-USERNAME TO QA-USERNAME.
           MOVE FUNCTION UPPER-CASE(LS-ANSWER) TO QA-ANSWER.
           IF QA-ANSWER = WS-RIGHT-ANSWER THEN
               MOVE 1 TO QA-CORRECT
           ELSE
               MOVE 0 TO QA-CORRECT
           END-IF.
           WRITE QA-ENTRY.
           CLOSE F-QUIZ-ANSWERS-FILE.

           MOVE "Y" TO LS-RESULT.

           GOBACK.
