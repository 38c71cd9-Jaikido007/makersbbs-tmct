       IDENTIFICATION DIVISION.
       PROGRAM-ID. enter-quiz-night.
      ******************************************************************
      *----SUB PROGRAM THAT ENTERS A MEMBER INTO A SCHEDULED QUIZ------*
      *----NIGHT. ENTRY CLOSES WHEN THE FIRST QUESTION GOES LIVE. THE--*
      *----FEE IS DEBITED THROUGH THE NORMAL LEDGER (ENTRY TYPE "T",---*
      *----TAGGED QUIZ) AND ADDED TO THE PRIZE POOL, AS----------------*
      *----ENTER-TOURNAMENT.CBL DOES. DOUBLE ENTRIES AND ENTRIES THE---*
      *----MEMBER CANNOT AFFORD ARE REFUSED BEFORE ANYTHING MOVES------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-QUIZ-NIGHTS-FILE ASSIGN TO
             "quiz-nights.dat"
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

           FD F-QUIZ-ENTRIES-FILE.
           01 QE-ENTRY.
              05 QE-QUIZ-ID PIC 9(4).
              05 QE-USERNAME PIC X(16).
              05 QE-ENTERED-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-QUIZ-TARIFF PIC X(4) VALUE "QUIZ".
           01 WS-ZERO-VAT-SPLIT PIC 9(6)V99 VALUE 0.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-NOW-HHMM PIC 9(4).
           01 WS-QUIZ-OPEN PIC 9 VALUE 0.
           01 WS-QUIZ-FEE PIC 9(6).
           01 WS-ALREADY-IN PIC 9 VALUE 0.
           01 WS-USER-CREDITS PIC 9(6).
           01 WS-USER-FOUND PIC 9.
           01 WS-HHLD-RESULT PIC X.
           01 WS-POST-BALANCE PIC 9(6).
           01 WS-ZERO-CREDITS PIC 9(6) VALUE 0.

           LINKAGE SECTION.
           01 LS-FORMATTED-DT.
             05 LS-FORMATTED-DTE-TME.
               15 LS-FORMATTED-YEAR    PIC  X(4).
               15 FILLER               PIC X VALUE '-'.
               15 LS-FORMATTED-MONTH   PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 LS-FORMATTED-DY      PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 LS-FORMATTED-HOUR    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 LS-FORMATTED-MINS    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 LS-FORMATTED-SEC     PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 LS-FORMATTED-MS      PIC  X(2).

           01 LS-USERNAME PIC X(16).
           01 LS-QUIZ-ID PIC 9(4).
      *>    "Y" = ENTERED, "N" = NOT OPEN FOR ENTRY (UNKNOWN, CLOSED
      *>    OR ALREADY STARTED), "D" = ALREADY ENTERED,
      *>    "I" = INSUFFICIENT CREDITS
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-FORMATTED-DT, LS-USERNAME,
           LS-QUIZ-ID, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-QUIZ-OPEN.
           MOVE 0 TO WS-ALREADY-IN.

           MOVE "N" TO LS-RESULT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-HHMM.

           OPEN INPUT F-QUIZ-NIGHTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUIZ-NIGHTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF QN-ID = LS-QUIZ-ID AND QN-STATUS = "O" THEN
                           IF QN-DATE > WS-TODAY OR
                              (QN-DATE = WS-TODAY AND
                               QN-START-TIME > WS-NOW-HHMM) THEN
                               MOVE 1 TO WS-QUIZ-OPEN
                               MOVE QN-FEE TO WS-QUIZ-FEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-QUIZ-NIGHTS-FILE.

           IF WS-QUIZ-OPEN = 0 THEN
               GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-QUIZ-ENTRIES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUIZ-ENTRIES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF QE-QUIZ-ID = LS-QUIZ-ID AND
                          QE-USERNAME = LS-USERNAME THEN
                           MOVE 1 TO WS-ALREADY-IN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-QUIZ-ENTRIES-FILE.

           IF WS-ALREADY-IN = 1 THEN
               MOVE "D" TO LS-RESULT
               GOBACK
           END-IF.

      *>    A DEPENDENT SHORT OF THE FEE DRAWS ON THE HOUSEHOLD.
           CALL "draw-household-credits" USING LS-FORMATTED-DT,
               LS-USERNAME, WS-QUIZ-FEE, WS-HHLD-RESULT.
           CALL "find-account" USING LS-USERNAME, WS-USER-CREDITS,
               WS-USER-FOUND.
           IF WS-QUIZ-FEE > WS-USER-CREDITS THEN
               MOVE "I" TO LS-RESULT
               GOBACK
           END-IF.

      *>    A FREE QUIZ TAKES NO LEDGER ROW.
           IF WS-QUIZ-FEE > 0 THEN
               CALL "subtract-credits" USING LS-USERNAME, WS-QUIZ-FEE
               COMPUTE WS-POST-BALANCE =
                 WS-USER-CREDITS - WS-QUIZ-FEE
               CALL "transactions" USING LS-FORMATTED-DT,
                   LS-USERNAME, WS-QUIZ-FEE, WS-ZERO-CREDITS,
                   WS-POST-BALANCE, "T", WS-QUIZ-TARIFF,
                   WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT
           END-IF.

           OPEN EXTEND F-QUIZ-ENTRIES-FILE.
           MOVE LS-QUIZ-ID TO QE-QUIZ-ID.
           MOVE LS-USERNAME TO QE-USERNAME.
           MOVE WS-TODAY TO QE-ENTERED-DATE.
           WRITE QE-ENTRY.
           CLOSE F-QUIZ-ENTRIES-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-QUIZ-NIGHTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUIZ-NIGHTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF QN-ID = LS-QUIZ-ID THEN
                           ADD WS-QUIZ-FEE TO QN-PRIZE-POOL
                           REWRITE QN-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-QUIZ-NIGHTS-FILE.

           MOVE "Y" TO LS-RESULT.

           GOBACK.
