       IDENTIFICATION DIVISION.
       PROGRAM-ID. enter-knockout.
      ******************************************************************
      *----SUB PROGRAM THAT ENTERS A MEMBER INTO A KNOCKOUT------------*
      *----TOURNAMENT WHILE ITS ENTRIES ARE OPEN (BEFORE THE DRAW------*
      *----DATE). THE BRACKET TAKES THIRTY-TWO AT MOST. THE FEE IS-----*
      *----DEBITED THROUGH THE NORMAL LEDGER (ENTRY TYPE "T", TAGGED---*
      *----TOUR) AND ADDED TO THE PRIZE POOL, AS ENTER-TOURNAMENT.CBL--*
      *----DOES. DOUBLE ENTRIES AND ENTRIES THE MEMBER CANNOT AFFORD---*
      *----ARE REFUSED BEFORE ANYTHING MOVES---------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-KNOCKOUTS-FILE ASSIGN TO
             'knockouts.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-KO-ENTRIES-FILE ASSIGN TO
             'knockout-entries.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-KNOCKOUTS-FILE.
           01 KO-ENTRY.
              05 KO-ID PIC 9(4).
              05 KO-NAME PIC X(30).
              05 KO-DRAW-DATE PIC 9(8).
              05 KO-ROUND-DAYS PIC 9(2).
              05 KO-FEE PIC 9(6).
              05 KO-PRIZE-POOL PIC 9(6).
              05 KO-BRACKET-SIZE PIC 9(2).
              05 KO-ROUNDS PIC 9(1).
              05 KO-STATUS PIC X(1).

           FD F-KO-ENTRIES-FILE.
           01 KE-ENTRY.
              05 KE-KO-ID PIC 9(4).
              05 KE-USERNAME PIC X(16).
              05 KE-ENTERED-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-TOUR-TARIFF PIC X(4) VALUE "TOUR".
           01 WS-ZERO-VAT-SPLIT PIC 9(6)V99 VALUE 0.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-KO-OPEN PIC 9 VALUE 0.
           01 WS-KO-FEE PIC 9(6).
           01 WS-ALREADY-IN PIC 9 VALUE 0.
           01 WS-ENTRANT-COUNT PIC 9(3) VALUE 0.
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
           01 LS-KO-ID PIC 9(4).
      *>    "Y" = ENTERED, "N" = NOT OPEN FOR ENTRY (UNKNOWN OR
      *>    ALREADY DRAWN), "D" = ALREADY ENTERED, "F" = BRACKET
      *>    FULL, "I" = INSUFFICIENT CREDITS
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-FORMATTED-DT, LS-USERNAME,
           LS-KO-ID, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-KO-OPEN.
           MOVE 0 TO WS-ALREADY-IN.
           MOVE 0 TO WS-ENTRANT-COUNT.

           MOVE "N" TO LS-RESULT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT F-KNOCKOUTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KNOCKOUTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF KO-ID = LS-KO-ID AND KO-STATUS = "E" AND
                          KO-DRAW-DATE > WS-TODAY THEN
                           MOVE 1 TO WS-KO-OPEN
                           MOVE KO-FEE TO WS-KO-FEE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KNOCKOUTS-FILE.

           IF WS-KO-OPEN = 0 THEN
               GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-KO-ENTRIES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KO-ENTRIES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF KE-KO-ID = LS-KO-ID THEN
                           ADD 1 TO WS-ENTRANT-COUNT
                           IF KE-USERNAME = LS-USERNAME THEN
                               MOVE 1 TO WS-ALREADY-IN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KO-ENTRIES-FILE.

           IF WS-ALREADY-IN = 1 THEN
               MOVE "D" TO LS-RESULT
               GOBACK
           END-IF.
           IF WS-ENTRANT-COUNT >= 32 THEN
               MOVE "F" TO LS-RESULT
               GOBACK
           END-IF.

      *>    A DEPENDENT SHORT OF THE FEE DRAWS ON THE HOUSEHOLD.
           CALL "draw-household-credits" USING LS-FORMATTED-DT,
               LS-USERNAME, WS-KO-FEE, WS-HHLD-RESULT.
           CALL "find-account" USING LS-USERNAME, WS-USER-CREDITS,
               WS-USER-FOUND.
           IF WS-KO-FEE > WS-USER-CREDITS THEN
               MOVE "I" TO LS-RESULT
               GOBACK
           END-IF.

      *>    A FREE KNOCKOUT TAKES NO LEDGER ROW.
           IF WS-KO-FEE > 0 THEN
               CALL "subtract-credits" USING LS-USERNAME, WS-KO-FEE
               COMPUTE WS-POST-BALANCE =
                 WS-USER-CREDITS - WS-KO-FEE
               CALL "transactions" USING LS-FORMATTED-DT,
                   LS-USERNAME, WS-KO-FEE, WS-ZERO-CREDITS,
                   WS-POST-BALANCE, "T", WS-TOUR-TARIFF,
                   WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT
           END-IF.

           OPEN EXTEND F-KO-ENTRIES-FILE.
           MOVE LS-KO-ID TO KE-KO-ID.
           MOVE LS-USERNAME TO KE-USERNAME.
           MOVE WS-TODAY TO KE-ENTERED-DATE.
           WRITE KE-ENTRY.
           CLOSE F-KO-ENTRIES-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-KNOCKOUTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KNOCKOUTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF KO-ID = LS-KO-ID THEN
                           ADD WS-KO-FEE TO KO-PRIZE-POOL
                           REWRITE KO-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KNOCKOUTS-FILE.

           MOVE "Y" TO LS-RESULT.

           GOBACK.
