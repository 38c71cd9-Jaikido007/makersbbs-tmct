       IDENTIFICATION DIVISION.
       PROGRAM-ID. set-household-member.
      ******************************************************************
      *----SUB PROGRAM THAT LETS A HEAD OF HOUSEHOLD ADD, UPDATE OR----*
      *----REMOVE A DEPENDENT IN HOUSEHOLDS.DAT. EACH DEPENDENT ROW----*
      *----CARRIES THE DAILY AND WEEKLY CAPS (ZERO = NO CAP) ON WHAT---*
      *----THE DEPENDENT MAY DRAW FROM THE HEAD'S BALANCE, AND A-------*
      *----FLAG THAT BARS THE DEPENDENT FROM WAGERING ALTOGETHER. A----*
      *----MEMBER BELONGS TO ONE HOUSEHOLD ONLY, AND A HEAD CANNOT-----*
      *----ALSO BE SOMEBODY ELSE'S DEPENDENT---------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-HOUSEHOLDS-FILE ASSIGN TO "households.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-HOUSEHOLDS-FILE.
           01 HH-ENTRY.
              05 HH-DEPENDENT PIC X(16).
              05 HH-HEAD PIC X(16).
              05 HH-DAILY-CAP PIC 9(6).
              05 HH-WEEKLY-CAP PIC 9(6).
              05 HH-NO-WAGERS PIC X.
              05 HH-SINCE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-DEP-CREDITS PIC 9(6).
           01 WS-DEP-FOUND PIC 9.
           01 WS-ROW-HIT PIC 9(3) VALUE 0.
           01 WS-HH-IDX PIC 9(3).
           01 WS-HH-COUNT PIC 9(3) VALUE 0.
           01 WS-HOUSEHOLDS.
               05 WS-HH-ROW OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-HH-COUNT PIC X(53).

           LINKAGE SECTION.
           01 LS-HEAD PIC X(16).
           01 LS-DEPENDENT PIC X(16).
           01 LS-DAILY-CAP PIC 9(6).
           01 LS-WEEKLY-CAP PIC 9(6).
           01 LS-NO-WAGERS PIC X.
      *>    "A" = ADD OR UPDATE, "R" = REMOVE
           01 LS-ACTION PIC X.
      *>    "Y" = SAVED, "U" = UNKNOWN MEMBER, "S" = NAMED THEMSELF,
      *>    "H" = DEPENDENT BELONGS TO ANOTHER HOUSEHOLD OR IS A HEAD,
      *>    "D" = THE HEAD IS A DEPENDENT, "X" = NOT IN THE HOUSEHOLD,
      *>    "F" = FILE FULL
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-HEAD, LS-DEPENDENT, LS-DAILY-CAP,
           LS-WEEKLY-CAP, LS-NO-WAGERS, LS-ACTION, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-HH-COUNT.
           MOVE 0 TO WS-ROW-HIT.

           MOVE "Y" TO LS-RESULT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           IF LS-DEPENDENT = LS-HEAD THEN
               MOVE "S" TO LS-RESULT
               GOBACK
           END-IF.

           OPEN INPUT F-HOUSEHOLDS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HOUSEHOLDS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-HH-COUNT < 999 THEN
                           ADD 1 TO WS-HH-COUNT
                           MOVE HH-ENTRY TO WS-HH-ROW(WS-HH-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HOUSEHOLDS-FILE.

      *>    A HEAD WHO IS THEMSELF DRAWING ON SOMEONE ELSE'S WALLET
      *>    CANNOT HAND THAT WALLET ON AGAIN.
           MOVE 0 TO WS-HH-IDX.
           PERFORM UNTIL WS-HH-IDX >= WS-HH-COUNT
               ADD 1 TO WS-HH-IDX
               MOVE WS-HH-ROW(WS-HH-IDX) TO HH-ENTRY
               IF HH-DEPENDENT = LS-HEAD THEN
                   MOVE "D" TO LS-RESULT
               END-IF
               IF HH-DEPENDENT = LS-DEPENDENT THEN
                   IF HH-HEAD = LS-HEAD THEN
                       MOVE WS-HH-IDX TO WS-ROW-HIT
                   ELSE
                       MOVE "H" TO LS-RESULT
                   END-IF
               END-IF
               IF HH-HEAD = LS-DEPENDENT THEN
                   MOVE "H" TO LS-RESULT
               END-IF
           END-PERFORM.
           IF LS-RESULT NOT = "Y" THEN
               GOBACK
           END-IF.

           IF LS-ACTION = "R" THEN
               IF WS-ROW-HIT = 0 THEN
                   MOVE "X" TO LS-RESULT
                   GOBACK
               END-IF
               PERFORM REWRITE-HOUSEHOLDS
               GOBACK
           END-IF.

           CALL "find-account" USING LS-DEPENDENT, WS-DEP-CREDITS,
               WS-DEP-FOUND.
           IF WS-DEP-FOUND NOT = 1 THEN
               MOVE "U" TO LS-RESULT
               GOBACK
           END-IF.

           IF WS-ROW-HIT = 0 THEN
               IF WS-HH-COUNT >= 999 THEN
                   MOVE "F" TO LS-RESULT
                   GOBACK
               END-IF
               MOVE LS-DEPENDENT TO HH-DEPENDENT
               MOVE LS-HEAD TO HH-HEAD
               MOVE LS-DAILY-CAP TO HH-DAILY-CAP
               MOVE LS-WEEKLY-CAP TO HH-WEEKLY-CAP
               MOVE LS-NO-WAGERS TO HH-NO-WAGERS
               MOVE WS-TODAY TO HH-SINCE
               OPEN EXTEND F-HOUSEHOLDS-FILE
               WRITE HH-ENTRY
               CLOSE F-HOUSEHOLDS-FILE
               GOBACK
           END-IF.

           MOVE WS-HH-ROW(WS-ROW-HIT) TO HH-ENTRY.
           MOVE LS-DAILY-CAP TO HH-DAILY-CAP.
           MOVE LS-WEEKLY-CAP TO HH-WEEKLY-CAP.
           MOVE LS-NO-WAGERS TO HH-NO-WAGERS.
           MOVE HH-ENTRY TO WS-HH-ROW(WS-ROW-HIT).
           MOVE 0 TO WS-ROW-HIT.
           PERFORM REWRITE-HOUSEHOLDS.

           GOBACK.

      *>    WRITES THE TABLE BACK OUT, LEAVING OUT THE ROW NAMED IN
      *>    WS-ROW-HIT (ZERO = KEEP EVERY ROW).
       REWRITE-HOUSEHOLDS.
           OPEN OUTPUT F-HOUSEHOLDS-FILE.
           MOVE 0 TO WS-HH-IDX.
           PERFORM UNTIL WS-HH-IDX >= WS-HH-COUNT
               ADD 1 TO WS-HH-IDX
               IF WS-HH-IDX NOT = WS-ROW-HIT THEN
                   MOVE WS-HH-ROW(WS-HH-IDX) TO HH-ENTRY
                   WRITE HH-ENTRY
               END-IF
           END-PERFORM.
           CLOSE F-HOUSEHOLDS-FILE.
