      *----GUESSING-WORDS.DAT AND REPORTS THE CURRENT WORD COUNT-------*
      *----AGAINST 0410-DISPLAY-GUESSING-GAME'S OCCURS 213 TABLE-------*
      *----BOUND. AN ACTION OTHER THAN ADD/REMOVE JUST REPORTS---------*
      *----THE CURRENT COUNT WITHOUT TOUCHING THE FILE. EXCLUDE--------*
      *----(X) AND INCLUDE (I) KEEP ANAGRAM-EXCLUSIONS.DAT, THE--------*
      *----DICTIONARY WORDS THE ANAGRAM RACE LEAVES OUT AS UNFAIR------*
      *----TO UNSCRAMBLE; A REMOVED WORD IS DROPPED FROM IT TOO--------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT F-WORD-FILE ASSIGN TO "guessing-words.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-EXCLUDE-FILE ASSIGN TO
             "anagram-exclusions.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-WORD-FILE.
           01 WORD PIC X(20).

           FD F-EXCLUDE-FILE.
           01 EXCLUDED-WORD PIC X(20).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-FOUND PIC 9 VALUE 0.
           01 WS-REWRITE-IDX PIC 999.
           01 WS-WORD-TABLE.
              05 WS-SAVED-WORD OCCURS 213 TIMES PIC X(20).
           01 WS-EXCLUDED PIC 9 VALUE 0.
           01 WS-EXCLUDE-COUNT PIC 999 VALUE 0.
           01 WS-EXCLUDE-TABLE.
              05 WS-SAVED-EXCLUSION OCCURS 213 TIMES PIC X(20).

           LINKAGE SECTION.
           01 LS-ACTION PIC X.
           LS-WORD-COUNT.
           MOVE 0 TO WS-WORD-COUNT.
           MOVE 0 TO WS-FOUND.
           MOVE 0 TO WS-EXCLUDED.
           MOVE 0 TO WS-EXCLUDE-COUNT.

           OPEN INPUT F-WORD-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           END-PERFORM.
           CLOSE F-WORD-FILE.

           OPEN INPUT F-EXCLUDE-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EXCLUDE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM COLLECT-EXCLUSION
               END-READ
           END-PERFORM.
           CLOSE F-EXCLUDE-FILE.

           IF LS-ACTION = "A" OR "a" THEN
               PERFORM ADD-WORD-PROCESS
           ELSE IF LS-ACTION = "R" OR "r" THEN
               PERFORM REMOVE-WORD-PROCESS
           ELSE IF LS-ACTION = "X" OR "x" THEN
               PERFORM EXCLUDE-WORD-PROCESS
           ELSE IF LS-ACTION = "I" OR "i" THEN
               PERFORM INCLUDE-WORD-PROCESS
           END-IF.

           MOVE WS-WORD-COUNT TO LS-WORD-COUNT.

           GOBACK.

       COLLECT-PROCESS.
           ADD 1 TO WS-WORD-COUNT.
           MOVE WORD TO WS-SAVED-WORD(WS-WORD-COUNT).
               MOVE 1 TO WS-FOUND
           END-IF.

       COLLECT-EXCLUSION.
           IF WS-EXCLUDE-COUNT < 213 THEN
               ADD 1 TO WS-EXCLUDE-COUNT
               MOVE EXCLUDED-WORD TO
                   WS-SAVED-EXCLUSION(WS-EXCLUDE-COUNT)
               IF EXCLUDED-WORD = LS-WORD THEN
                   MOVE 1 TO WS-EXCLUDED
               END-IF
           END-IF.

       ADD-WORD-PROCESS.
           IF WS-FOUND = 1 THEN
               MOVE "DUPLICATE-NOT ADDED" TO LS-RESULT
               CLOSE F-WORD-FILE
               SUBTRACT 1 FROM WS-WORD-COUNT
               MOVE "WORD REMOVED" TO LS-RESULT
               IF WS-EXCLUDED = 1 THEN
                   PERFORM REWRITE-EXCLUSIONS
               END-IF
           END-IF.

       EXCLUDE-WORD-PROCESS.
           IF WS-FOUND = 0 THEN
               MOVE "WORD NOT FOUND" TO LS-RESULT
           ELSE IF WS-EXCLUDED = 1 THEN
               MOVE "ALREADY EXCLUDED" TO LS-RESULT
           ELSE
               OPEN EXTEND F-EXCLUDE-FILE
               MOVE LS-WORD TO EXCLUDED-WORD
               WRITE EXCLUDED-WORD
               CLOSE F-EXCLUDE-FILE
               MOVE "ANAGRAM EXCLUDED" TO LS-RESULT
           END-IF.

       INCLUDE-WORD-PROCESS.
           IF WS-EXCLUDED = 0 THEN
               MOVE "NOT EXCLUDED" TO LS-RESULT
           ELSE
               PERFORM REWRITE-EXCLUSIONS
               MOVE "ANAGRAM REINSTATED" TO LS-RESULT
           END-IF.

      *>    WRITES THE EXCLUSIONS BACK OUT WITHOUT LS-WORD.
       REWRITE-EXCLUSIONS.
           OPEN OUTPUT F-EXCLUDE-FILE.
           MOVE 1 TO WS-REWRITE-IDX.
           PERFORM UNTIL WS-REWRITE-IDX > WS-EXCLUDE-COUNT
               IF WS-SAVED-EXCLUSION(WS-REWRITE-IDX) NOT = LS-WORD THEN
                   MOVE WS-SAVED-EXCLUSION(WS-REWRITE-IDX) TO
                       EXCLUDED-WORD
                   WRITE EXCLUDED-WORD
               END-IF
               ADD 1 TO WS-REWRITE-IDX
           END-PERFORM.
           CLOSE F-EXCLUDE-FILE.
