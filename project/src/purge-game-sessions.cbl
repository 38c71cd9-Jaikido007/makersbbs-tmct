       IDENTIFICATION DIVISION.
       PROGRAM-ID. purge-game-sessions.
      ******************************************************************
      *----NIGHTLY SUB PROGRAM THAT DROPS WAGERED GAME SESSIONS OLDER--*
      *----THAN GAME-LOG-DAYS (SYSTEM-PARAMETERS.DAT, 180 DAYS WHEN----*
      *----NOT SET) FROM GAME-SESSIONS.DAT. EVERYTHING INSIDE THE------*
      *----WINDOW IS KEPT AS WRITTEN, SO A RERUN THE SAME NIGHT DROPS--*
      *----NOTHING MORE. A MEMBER UNDER LEGAL HOLD KEEPS EVERY---------*
      *----SESSION, HOWEVER OLD, AND THE SKIP IS LOGGED----------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SESSIONS-FILE ASSIGN TO
             "game-sessions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-WORK-FILE ASSIGN TO
             "game-sessions-work.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-SESSIONS-FILE.
           01 GS-ENTRY.
              05 GS-ID PIC 9(6).
              05 GS-USERNAME PIC X(16).
              05 GS-GAME PIC X(4).
              05 GS-DIFFICULTY PIC X(1).
              05 GS-TARGET PIC X(20).
              05 GS-MOVE-ENTRY OCCURS 20 TIMES.
                 10 GS-MOVE PIC X(4).
                 10 GS-MOVE-RESULT PIC X(20).
              05 GS-DATE PIC 9(8).
              05 GS-TIME PIC 9(6).
              05 GS-STAKE PIC 9(6).
              05 GS-STAKE-TRANS-ID PIC 9(6).
              05 GS-PAYOUT PIC 9(6).
              05 GS-PAYOUT-TRANS-ID PIC 9(6).
              05 GS-OUTCOME PIC X(1).
              05 GS-MOVE-COUNT PIC 9(3).

           FD F-WORK-FILE.
           01 WK-ENTRY PIC X(569).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-CUTOFF PIC 9(8).
           01 WS-KEEP-KEY PIC X(20) VALUE "GAME-LOG-DAYS".
           01 WS-KEEP-DEFAULT PIC 9(6) VALUE 180.
           01 WS-KEEP-DAYS PIC 9(6).
           01 WS-DROPPED PIC 9(6) VALUE 0.
           01 WS-HOLD-HELD PIC 9.
           01 WS-HOLD-PATH PIC X(28) VALUE "purge-game-sessions".

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-DROPPED.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           CALL "get-parameter" USING WS-KEEP-KEY, WS-KEEP-DEFAULT,
             WS-KEEP-DAYS.
           COMPUTE WS-CUTOFF = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-KEEP-DAYS).

      *>    SESSIONS STILL INSIDE THE WINDOW GO TO THE WORK FILE,
      *>    THEN THE LIVE FILE IS REWRITTEN FROM IT. NOTHING IS
      *>    HELD IN STORAGE, SO A BUSY TABLE CANNOT OVERFLOW IT.
           OPEN INPUT F-SESSIONS-FILE.
           OPEN OUTPUT F-WORK-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SESSIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE 0 TO WS-HOLD-HELD
                       IF GS-DATE < WS-CUTOFF THEN
                           CALL "check-legal-hold" USING GS-USERNAME,
                             WS-HOLD-HELD
                           IF WS-HOLD-HELD = 1 THEN
                               CALL "record-hold-skip" USING
                                 GS-USERNAME, WS-HOLD-PATH
                           END-IF
                       END-IF
                       IF GS-DATE < WS-CUTOFF AND WS-HOLD-HELD = 0
                         THEN
                           ADD 1 TO WS-DROPPED
                       ELSE
                           MOVE GS-ENTRY TO WK-ENTRY
                           WRITE WK-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SESSIONS-FILE.
           CLOSE F-WORK-FILE.

           IF WS-DROPPED = 0 THEN
               GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-WORK-FILE.
           OPEN OUTPUT F-SESSIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-WORK-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE WK-ENTRY TO GS-ENTRY
                       WRITE GS-ENTRY
               END-READ
           END-PERFORM.
           CLOSE F-WORK-FILE.
           CLOSE F-SESSIONS-FILE.

           GOBACK.
