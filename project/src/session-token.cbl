       IDENTIFICATION DIVISION.
       PROGRAM-ID. session-token.
      ******************************************************************
      *----SUB PROGRAM THAT KEEPS ONE SESSION TOKEN PER USERNAME IN----*
      *----SESSION-TOKENS.DAT SO ONLY ONE TERMINAL AT A TIME HOLDS-----*
      *----AN ACCOUNT. "C" CLAIMS THE ACCOUNT FOR THE CALLER: A NEW----*
      *----TOKEN (THE SIGN-IN STAMP TO THE HUNDREDTH) IS WRITTEN AND---*
      *----HANDED BACK, REPLACING WHATEVER TOKEN WAS THERE. "V"--------*
      *----CHECKS THE CALLER'S TOKEN IS STILL THE ONE ON FILE; A-------*
      *----SESSION WHOSE TOKEN HAS BEEN REPLACED HAS BEEN TAKEN OVER---*
      *----AND GETS 0 BACK. SAME PER-USERNAME REWRITE-OR-APPEND--------*
      *----SHAPE AS RECORD-PRESENCE.CBL--------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-TOKEN-FILE ASSIGN TO "session-tokens.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-TOKEN-FILE.
           01 ST-ENTRY.
              05 ST-USERNAME PIC X(16).
              05 ST-TOKEN PIC 9(16).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-FOUND PIC 9 VALUE 0.

           LINKAGE SECTION.
           01 LS-ACTION PIC X.
           01 LS-USERNAME PIC X(16).
           01 LS-TOKEN PIC 9(16).
      *>    "V" ONLY: 1 = STILL THIS SESSION'S, 0 = TAKEN OVER.
           01 LS-RESULT PIC 9.

       PROCEDURE DIVISION USING LS-ACTION, LS-USERNAME, LS-TOKEN,
           LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-FOUND.

           IF LS-ACTION = "C" THEN
               PERFORM CLAIM-THE-ACCOUNT
           ELSE
               PERFORM VERIFY-THE-TOKEN
           END-IF.

           GOBACK.

       CLAIM-THE-ACCOUNT.
           MOVE FUNCTION CURRENT-DATE(1:16) TO LS-TOKEN.
           OPEN I-O F-TOKEN-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TOKEN-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF ST-USERNAME = LS-USERNAME THEN
                           MOVE 1 TO WS-FOUND
                           MOVE LS-TOKEN TO ST-TOKEN
                           REWRITE ST-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TOKEN-FILE.

           IF WS-FOUND = 0 THEN
               OPEN EXTEND F-TOKEN-FILE
               MOVE LS-USERNAME TO ST-USERNAME
               MOVE LS-TOKEN TO ST-TOKEN
               WRITE ST-ENTRY
               CLOSE F-TOKEN-FILE
           END-IF.

      *>    NO ROW AT ALL MEANS NOBODY HAS CLAIMED THE ACCOUNT SINCE
      *>    TOKENS BEGAN, SO THE CALLER KEEPS ITS SESSION.
       VERIFY-THE-TOKEN.
           MOVE 1 TO LS-RESULT.
           OPEN INPUT F-TOKEN-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TOKEN-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF ST-USERNAME = LS-USERNAME AND
                          ST-TOKEN NOT = LS-TOKEN THEN
                           MOVE 0 TO LS-RESULT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TOKEN-FILE.
