       IDENTIFICATION DIVISION.
       PROGRAM-ID. intraday-batch.
      ******************************************************************
      *----STANDALONE JOB FOR THE OPERATOR TO SCHEDULE EVERY HOUR------*
      *----(CRON OR EQUIVALENT) THAT DOES THE TIME-SENSITIVE-----------*
      *----HOUSEKEEPING MEMBERS WOULD OTHERWISE WAIT FOR THE NIGHT-----*
      *----TO SEE: SCHEDULED POSTS WHOSE DATE HAS COME ARE-------------*
      *----RELEASED, AUCTIONS PAST THEIR CLOSE DATE ARE SETTLED,-------*
      *----AND GHOST ROWS LEFT IN PRESENCE.DAT BY CRASHED SESSIONS-----*
      *----ARE SWEPT. ONLY THOSE SAFE, REPEATABLE STEPS RUN -----------*
      *----NOTHING THAT TOUCHES THE ARCHIVE FILES OR THE GENERAL-------*
      *----LEDGER -- AND THE NIGHTLY CHECKPOINTS IN--------------------*
      *----BATCH-RUN-CONTROL.DAT ARE LEFT ALONE. THE JOB REFUSES TO----*
      *----START WHILE THE MAINTENANCE SWITCH IS ON, WHILE ANY---------*
      *----RUN-CONTROL ROW IS INCOMPLETE, OR WHILE THE RUN LOG---------*
      *----SHOWS VIP-AUTO-RENEW OR END-OF-DAY-BATCH STARTED WITH NO----*
      *----END LOGGED. EVERY RUN, REFUSED ONES INCLUDED, IS LOGGED-----*
      *----IN BATCH-RUN-LOG.DAT AS INTRADAY-BATCH WITH OUTCOME OK,-----*
      *----FAIL OR SKIP------------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-RUN-LOG-FILE ASSIGN TO "batch-run-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-RUN-CONTROL-FILE ASSIGN TO
             "batch-run-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-RUN-LOG-FILE.
           01 BJ-ENTRY.
              05 BJ-DATE PIC 9(8).
              05 BJ-JOB PIC X(24).
              05 BJ-START PIC 9(14).
              05 BJ-END PIC 9(14).
              05 BJ-OUTCOME PIC X(4).

           FD F-RUN-CONTROL-FILE.
           01 BR-ENTRY.
              05 BR-DATE PIC 9(8).
              05 BR-STEP-FLAGS PIC X(15).
              05 BR-COMPLETE PIC X.

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-JOB-NAME PIC X(24) VALUE "intraday-batch".
           01 WS-START-STAMP PIC 9(14).
           01 WS-END-STAMP PIC 9(14).
           01 WS-OUTCOME PIC X(4).
           01 WS-EOD-ACTIVE PIC 9 VALUE 0.
           01 WS-OPEN-JOB PIC X(24).
           01 WS-OPEN-START PIC 9(14).
           01 WS-MAINT-MODE PIC 9(6).
           01 WS-MAINT-MODE-KEY PIC X(20) VALUE "MAINTENANCE-MODE".
           01 WS-PARAM-DEFAULT PIC 9(6).

      *>    ONLY STEPS THAT ARE SAFE TO REPEAT AT ANY HOUR AND THAT
      *>    LEAVE THE ARCHIVE FILES AND THE GENERAL LEDGER ALONE. EACH
      *>    ONE ONLY EVER ACTS ON WHAT IS DUE AND MARKS IT DONE, SO
      *>    THE NIGHTLY RUN OF THE SAME STEP SIMPLY FINDS LESS TO DO
      *>    AND ITS CHECKPOINT IN BATCH-RUN-CONTROL.DAT STILL MEANS
      *>    WHAT IT SAYS. AN AUCTION SETTLED HERE PAYS ITS SELLER
      *>    ONTO THE LIVE LEDGER, WHICH THE NIGHT POSTS AS USUAL.
           01 WS-STEP-COUNT PIC 9 VALUE 3.
           01 WS-STEP-NAMES.
              05 FILLER PIC X(24) VALUE "release-scheduled-posts".
              05 FILLER PIC X(24) VALUE "settle-auctions".
              05 FILLER PIC X(24) VALUE "sweep-presence".
           01 WS-STEP-TABLE REDEFINES WS-STEP-NAMES.
              05 WS-STEP OCCURS 3 TIMES PIC X(24).
           01 WS-STEP-IDX PIC 9.
           01 WS-STEP-NAME PIC X(24).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.
           MOVE "OK" TO WS-OUTCOME.

      *>    WITH THE MAINTENANCE SWITCH ON THE FILES MAY BE MID-COPY
      *>    OR MID-RESTORE, SO NOTHING IS TOUCHED.
           MOVE 0 TO WS-PARAM-DEFAULT.
           CALL "get-parameter" USING WS-MAINT-MODE-KEY,
             WS-PARAM-DEFAULT, WS-MAINT-MODE.
           IF WS-MAINT-MODE = 1 THEN
               DISPLAY "INTRADAY-BATCH REFUSED - MAINTENANCE MODE ON"
               MOVE "SKIP" TO WS-OUTCOME
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.

      *>    A RUN-CONTROL ROW OF ANY DATE THAT IS NOT YET COMPLETE
      *>    MEANS END-OF-DAY-BATCH IS RUNNING, OR DIED PART WAY AND
      *>    IS WAITING TO BE STARTED AGAIN -- A CHAIN STARTED BEFORE
      *>    MIDNIGHT OR RUN AS OF A MISSED DATE INCLUDED. EITHER WAY
      *>    ITS LEDGER STEPS MUST NOT SEE ROWS ARRIVE BETWEEN THEM.
      *>    THE CONTROL ROW ONLY APPEARS ONCE END-OF-DAY HAS BEGUN,
      *>    SO THE RUN LOG IS CHECKED TOO: A VIP-AUTO-RENEW OR
      *>    END-OF-DAY-BATCH START ROW WITH NO FINISHED ROW AFTER IT
      *>    MEANS THE CHAIN IS UNDER WAY.
           PERFORM CHECK-END-OF-DAY.
           IF WS-EOD-ACTIVE = 1 THEN
               DISPLAY "INTRADAY-BATCH REFUSED - END-OF-DAY-BATCH "
                 "ACTIVE"
               MOVE "SKIP" TO WS-OUTCOME
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.

           MOVE 0 TO WS-STEP-IDX.
           PERFORM UNTIL WS-STEP-IDX = WS-STEP-COUNT OR
             WS-OUTCOME = "FAIL"
               ADD 1 TO WS-STEP-IDX
               MOVE WS-STEP(WS-STEP-IDX) TO WS-STEP-NAME
               CALL WS-STEP-NAME
                   ON EXCEPTION
                       DISPLAY FUNCTION TRIM(WS-STEP-NAME)
                         " FAILED - INTRADAY-BATCH STOPPED"
                       MOVE "FAIL" TO WS-OUTCOME
               END-CALL
           END-PERFORM.

           PERFORM WRITE-RUN-LOG.

           GOBACK.

       CHECK-END-OF-DAY.
           MOVE 0 TO WS-EOD-ACTIVE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RUN-CONTROL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RUN-CONTROL-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF BR-COMPLETE NOT = "Y" THEN
                           MOVE 1 TO WS-EOD-ACTIVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RUN-CONTROL-FILE.

      *>    THE CONTROLLER LOGS A "RUN" ROW AS EACH JOB STARTS AND A
      *>    SECOND ROW WITH THE SAME START STAMP WHEN IT FINISHES.
      *>    ONLY THE LATEST START OF THE TWO JOBS AHEAD OF THE LEDGER
      *>    STEPS MATTERS -- A RERUN AFTER A CRASH SUPERSEDES THE
      *>    START THE CRASH LEFT OPEN.
           MOVE SPACES TO WS-OPEN-JOB.
           MOVE 0 TO WS-OPEN-START.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RUN-LOG-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RUN-LOG-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF BJ-JOB = "vip-auto-renew" OR
                          BJ-JOB = "end-of-day-batch" THEN
                           IF BJ-OUTCOME = "RUN" THEN
                               MOVE BJ-JOB TO WS-OPEN-JOB
                               MOVE BJ-START TO WS-OPEN-START
                           ELSE
                               IF BJ-JOB = WS-OPEN-JOB AND
                                  BJ-START = WS-OPEN-START THEN
                                   MOVE SPACES TO WS-OPEN-JOB
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RUN-LOG-FILE.
           IF WS-OPEN-JOB NOT = SPACES THEN
               MOVE 1 TO WS-EOD-ACTIVE
           END-IF.

       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-STAMP.
           OPEN EXTEND F-RUN-LOG-FILE.
           MOVE WS-TODAY TO BJ-DATE.
           MOVE WS-JOB-NAME TO BJ-JOB.
           MOVE WS-START-STAMP TO BJ-START.
           MOVE WS-END-STAMP TO BJ-END.
           MOVE WS-OUTCOME TO BJ-OUTCOME.
           WRITE BJ-ENTRY.
           CLOSE F-RUN-LOG-FILE.
