       IDENTIFICATION DIVISION.
       PROGRAM-ID. retention-purge.
      ******************************************************************
      *----NIGHTLY JOB IN THE BATCH-CONTROLLER CHAIN THAT TRIMS THE----*
      *----APPEND-ONLY LOG FILES TO THE RETENTION SCHEDULE IN----------*
      *----RETENTION-SCHEDULE.DAT: EACH ROW NAMES A FILE, HOW MANY-----*
      *----DAYS ITS ROWS ARE KEPT, AND WHETHER A ROW PAST THAT IS------*
      *----SIMPLY PURGED (P) OR FIRST COPIED TO A DATED ARCHIVE--------*
      *----GENERATION NAMED ARCHIVE-<YYYYMMDD>-<FILE> (A). A ROW-------*
      *----BELONGING TO A MEMBER UNDER LEGAL HOLD IS KEPT WHATEVER-----*
      *----ITS AGE. KEPT, REMOVED AND HELD COUNTS FOR EACH FILE GO TO--*
      *----RETENTION-LOG.DAT. AN EMPTY SCHEDULE IS SEEDED WITH THE-----*
      *----HOUSE SET; A CHANGED PERIOD OR ACTION IS A FILE EDIT. ONLY--*
      *----THE FILES WHOSE ROW LAYOUT THIS JOB KNOWS CAN BE NAMED------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SCHEDULE-FILE ASSIGN TO
             "retention-schedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-RETENTION-LOG-FILE ASSIGN TO
             "retention-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-SOURCE-FILE ASSIGN TO WS-SOURCE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOURCE-STATUS.

           SELECT F-WORK-FILE ASSIGN TO "retention-work.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-MESSAGES-FILE ASSIGN TO "messages.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RC-ID
             FILE STATUS IS WS-LOOKUP-STATUS.

           SELECT OPTIONAL F-COMMENTS-FILE ASSIGN TO "comments.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RC-COM-COMMENT-ID
             ALTERNATE RECORD KEY IS RC-COM-ID WITH DUPLICATES
             FILE STATUS IS WS-LOOKUP-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-SCHEDULE-FILE.
           01 RS-ENTRY.
              05 RS-FILE-NAME PIC X(30).
              05 RS-KEEP-DAYS PIC 9(4).
              05 RS-ACTION PIC X(1).

           FD F-RETENTION-LOG-FILE.
           01 RL-ENTRY.
              05 RL-DATE PIC 9(8).
              05 RL-FILE-NAME PIC X(30).
              05 RL-ACTION PIC X(1).
              05 RL-KEPT PIC 9(7).
              05 RL-REMOVED PIC 9(7).
              05 RL-HELD PIC 9(7).

           FD F-SOURCE-FILE.
           01 SRC-RECORD PIC X(1000).

           FD F-WORK-FILE.
           01 WRK-RECORD PIC X(1000).

           FD F-ARCHIVE-FILE.
           01 ARC-RECORD PIC X(1000).

           FD F-MESSAGES-FILE.
           01 RC-MESSAGE.
             05 RC-ID PIC 9(7).
             05 FILLER PIC X(366).
             05 RC-DATE PIC X(10).
             05 FILLER PIC X(11).

           FD F-COMMENTS-FILE.
           01 RC-COMMENT-ENTRY.
             05 RC-COM-ID PIC 9(7).
             05 FILLER PIC X(16).
             05 RC-COM-DATE PIC X(10).
             05 FILLER PIC X(50).
             05 RC-COM-COMMENT-ID PIC 9999.
             05 FILLER PIC X(4).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-SOURCE-NAME PIC X(30).
           01 WS-ARCHIVE-NAME PIC X(50).
           01 WS-SOURCE-STATUS PIC XX.
           01 WS-LOOKUP-STATUS PIC XX.
           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-INT PIC 9(7) COMP.
           01 WS-CUTOFF-INT PIC 9(7) COMP.
           01 WS-ROW-DATE PIC 9(8).
           01 WS-ROW-DATE-X REDEFINES WS-ROW-DATE PIC X(8).
           01 WS-ROW-INT PIC 9(7) COMP.
           01 WS-ROW-USER PIC X(16).
           01 WS-ROW-OTHER-USER PIC X(16).
      *>    E EXPIRED, K KEEP, D AGE IT BY WS-ROW-DATE.
           01 WS-ROW-AGE-RULE PIC X(1).
           01 WS-ROW-EXPIRED PIC 9.
           01 WS-HOLD-HELD PIC 9.
           01 WS-HOLD-PATH PIC X(28) VALUE "retention-purge".
           01 WS-KEPT PIC 9(7).
           01 WS-REMOVED PIC 9(7).
           01 WS-HELD PIC 9(7).
           01 WS-VOTE-MSG-ID PIC 9(7).
           01 WS-VOTE-COMMENT-ID PIC 9999.

      *>    THE FILES THIS JOB KNOWS HOW TO AGE. THE LAYOUT NUMBER
      *>    PICKS THE PARAGRAPH THAT FINDS A ROW'S DATE AND MEMBER.
           01 WS-LAYOUT-VALUES.
              05 FILLER PIC X(30) VALUE "login-audit.dat".
              05 FILLER PIC X(30) VALUE "chat-messages.dat".
              05 FILLER PIC X(30) VALUE "content-audit.dat".
              05 FILLER PIC X(30) VALUE "mentions.dat".
              05 FILLER PIC X(30) VALUE "mail-queue.dat".
              05 FILLER PIC X(30) VALUE "contact-audit.dat".
              05 FILLER PIC X(30) VALUE "login-attempts.dat".
              05 FILLER PIC X(30) VALUE "message-votes.dat".
              05 FILLER PIC X(30) VALUE "comment-votes.dat".
              05 FILLER PIC X(30) VALUE "terminal-signins.dat".
           01 WS-LAYOUT-TABLE REDEFINES WS-LAYOUT-VALUES.
              05 WS-LAYOUT-FILE PIC X(30) OCCURS 10 TIMES.
           01 WS-LAYOUT PIC 99.
           01 WS-LAYOUT-IDX PIC 99.

      *>    THE HOUSE SCHEDULE: SECURITY AND AUDIT TRAILS ARE ARCHIVED
      *>    BEFORE THEY GO, THE REST IS PURGED OUTRIGHT.
           01 WS-SEED-VALUES.
              05 FILLER PIC X(35) VALUE
                 "login-audit.dat               0365A".
              05 FILLER PIC X(35) VALUE
                 "chat-messages.dat             0180A".
              05 FILLER PIC X(35) VALUE
                 "content-audit.dat             0730A".
              05 FILLER PIC X(35) VALUE
                 "mentions.dat                  0180P".
              05 FILLER PIC X(35) VALUE
                 "mail-queue.dat                0365P".
              05 FILLER PIC X(35) VALUE
                 "contact-audit.dat             0730A".
              05 FILLER PIC X(35) VALUE
                 "login-attempts.dat            0090P".
              05 FILLER PIC X(35) VALUE
                 "message-votes.dat             0730P".
              05 FILLER PIC X(35) VALUE
                 "comment-votes.dat             0730P".
              05 FILLER PIC X(35) VALUE
                 "terminal-signins.dat          0180P".
           01 WS-SEED-TABLE REDEFINES WS-SEED-VALUES.
              05 WS-SEED-ENTRY PIC X(35) OCCURS 10 TIMES.
           01 WS-SEED-IDX PIC 99.

           01 WS-SCHEDULE-COUNT PIC 99 VALUE 0.
           01 WS-SCHEDULE-TABLE.
              05 WS-SCHEDULE-ROW OCCURS 30 TIMES.
                 10 WS-SCHED-FILE PIC X(30).
                 10 WS-SCHED-KEEP-DAYS PIC 9(4).
                 10 WS-SCHED-ACTION PIC X(1).
           01 WS-SCHED-IDX PIC 99.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-SCHEDULE-COUNT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).

           PERFORM LOAD-SCHEDULE.
           IF WS-SCHEDULE-COUNT = 0 THEN
               PERFORM SEED-SCHEDULE
               PERFORM LOAD-SCHEDULE
           END-IF.

           MOVE 0 TO WS-SCHED-IDX.
           PERFORM UNTIL WS-SCHED-IDX = WS-SCHEDULE-COUNT
               ADD 1 TO WS-SCHED-IDX
               PERFORM APPLY-ONE-FILE
           END-PERFORM.

           GOBACK.

       LOAD-SCHEDULE.
           MOVE 0 TO WS-SCHEDULE-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SCHEDULE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SCHEDULE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-SCHEDULE-COUNT < 30 AND
                          RS-FILE-NAME NOT = SPACES THEN
                           ADD 1 TO WS-SCHEDULE-COUNT
                           MOVE RS-ENTRY TO
                             WS-SCHEDULE-ROW(WS-SCHEDULE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SCHEDULE-FILE.

       SEED-SCHEDULE.
           OPEN OUTPUT F-SCHEDULE-FILE.
           MOVE 0 TO WS-SEED-IDX.
           PERFORM UNTIL WS-SEED-IDX = 10
               ADD 1 TO WS-SEED-IDX
               MOVE WS-SEED-ENTRY(WS-SEED-IDX) TO RS-ENTRY
               WRITE RS-ENTRY
           END-PERFORM.
           CLOSE F-SCHEDULE-FILE.

      *>    ONE SCHEDULE ROW: EVERY ROW OF THE FILE GOES EITHER TO THE
      *>    WORK FILE (KEPT) OR, PAST ITS PERIOD, TO THE ARCHIVE
      *>    GENERATION OR NOWHERE (REMOVED). THE WORK FILE THEN
      *>    REPLACES THE LIVE FILE.
       APPLY-ONE-FILE.
           MOVE WS-SCHED-FILE(WS-SCHED-IDX) TO WS-SOURCE-NAME.
           MOVE 0 TO WS-LAYOUT.
           MOVE 0 TO WS-LAYOUT-IDX.
           PERFORM UNTIL WS-LAYOUT-IDX = 10 OR WS-LAYOUT > 0
               ADD 1 TO WS-LAYOUT-IDX
               IF WS-LAYOUT-FILE(WS-LAYOUT-IDX) = WS-SOURCE-NAME THEN
                   MOVE WS-LAYOUT-IDX TO WS-LAYOUT
               END-IF
           END-PERFORM.
           IF WS-LAYOUT = 0 OR
              WS-SCHED-KEEP-DAYS(WS-SCHED-IDX) IS NOT NUMERIC THEN
               DISPLAY "RETENTION: NO LAYOUT OR PERIOD FOR "
                 FUNCTION TRIM(WS-SOURCE-NAME) " - SKIPPED"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT -
             WS-SCHED-KEEP-DAYS(WS-SCHED-IDX).
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "archive-" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SOURCE-NAME) DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME.
           MOVE 0 TO WS-KEPT.
           MOVE 0 TO WS-REMOVED.
           MOVE 0 TO WS-HELD.

           OPEN INPUT F-SOURCE-FILE.
      *>    A FILE THAT HAS NEVER BEEN CREATED YET IS SIMPLY SKIPPED.
           IF WS-SOURCE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT F-WORK-FILE.
           IF WS-SCHED-ACTION(WS-SCHED-IDX) = "A" THEN
               OPEN EXTEND F-ARCHIVE-FILE
           END-IF.
           IF WS-LAYOUT = 8 THEN
               OPEN INPUT F-MESSAGES-FILE
           END-IF.
           IF WS-LAYOUT = 9 THEN
               OPEN INPUT F-COMMENTS-FILE
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SOURCE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM SORT-ONE-ROW
               END-READ
           END-PERFORM.

           CLOSE F-SOURCE-FILE.
           CLOSE F-WORK-FILE.
           IF WS-SCHED-ACTION(WS-SCHED-IDX) = "A" THEN
               CLOSE F-ARCHIVE-FILE
           END-IF.
           IF WS-LAYOUT = 8 THEN
               CLOSE F-MESSAGES-FILE
           END-IF.
           IF WS-LAYOUT = 9 THEN
               CLOSE F-COMMENTS-FILE
           END-IF.

           IF WS-REMOVED > 0 THEN
               PERFORM REPLACE-LIVE-FILE
           END-IF.
           PERFORM LOG-RETENTION.

       SORT-ONE-ROW.
           MOVE 0 TO WS-ROW-EXPIRED.
           MOVE SPACES TO WS-ROW-USER.
           MOVE SPACES TO WS-ROW-OTHER-USER.
           MOVE "D" TO WS-ROW-AGE-RULE.
           MOVE 0 TO WS-ROW-DATE.
           EVALUATE WS-LAYOUT
               WHEN 1 PERFORM ROW-LOGIN-AUDIT
               WHEN 2 PERFORM ROW-CHAT-MESSAGE
               WHEN 3 PERFORM ROW-CONTENT-AUDIT
               WHEN 4 PERFORM ROW-MENTION
               WHEN 5 PERFORM ROW-MAIL-QUEUE
               WHEN 6 PERFORM ROW-CONTACT-AUDIT
               WHEN 7 PERFORM ROW-LOGIN-ATTEMPT
               WHEN 8 PERFORM ROW-MESSAGE-VOTE
               WHEN 9 PERFORM ROW-COMMENT-VOTE
               WHEN 10 PERFORM ROW-TERMINAL-SIGNIN
           END-EVALUATE.

      *>    A DATE THAT WILL NOT READ AS A REAL DATE IS NEVER AGED --
      *>    THE ROW IS KEPT RATHER THAN GUESSED AT.
           IF WS-ROW-AGE-RULE = "E" THEN
               MOVE 1 TO WS-ROW-EXPIRED
           END-IF.
           IF WS-ROW-AGE-RULE = "D" AND WS-ROW-DATE-X IS NUMERIC THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-ROW-DATE) = 0 THEN
                   COMPUTE WS-ROW-INT =
                     FUNCTION INTEGER-OF-DATE(WS-ROW-DATE)
                   IF WS-ROW-INT < WS-CUTOFF-INT THEN
                       MOVE 1 TO WS-ROW-EXPIRED
                   END-IF
               END-IF
           END-IF.

           MOVE 0 TO WS-HOLD-HELD.
           IF WS-ROW-EXPIRED = 1 AND WS-ROW-USER NOT = SPACES THEN
               CALL "check-legal-hold" USING WS-ROW-USER, WS-HOLD-HELD
               IF WS-HOLD-HELD = 1 THEN
                   CALL "record-hold-skip" USING WS-ROW-USER,
                     WS-HOLD-PATH
               END-IF
           END-IF.
           IF WS-ROW-EXPIRED = 1 AND WS-HOLD-HELD = 0 AND
              WS-ROW-OTHER-USER NOT = SPACES THEN
               CALL "check-legal-hold" USING WS-ROW-OTHER-USER,
                 WS-HOLD-HELD
               IF WS-HOLD-HELD = 1 THEN
                   CALL "record-hold-skip" USING WS-ROW-OTHER-USER,
                     WS-HOLD-PATH
               END-IF
           END-IF.

           IF WS-ROW-EXPIRED = 1 AND WS-HOLD-HELD = 0 THEN
               ADD 1 TO WS-REMOVED
               IF WS-SCHED-ACTION(WS-SCHED-IDX) = "A" THEN
                   MOVE SRC-RECORD TO ARC-RECORD
                   WRITE ARC-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-KEPT
               IF WS-HOLD-HELD = 1 THEN
                   ADD 1 TO WS-HELD
               END-IF
               MOVE SRC-RECORD TO WRK-RECORD
               WRITE WRK-RECORD
           END-IF.

      *>    DAY, MONTH AND YEAR SIT SIDE BY SIDE AHEAD OF THE TIME.
       ROW-LOGIN-AUDIT.
           MOVE SRC-RECORD(5:4) TO WS-ROW-DATE-X(1:4).
           MOVE SRC-RECORD(3:2) TO WS-ROW-DATE-X(5:2).
           MOVE SRC-RECORD(1:2) TO WS-ROW-DATE-X(7:2).
           MOVE SRC-RECORD(13:16) TO WS-ROW-USER.

       ROW-CHAT-MESSAGE.
           MOVE SRC-RECORD(7:8) TO WS-ROW-DATE-X.
           MOVE SRC-RECORD(21:16) TO WS-ROW-USER.

      *>    DD-MM-YYYY, AS THE BOARD DATES ARE.
       ROW-CONTENT-AUDIT.
           MOVE SRC-RECORD(7:4) TO WS-ROW-DATE-X(1:4).
           MOVE SRC-RECORD(4:2) TO WS-ROW-DATE-X(5:2).
           MOVE SRC-RECORD(1:2) TO WS-ROW-DATE-X(7:2).
           MOVE SRC-RECORD(11:16) TO WS-ROW-USER.

      *>    BOTH THE MEMBER MENTIONED AND THE AUTHOR ARE IN THE ROW.
       ROW-MENTION.
           MOVE SRC-RECORD(41:8) TO WS-ROW-DATE-X.
           MOVE SRC-RECORD(1:16) TO WS-ROW-USER.
           MOVE SRC-RECORD(25:16) TO WS-ROW-OTHER-USER.

      *>    A LETTER STILL QUEUED FOR THE MAILING HOUSE IS WORK IN
      *>    HAND, NOT HISTORY, AND IS NEVER PURGED.
       ROW-MAIL-QUEUE.
           MOVE SRC-RECORD(7:8) TO WS-ROW-DATE-X.
           MOVE SRC-RECORD(15:16) TO WS-ROW-USER.
           IF SRC-RECORD(99:1) = "Q" THEN
               MOVE "K" TO WS-ROW-AGE-RULE
           END-IF.

       ROW-CONTACT-AUDIT.
           MOVE SRC-RECORD(1:8) TO WS-ROW-DATE-X.
           MOVE SRC-RECORD(9:16) TO WS-ROW-USER.

      *>    A LOCKOUT IS AGED FROM THE DAY IT WAS SET. A ROW WITH NO
      *>    LOCKOUT AND A ZERO COUNT HOLDS NOTHING AND GOES; ONE STILL
      *>    COUNTING FAILURES TOWARDS A LOCKOUT STAYS.
       ROW-LOGIN-ATTEMPT.
           MOVE SRC-RECORD(1:16) TO WS-ROW-USER.
           IF SRC-RECORD(18:8) IS NUMERIC THEN
               MOVE SRC-RECORD(18:8) TO WS-ROW-DATE-X
           ELSE
               IF SRC-RECORD(17:1) = "0" THEN
                   MOVE "E" TO WS-ROW-AGE-RULE
               ELSE
                   MOVE "K" TO WS-ROW-AGE-RULE
               END-IF
           END-IF.

      *>    A VOTE CARRIES NO DATE OF ITS OWN, SO IT AGES WITH THE
      *>    MESSAGE IT WAS CAST ON; A VOTE ON A MESSAGE NO LONGER ON
      *>    FILE COUNTS TOWARDS NOTHING AND GOES.
       ROW-MESSAGE-VOTE.
           MOVE SRC-RECORD(8:16) TO WS-ROW-USER.
           IF SRC-RECORD(1:7) IS NUMERIC THEN
               MOVE SRC-RECORD(1:7) TO WS-VOTE-MSG-ID
               MOVE WS-VOTE-MSG-ID TO RC-ID
               READ F-MESSAGES-FILE
                   INVALID KEY
                       MOVE "E" TO WS-ROW-AGE-RULE
                   NOT INVALID KEY
                       MOVE RC-DATE(7:4) TO WS-ROW-DATE-X(1:4)
                       MOVE RC-DATE(4:2) TO WS-ROW-DATE-X(5:2)
                       MOVE RC-DATE(1:2) TO WS-ROW-DATE-X(7:2)
               END-READ
           ELSE
               MOVE "K" TO WS-ROW-AGE-RULE
           END-IF.

       ROW-COMMENT-VOTE.
           MOVE SRC-RECORD(5:16) TO WS-ROW-USER.
           IF SRC-RECORD(1:4) IS NUMERIC THEN
               MOVE SRC-RECORD(1:4) TO WS-VOTE-COMMENT-ID
               MOVE WS-VOTE-COMMENT-ID TO RC-COM-COMMENT-ID
               READ F-COMMENTS-FILE KEY IS RC-COM-COMMENT-ID
                   INVALID KEY
                       MOVE "E" TO WS-ROW-AGE-RULE
                   NOT INVALID KEY
                       MOVE RC-COM-DATE(7:4) TO WS-ROW-DATE-X(1:4)
                       MOVE RC-COM-DATE(4:2) TO WS-ROW-DATE-X(5:2)
                       MOVE RC-COM-DATE(1:2) TO WS-ROW-DATE-X(7:2)
               END-READ
           ELSE
               MOVE "K" TO WS-ROW-AGE-RULE
           END-IF.

       ROW-TERMINAL-SIGNIN.
           MOVE SRC-RECORD(1:8) TO WS-ROW-DATE-X.
           MOVE SRC-RECORD(31:16) TO WS-ROW-USER.

      *>    REOPENING THE LIVE FILE FOR OUTPUT EMPTIES IT; THE KEPT
      *>    ROWS ARE THEN COPIED BACK IN THEIR ORIGINAL ORDER.
       REPLACE-LIVE-FILE.
           OPEN INPUT F-WORK-FILE.
           OPEN OUTPUT F-SOURCE-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-WORK-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE WRK-RECORD TO SRC-RECORD
                       WRITE SRC-RECORD
               END-READ
           END-PERFORM.
           CLOSE F-WORK-FILE.
           CLOSE F-SOURCE-FILE.

       LOG-RETENTION.
           OPEN EXTEND F-RETENTION-LOG-FILE.
           MOVE WS-TODAY TO RL-DATE.
           MOVE WS-SOURCE-NAME TO RL-FILE-NAME.
           MOVE WS-SCHED-ACTION(WS-SCHED-IDX) TO RL-ACTION.
           MOVE WS-KEPT TO RL-KEPT.
           MOVE WS-REMOVED TO RL-REMOVED.
           MOVE WS-HELD TO RL-HELD.
           WRITE RL-ENTRY.
           CLOSE F-RETENTION-LOG-FILE.
