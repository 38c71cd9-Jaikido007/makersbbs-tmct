       IDENTIFICATION DIVISION.
       PROGRAM-ID. moderation-workload-report.
      ******************************************************************
      *----WEEKLY REPORT JOB THAT SHOWS HOW THE MODERATION QUEUES------*
      *----WERE WORKED OVER THE LAST SEVEN DAYS. FOR EACH QUEUE--------*
      *----(MEMBER REPORTS, HELD POSTS AND APPEALS) IT GIVES THE-------*
      *----ITEMS RECEIVED AND RESOLVED AND THE MEDIAN AND WORST DAYS---*
      *----TAKEN TO RESOLVE THEM, FROM THE STAMPS IN-------------------*
      *----MODERATION-OUTCOMES.DAT. IT THEN GIVES THE UPHOLD RATE OF---*
      *----EACH MODERATOR, ADM STAFF FIRST AND THE BOARD DELEGATES-----*
      *----FROM BOARD-MODERATORS.DAT SEPARATELY, THE UPHOLD RATE OF----*
      *----EACH BOARD, AND HOW MANY APPEALS AGAINST EACH ORIGINAL------*
      *----MODERATOR WERE DECIDED AND HOW MANY OVERTURNED--------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-MODERATION-QUEUE-FILE ASSIGN TO
             'moderation-queue.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-HELD-POSTS-FILE ASSIGN TO 'held-posts.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-APPEALS-FILE ASSIGN TO "appeals.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-OUTCOMES-FILE ASSIGN TO
             "moderation-outcomes.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-MODERATORS-FILE ASSIGN TO
             "board-moderators.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-MODERATION-QUEUE-FILE.
           01 MQ-ENTRY.
              05 MQ-ID PIC 9(4).
              05 MQ-TYPE PIC X(1).
              05 MQ-SOURCE-ID PIC X(7).
              05 MQ-AUTHOR PIC X(16).
              05 MQ-REPORTED-BY PIC X(16).
              05 MQ-REASON PIC X(50).
              05 MQ-DATE PIC X(10).
              05 MQ-STATUS PIC X(1).

           FD F-HELD-POSTS-FILE.
           01 HP-ENTRY.
              05 HP-ID PIC 9(4).
              05 HP-TITLE PIC X(50).
              05 HP-CONTENT PIC X(300).
              05 HP-USERNAME PIC X(16).
              05 HP-DATE PIC X(10).
              05 HP-BOARD-CODE PIC X(10).
              05 HP-STATUS PIC X(1).

           FD F-APPEALS-FILE.
           01 AP-ENTRY.
              05 AP-ID PIC 9(4).
              05 AP-DATE PIC 9(8).
              05 AP-USERNAME PIC X(16).
              05 AP-KIND PIC X(1).
              05 AP-TARGET PIC X(8).
              05 AP-TEXT PIC X(50).
              05 AP-ACTED-BY PIC X(16).
              05 AP-STATUS PIC X(1).

           FD F-OUTCOMES-FILE.
           01 MO-ENTRY.
              05 MO-DATE PIC 9(8).
              05 MO-TIME PIC 9(6).
              05 MO-QUEUE PIC X(1).
              05 MO-ITEM-ID PIC 9(4).
              05 MO-RECEIVED PIC 9(8).
              05 MO-RESOLVED-BY PIC X(16).
              05 MO-OUTCOME PIC X(1).
              05 MO-BOARD PIC X(10).
              05 MO-ORIGINAL-BY PIC X(16).

           FD F-MODERATORS-FILE.
           01 BD-ENTRY.
              05 BD-BOARD PIC X(10).
              05 BD-USERNAME PIC X(16).

           FD F-SPOOL-FILE.
           01 SP-LINE PIC X(80).

           FD F-INDEX-FILE.
           01 SPX-ENTRY.
              05 SPX-ID PIC 9(4).
              05 SPX-DATE PIC 9(8).
              05 SPX-TITLE PIC X(20).
              05 SPX-START-LINE PIC 9(6).
              05 SPX-LINE-COUNT PIC 9(4).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-SINCE PIC 9(8).
           01 WS-ITEM-DATE PIC 9(8).
           01 WS-START-LINE PIC 9(6) VALUE 0.
           01 WS-LINES-WRITTEN PIC 9(4) VALUE 0.
           01 WS-NEXT-ID PIC 9(4) VALUE 0.

      *>    ONE ROW PER QUEUE: REPORTS, HELD POSTS, APPEALS.
           01 WS-QUEUE-VALUES.
              05 FILLER PIC X(11) VALUE "RREPORTS".
              05 FILLER PIC X(11) VALUE "HHELD POSTS".
              05 FILLER PIC X(11) VALUE "AAPPEALS".
           01 WS-QUEUE-NAMES REDEFINES WS-QUEUE-VALUES.
              05 WS-QUEUE-NAME-ENTRY OCCURS 3 TIMES.
                 10 WS-QN-CODE PIC X(1).
                 10 WS-QN-NAME PIC X(10).
           01 WS-QUEUE-TOTALS.
              05 WS-QUEUE-TOTAL OCCURS 3 TIMES.
                 10 WS-QT-RECEIVED PIC 9(5).
                 10 WS-QT-RESOLVED PIC 9(5).
                 10 WS-QT-WORST PIC 9(5).
           01 WS-QUEUE-IDX PIC 9.

      *>    THE WEEK'S RESOLUTIONS, EACH WITH ITS DAYS TO RESOLVE.
           01 WS-OUTCOME-COUNT PIC 9(4) VALUE 0.
           01 WS-OUTCOME-TABLE.
               05 WS-OUTCOME-ENTRY OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WS-OUTCOME-COUNT.
                   10 WS-OC-QUEUE PIC X(1).
                   10 WS-OC-DAYS PIC 9(5).
                   10 WS-OC-RESOLVED-BY PIC X(16).
                   10 WS-OC-OUTCOME PIC X(1).
                   10 WS-OC-BOARD PIC X(10).
                   10 WS-OC-ORIGINAL-BY PIC X(16).

      *>    DAYS TO RESOLVE FOR ONE QUEUE, SORTED FOR THE MEDIAN.
           01 WS-SORT-COUNT PIC 9(4) VALUE 0.
           01 WS-SORT-TABLE.
               05 WS-SORT-DAYS PIC 9(5) OCCURS 3000 TIMES.
           01 WS-SORT-HOLD PIC 9(5).
           01 WS-MEDIAN PIC 9(5)V9.
           01 WS-MID PIC 9(4).

      *>    MEMBERS WHO HOLD DELEGATED POWERS OVER ANY BOARD.
           01 WS-DELEGATE-COUNT PIC 9(4) VALUE 0.
           01 WS-DELEGATE-TABLE.
               05 WS-DELEGATE-NAME PIC X(16) OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-DELEGATE-COUNT.
           01 WS-IS-DELEGATE PIC 9.
           01 WS-CHECK-NAME PIC X(16).

      *>    PER-MODERATOR, PER-BOARD AND PER-ORIGINAL-MODERATOR
      *>    TALLIES. UPHOLD RATES COUNT REPORTS AND HOLDS; APPEALS
      *>    JUDGED ARE SHOWN ALONGSIDE, AND APPEALS ALLOWED COUNT
      *>    AGAINST THE MODERATOR WHOSE CALL WAS APPEALED.
           01 WS-MOD-COUNT PIC 9(4) VALUE 0.
           01 WS-MOD-TABLE.
               05 WS-MOD-ENTRY OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-MOD-COUNT.
                   10 WS-MD-NAME PIC X(16).
                   10 WS-MD-RESOLVED PIC 9(5).
                   10 WS-MD-UPHELD PIC 9(5).
                   10 WS-MD-APPEALS PIC 9(5).
                   10 WS-MD-DELEGATE PIC 9.
           01 WS-BOARD-COUNT PIC 9(4) VALUE 0.
           01 WS-BOARD-TABLE.
               05 WS-BOARD-ENTRY OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-BOARD-COUNT.
                   10 WS-BT-BOARD PIC X(10).
                   10 WS-BT-RESOLVED PIC 9(5).
                   10 WS-BT-UPHELD PIC 9(5).
           01 WS-ORIG-COUNT PIC 9(4) VALUE 0.
           01 WS-ORIG-TABLE.
               05 WS-ORIG-ENTRY OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-ORIG-COUNT.
                   10 WS-OR-NAME PIC X(16).
                   10 WS-OR-DECIDED PIC 9(5).
                   10 WS-OR-OVERTURNED PIC 9(5).

           01 WS-IDX PIC 9(4).
           01 WS-JDX PIC 9(4).
           01 WS-SLOT-FOUND PIC 9 VALUE 0.
           01 WS-FOUND PIC 9(4).
           01 WS-PRINTED PIC 9(4).
           01 WS-SECTION-DELEGATE PIC 9.

           01 WS-HEAD-LINE.
              05 FILLER PIC X(19) VALUE "MODERATION WORKLOAD".
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-HL-DATE PIC 9(8).
           01 WS-RULE-LINE.
              05 FILLER PIC X(30) VALUE
                "ITEMS RECEIVED AND RESOLVED IN".
              05 FILLER PIC X(18) VALUE " THE 7 DAYS SINCE ".
              05 WS-RL-SINCE PIC 9(8).
           01 WS-QUEUE-HEAD.
              05 FILLER PIC X(12) VALUE "QUEUE".
              05 FILLER PIC X(10) VALUE "RECEIVED".
              05 FILLER PIC X(10) VALUE "RESOLVED".
              05 FILLER PIC X(13) VALUE "MEDIAN DAYS".
              05 FILLER PIC X(10) VALUE "WORST DAYS".
           01 WS-QUEUE-LINE.
              05 WS-QL-NAME PIC X(10).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-QL-RECEIVED PIC ZZZZ9.
              05 FILLER PIC X(5) VALUE SPACES.
              05 WS-QL-RESOLVED PIC ZZZZ9.
              05 FILLER PIC X(6) VALUE SPACES.
              05 WS-QL-MEDIAN PIC ZZZZ9.9.
              05 FILLER PIC X(6) VALUE SPACES.
              05 WS-QL-WORST PIC ZZZZ9.
           01 WS-MOD-HEAD.
              05 FILLER PIC X(18) VALUE "MODERATOR".
              05 FILLER PIC X(10) VALUE "RESOLVED".
              05 FILLER PIC X(8) VALUE "UPHELD".
              05 FILLER PIC X(10) VALUE "UPHOLD %".
              05 FILLER PIC X(14) VALUE "APPEALS JUDGED".
           01 WS-MOD-LINE.
              05 WS-ML-NAME PIC X(16).
              05 FILLER PIC X(5) VALUE SPACES.
              05 WS-ML-RESOLVED PIC ZZZZ9.
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-ML-UPHELD PIC ZZZZ9.
              05 FILLER PIC X(5) VALUE SPACES.
              05 WS-ML-RATE PIC ZZ9.
              05 FILLER PIC X(10) VALUE SPACES.
              05 WS-ML-APPEALS PIC ZZZZ9.
           01 WS-BOARD-HEAD.
              05 FILLER PIC X(21) VALUE "BOARD".
              05 FILLER PIC X(10) VALUE "RESOLVED".
              05 FILLER PIC X(8) VALUE "UPHELD".
              05 FILLER PIC X(8) VALUE "UPHOLD %".
           01 WS-BOARD-LINE.
              05 WS-BL-BOARD PIC X(10).
              05 FILLER PIC X(11) VALUE SPACES.
              05 WS-BL-RESOLVED PIC ZZZZ9.
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-BL-UPHELD PIC ZZZZ9.
              05 FILLER PIC X(5) VALUE SPACES.
              05 WS-BL-RATE PIC ZZ9.
           01 WS-ORIG-HEAD.
              05 FILLER PIC X(18) VALUE "ORIGINAL MODERATOR".
              05 FILLER PIC X(3) VALUE SPACES.
              05 FILLER PIC X(10) VALUE "APPEALED".
              05 FILLER PIC X(12) VALUE "OVERTURNED".
              05 FILLER PIC X(8) VALUE "ROLE".
           01 WS-ORIG-LINE.
              05 WS-OL-NAME PIC X(16).
              05 FILLER PIC X(5) VALUE SPACES.
              05 WS-OL-DECIDED PIC ZZZZ9.
              05 FILLER PIC X(5) VALUE SPACES.
              05 WS-OL-OVERTURNED PIC ZZZZ9.
              05 FILLER PIC X(7) VALUE SPACES.
              05 WS-OL-ROLE PIC X(8).

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 0 TO WS-OUTCOME-COUNT.
           MOVE 0 TO WS-DELEGATE-COUNT.
           MOVE 0 TO WS-MOD-COUNT.
           MOVE 0 TO WS-BOARD-COUNT.
           MOVE 0 TO WS-ORIG-COUNT.
           INITIALIZE WS-QUEUE-TOTALS.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-SINCE = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-TODAY) - 7).

           PERFORM LOAD-DELEGATES.
           PERFORM COUNT-RECEIVED.
           PERFORM LOAD-OUTCOMES.

           PERFORM COUNT-SPOOL.

           OPEN EXTEND F-SPOOL-FILE.
           MOVE WS-TODAY TO WS-HL-DATE.
           MOVE WS-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-SINCE TO WS-RL-SINCE.
           MOVE WS-RULE-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           PERFORM PRINT-QUEUES.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "ADM STAFF" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 0 TO WS-SECTION-DELEGATE.
           PERFORM PRINT-MODERATORS.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "BOARD DELEGATES" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 1 TO WS-SECTION-DELEGATE.
           PERFORM PRINT-MODERATORS.

           PERFORM PRINT-BOARDS.
           PERFORM PRINT-APPEALED.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

           PERFORM WRITE-INDEX-ROW.

           GOBACK.

       LOAD-DELEGATES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MODERATORS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MODERATORS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE BD-USERNAME TO WS-CHECK-NAME
                       PERFORM CHECK-DELEGATE
                       IF WS-IS-DELEGATE = 0 AND
                          WS-DELEGATE-COUNT < 999 THEN
                           ADD 1 TO WS-DELEGATE-COUNT
                           MOVE BD-USERNAME TO
                             WS-DELEGATE-NAME(WS-DELEGATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MODERATORS-FILE.

       CHECK-DELEGATE.
           MOVE 0 TO WS-IS-DELEGATE.
           MOVE 0 TO WS-JDX.
           PERFORM UNTIL WS-JDX = WS-DELEGATE-COUNT OR
                         WS-IS-DELEGATE = 1
               ADD 1 TO WS-JDX
               IF WS-DELEGATE-NAME(WS-JDX) = WS-CHECK-NAME THEN
                   MOVE 1 TO WS-IS-DELEGATE
               END-IF
           END-PERFORM.

      *>    A TYPE-"P" REPORT IS THE QUEUE'S POINTER TO A HELD POST,
      *>    WHICH IS COUNTED ONCE, AS A HELD POST.
       COUNT-RECEIVED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MODERATION-QUEUE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MODERATION-QUEUE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE 0 TO WS-ITEM-DATE
                       STRING MQ-DATE(1:4) MQ-DATE(6:2) MQ-DATE(9:2)
                           DELIMITED BY SIZE INTO WS-ITEM-DATE
                       IF MQ-TYPE NOT = "P" AND
                          WS-ITEM-DATE IS NUMERIC AND
                          WS-ITEM-DATE > WS-SINCE THEN
                           ADD 1 TO WS-QT-RECEIVED(1)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MODERATION-QUEUE-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-HELD-POSTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HELD-POSTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE 0 TO WS-ITEM-DATE
                       STRING HP-DATE(1:4) HP-DATE(6:2) HP-DATE(9:2)
                           DELIMITED BY SIZE INTO WS-ITEM-DATE
                       IF WS-ITEM-DATE IS NUMERIC AND
                          WS-ITEM-DATE > WS-SINCE THEN
                           ADD 1 TO WS-QT-RECEIVED(2)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HELD-POSTS-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-APPEALS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-APPEALS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF AP-DATE IS NUMERIC AND
                          AP-DATE > WS-SINCE THEN
                           ADD 1 TO WS-QT-RECEIVED(3)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-APPEALS-FILE.

       LOAD-OUTCOMES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-OUTCOMES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OUTCOMES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF MO-DATE IS NUMERIC AND
                          MO-DATE > WS-SINCE AND
                          WS-OUTCOME-COUNT < 3000 THEN
                           PERFORM KEEP-ONE-OUTCOME
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-OUTCOMES-FILE.

       KEEP-ONE-OUTCOME.
           MOVE 0 TO WS-QUEUE-IDX.
           EVALUATE MO-QUEUE
               WHEN "R" MOVE 1 TO WS-QUEUE-IDX
               WHEN "H" MOVE 2 TO WS-QUEUE-IDX
               WHEN "A" MOVE 3 TO WS-QUEUE-IDX
           END-EVALUATE.
           IF WS-QUEUE-IDX = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-OUTCOME-COUNT.
           MOVE MO-QUEUE TO WS-OC-QUEUE(WS-OUTCOME-COUNT).
           MOVE 0 TO WS-OC-DAYS(WS-OUTCOME-COUNT).
           IF MO-RECEIVED IS NUMERIC AND MO-RECEIVED > 0 AND
              MO-RECEIVED <= MO-DATE THEN
               COMPUTE WS-OC-DAYS(WS-OUTCOME-COUNT) =
                 FUNCTION INTEGER-OF-DATE(MO-DATE) -
                 FUNCTION INTEGER-OF-DATE(MO-RECEIVED)
           END-IF.
           MOVE MO-RESOLVED-BY TO WS-OC-RESOLVED-BY(WS-OUTCOME-COUNT).
           MOVE MO-OUTCOME TO WS-OC-OUTCOME(WS-OUTCOME-COUNT).
           MOVE MO-BOARD TO WS-OC-BOARD(WS-OUTCOME-COUNT).
           MOVE MO-ORIGINAL-BY TO WS-OC-ORIGINAL-BY(WS-OUTCOME-COUNT).

           ADD 1 TO WS-QT-RESOLVED(WS-QUEUE-IDX).
           IF WS-OC-DAYS(WS-OUTCOME-COUNT) > WS-QT-WORST(WS-QUEUE-IDX)
               MOVE WS-OC-DAYS(WS-OUTCOME-COUNT) TO
                 WS-QT-WORST(WS-QUEUE-IDX)
           END-IF.

           PERFORM TALLY-MODERATOR.
           IF MO-QUEUE = "A" THEN
               PERFORM TALLY-ORIGINAL
           ELSE
               PERFORM TALLY-BOARD
           END-IF.

       TALLY-MODERATOR.
           MOVE 0 TO WS-FOUND.
           MOVE 0 TO WS-JDX.
           PERFORM UNTIL WS-JDX = WS-MOD-COUNT OR WS-FOUND > 0
               ADD 1 TO WS-JDX
               IF WS-MD-NAME(WS-JDX) = MO-RESOLVED-BY THEN
                   MOVE WS-JDX TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 0 THEN
               IF WS-MOD-COUNT = 999 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MOD-COUNT
               MOVE WS-MOD-COUNT TO WS-FOUND
               MOVE MO-RESOLVED-BY TO WS-MD-NAME(WS-FOUND)
               MOVE 0 TO WS-MD-RESOLVED(WS-FOUND)
               MOVE 0 TO WS-MD-UPHELD(WS-FOUND)
               MOVE 0 TO WS-MD-APPEALS(WS-FOUND)
               MOVE MO-RESOLVED-BY TO WS-CHECK-NAME
               PERFORM CHECK-DELEGATE
               MOVE WS-IS-DELEGATE TO WS-MD-DELEGATE(WS-FOUND)
           END-IF.
           IF MO-QUEUE = "A" THEN
               ADD 1 TO WS-MD-APPEALS(WS-FOUND)
           ELSE
               ADD 1 TO WS-MD-RESOLVED(WS-FOUND)
               IF MO-OUTCOME = "U" THEN
                   ADD 1 TO WS-MD-UPHELD(WS-FOUND)
               END-IF
           END-IF.

       TALLY-BOARD.
           MOVE 0 TO WS-FOUND.
           MOVE 0 TO WS-JDX.
           PERFORM UNTIL WS-JDX = WS-BOARD-COUNT OR WS-FOUND > 0
               ADD 1 TO WS-JDX
               IF WS-BT-BOARD(WS-JDX) = MO-BOARD THEN
                   MOVE WS-JDX TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 0 THEN
               IF WS-BOARD-COUNT = 999 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BOARD-COUNT
               MOVE WS-BOARD-COUNT TO WS-FOUND
               MOVE MO-BOARD TO WS-BT-BOARD(WS-FOUND)
               MOVE 0 TO WS-BT-RESOLVED(WS-FOUND)
               MOVE 0 TO WS-BT-UPHELD(WS-FOUND)
           END-IF.
           ADD 1 TO WS-BT-RESOLVED(WS-FOUND).
           IF MO-OUTCOME = "U" THEN
               ADD 1 TO WS-BT-UPHELD(WS-FOUND)
           END-IF.

      *>    AN ALLOWED APPEAL ("U") OVERTURNS THE ORIGINAL CALL.
       TALLY-ORIGINAL.
           IF MO-ORIGINAL-BY = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-FOUND.
           MOVE 0 TO WS-JDX.
           PERFORM UNTIL WS-JDX = WS-ORIG-COUNT OR WS-FOUND > 0
               ADD 1 TO WS-JDX
               IF WS-OR-NAME(WS-JDX) = MO-ORIGINAL-BY THEN
                   MOVE WS-JDX TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 0 THEN
               IF WS-ORIG-COUNT = 999 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ORIG-COUNT
               MOVE WS-ORIG-COUNT TO WS-FOUND
               MOVE MO-ORIGINAL-BY TO WS-OR-NAME(WS-FOUND)
               MOVE 0 TO WS-OR-DECIDED(WS-FOUND)
               MOVE 0 TO WS-OR-OVERTURNED(WS-FOUND)
           END-IF.
           ADD 1 TO WS-OR-DECIDED(WS-FOUND).
           IF MO-OUTCOME = "U" THEN
               ADD 1 TO WS-OR-OVERTURNED(WS-FOUND)
           END-IF.

       PRINT-QUEUES.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-QUEUE-HEAD TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 0 TO WS-QUEUE-IDX.
           PERFORM UNTIL WS-QUEUE-IDX = 3
               ADD 1 TO WS-QUEUE-IDX
               PERFORM FIND-MEDIAN
               MOVE WS-QN-NAME(WS-QUEUE-IDX) TO WS-QL-NAME
               MOVE WS-QT-RECEIVED(WS-QUEUE-IDX) TO WS-QL-RECEIVED
               MOVE WS-QT-RESOLVED(WS-QUEUE-IDX) TO WS-QL-RESOLVED
               MOVE WS-MEDIAN TO WS-QL-MEDIAN
               MOVE WS-QT-WORST(WS-QUEUE-IDX) TO WS-QL-WORST
               MOVE WS-QUEUE-LINE TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-PERFORM.

      *>    THE QUEUE'S DAYS-TO-RESOLVE IN ORDER; THE MEDIAN IS THE
      *>    MIDDLE ONE, OR THE MEAN OF THE MIDDLE TWO.
       FIND-MEDIAN.
           MOVE 0 TO WS-MEDIAN.
           MOVE 0 TO WS-SORT-COUNT.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX = WS-OUTCOME-COUNT
               ADD 1 TO WS-IDX
               IF WS-OC-QUEUE(WS-IDX) = WS-QN-CODE(WS-QUEUE-IDX) THEN
                   ADD 1 TO WS-SORT-COUNT
                   MOVE WS-OC-DAYS(WS-IDX) TO
                     WS-SORT-DAYS(WS-SORT-COUNT)
               END-IF
           END-PERFORM.
           IF WS-SORT-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX = WS-SORT-COUNT
               ADD 1 TO WS-IDX
               MOVE WS-SORT-DAYS(WS-IDX) TO WS-SORT-HOLD
               MOVE WS-IDX TO WS-JDX
               MOVE 0 TO WS-SLOT-FOUND
               PERFORM UNTIL WS-JDX = 1 OR WS-SLOT-FOUND = 1
                   IF WS-SORT-DAYS(WS-JDX - 1) <= WS-SORT-HOLD THEN
                       MOVE 1 TO WS-SLOT-FOUND
                   ELSE
                       MOVE WS-SORT-DAYS(WS-JDX - 1) TO
                         WS-SORT-DAYS(WS-JDX)
                       SUBTRACT 1 FROM WS-JDX
                   END-IF
               END-PERFORM
               MOVE WS-SORT-HOLD TO WS-SORT-DAYS(WS-JDX)
           END-PERFORM.

           DIVIDE WS-SORT-COUNT BY 2 GIVING WS-MID.
           IF WS-MID * 2 = WS-SORT-COUNT THEN
               COMPUTE WS-MEDIAN = (WS-SORT-DAYS(WS-MID) +
                 WS-SORT-DAYS(WS-MID + 1)) / 2
           ELSE
               MOVE WS-SORT-DAYS(WS-MID + 1) TO WS-MEDIAN
           END-IF.

       PRINT-MODERATORS.
           MOVE WS-MOD-HEAD TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 0 TO WS-PRINTED.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX = WS-MOD-COUNT
               ADD 1 TO WS-IDX
               IF WS-MD-DELEGATE(WS-IDX) = WS-SECTION-DELEGATE THEN
                   ADD 1 TO WS-PRINTED
                   MOVE WS-MD-NAME(WS-IDX) TO WS-ML-NAME
                   MOVE WS-MD-RESOLVED(WS-IDX) TO WS-ML-RESOLVED
                   MOVE WS-MD-UPHELD(WS-IDX) TO WS-ML-UPHELD
                   MOVE 0 TO WS-ML-RATE
                   IF WS-MD-RESOLVED(WS-IDX) > 0 THEN
                       COMPUTE WS-ML-RATE ROUNDED =
                         WS-MD-UPHELD(WS-IDX) * 100 /
                         WS-MD-RESOLVED(WS-IDX)
                   END-IF
                   MOVE WS-MD-APPEALS(WS-IDX) TO WS-ML-APPEALS
                   MOVE WS-MOD-LINE TO SP-LINE
                   PERFORM WRITE-SPOOL-LINE
               END-IF
           END-PERFORM.
           IF WS-PRINTED = 0 THEN
               MOVE "  NONE" TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-IF.

       PRINT-BOARDS.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "REPORTS AND HOLDS BY BOARD" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-BOARD-HEAD TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX = WS-BOARD-COUNT
               ADD 1 TO WS-IDX
               MOVE WS-BT-BOARD(WS-IDX) TO WS-BL-BOARD
               MOVE WS-BT-RESOLVED(WS-IDX) TO WS-BL-RESOLVED
               MOVE WS-BT-UPHELD(WS-IDX) TO WS-BL-UPHELD
               COMPUTE WS-BL-RATE ROUNDED =
                 WS-BT-UPHELD(WS-IDX) * 100 / WS-BT-RESOLVED(WS-IDX)
               MOVE WS-BOARD-LINE TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-PERFORM.
           IF WS-BOARD-COUNT = 0 THEN
               MOVE "  NONE" TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-IF.

       PRINT-APPEALED.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "APPEALS DECIDED, BY THE MODERATOR WHOSE CALL WAS APPEAL
      -    "ED" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-ORIG-HEAD TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX = WS-ORIG-COUNT
               ADD 1 TO WS-IDX
               MOVE WS-OR-NAME(WS-IDX) TO WS-OL-NAME
               MOVE WS-OR-DECIDED(WS-IDX) TO WS-OL-DECIDED
               MOVE WS-OR-OVERTURNED(WS-IDX) TO WS-OL-OVERTURNED
               MOVE WS-OR-NAME(WS-IDX) TO WS-CHECK-NAME
               PERFORM CHECK-DELEGATE
               IF WS-IS-DELEGATE = 1 THEN
                   MOVE "DELEGATE" TO WS-OL-ROLE
               ELSE
                   MOVE "ADM" TO WS-OL-ROLE
               END-IF
               MOVE WS-ORIG-LINE TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-PERFORM.
           IF WS-ORIG-COUNT = 0 THEN
               MOVE "  NONE" TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-IF.

       WRITE-SPOOL-LINE.
           WRITE SP-LINE.
           ADD 1 TO WS-LINES-WRITTEN.

       COUNT-SPOOL.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SPOOL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SPOOL-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END ADD 1 TO WS-START-LINE
               END-READ
           END-PERFORM.
           CLOSE F-SPOOL-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-INDEX-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-INDEX-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SPX-ID > WS-NEXT-ID THEN
                           MOVE SPX-ID TO WS-NEXT-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-INDEX-FILE.
           ADD 1 TO WS-NEXT-ID.

       WRITE-INDEX-ROW.
           OPEN EXTEND F-INDEX-FILE.
           MOVE WS-NEXT-ID TO SPX-ID.
           MOVE WS-TODAY TO SPX-DATE.
           MOVE "MODERATION WORKLOAD" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
