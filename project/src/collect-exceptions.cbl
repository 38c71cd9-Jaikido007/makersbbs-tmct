       IDENTIFICATION DIVISION.
       PROGRAM-ID. collect-exceptions.
      ******************************************************************
      *----NIGHTLY JOB IN THE BATCH-CONTROLLER CHAIN, AND THE (L)------*
      *----OPTION ON THE EXCEPTIONS WORKBENCH, THAT GATHERS THE FOUR---*
      *----MORNING-CHECK FILES -- CREDIT-MISMATCHES.DAT (M),-----------*
      *----SETTLEMENT-EXCEPTIONS.DAT (S), FRAUD-EXCEPTIONS.DAT (F)-----*
      *----AND INTEGRITY-EXCEPTIONS.DAT (I) -- INTO THE ONE WORK-------*
      *----QUEUE IN EXCEPTIONS-QUEUE.DAT. EACH ITEM IS KNOWN BY ITS----*
      *----SOURCE AND A KEY (THE MEMBER, THE TRANSACTION AND REASON,---*
      *----OR THE FLAG TYPE AND WHAT IT NAMES). THE SOURCE FILES ARE---*
      *----WRITTEN AFRESH EACH RUN, SO A KEY THAT TURNS UP AGAIN ON A--*
      *----LATER DATE IS A RE-RAISE: IT IS COUNTED ON THE ITEM STILL---*
      *----OPEN FOR IT, OR, IF THAT WAS CLOSED, OPENS A NEW ITEM-------*
      *----MARKED AS A REPEAT OF THE CLOSED ONE------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-QUEUE-FILE ASSIGN TO
             "exceptions-queue.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-MISMATCH-FILE ASSIGN TO
             "credit-mismatches.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SETTLEMENT-FILE ASSIGN TO
             "settlement-exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-FRAUD-FILE ASSIGN TO
             "fraud-exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INTEGRITY-FILE ASSIGN TO
             "integrity-exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-QUEUE-FILE.
           01 EQ-ENTRY.
              05 EQ-ID PIC 9(6).
              05 EQ-SOURCE PIC X(1).
              05 EQ-KEY PIC X(40).
              05 EQ-DETAIL PIC X(40).
              05 EQ-FIRST-RAISED PIC 9(8).
              05 EQ-LAST-RAISED PIC 9(8).
              05 EQ-RAISED-COUNT PIC 9(3).
              05 EQ-REPEAT-OF PIC 9(6).
              05 EQ-STATUS PIC X(1).
              05 EQ-ASSIGNED PIC X(16).
              05 EQ-DISPOSITION PIC X(4).
              05 EQ-NOTE PIC X(40).
              05 EQ-CLOSED-BY PIC X(16).
              05 EQ-CLOSED-DATE PIC 9(8).

           FD F-MISMATCH-FILE.
           01 CM-ENTRY.
              05 CM-USERNAME PIC X(16).
              05 CM-STORED-CREDITS PIC 9(6).
              05 CM-EXPECTED-CREDITS PIC 9(6).
              05 CM-DATE PIC X(10).

           FD F-SETTLEMENT-FILE.
           01 SE-ENTRY.
              05 SE-DATE PIC 9(8).
              05 SE-TRANS-ID PIC 9(6).
              05 SE-LEDGER-AMOUNT PIC 9(6).
              05 SE-SETTLED-AMOUNT PIC 9(6).
              05 SE-REASON PIC X(8).

           FD F-FRAUD-FILE.
           01 FX-ENTRY.
              05 FX-DATE PIC 9(8).
              05 FX-TYPE PIC X(1).
              05 FX-USERNAME PIC X(16).
              05 FX-DETAIL PIC X(40).

           FD F-INTEGRITY-FILE.
           01 IX-ENTRY.
              05 IX-DATE PIC X(10).
              05 IX-TYPE PIC X(1).
              05 IX-KEY PIC X(33).
              05 IX-DETAIL PIC X(40).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-QUEUE-ENDED PIC 9 VALUE 0.
           01 WS-NEXT-ID PIC 9(6) VALUE 0.
           01 WS-NEW-COUNT PIC 9(5) VALUE 0.
           01 WS-REPEAT-COUNT PIC 9(5) VALUE 0.

      *>    THE ROW IN HAND, WHICHEVER FILE IT CAME FROM.
           01 WS-ROW-SOURCE PIC X(1).
           01 WS-ROW-KEY PIC X(40).
           01 WS-ROW-DETAIL PIC X(40).
           01 WS-ROW-DATE PIC 9(8).
           01 WS-ROW-DATE-X REDEFINES WS-ROW-DATE PIC X(8).

      *>    THE NEWEST QUEUE ITEM ALREADY CARRYING THE SAME SOURCE
      *>    AND KEY, IF ANY.
           01 WS-LAST-ID PIC 9(6).
           01 WS-LAST-STATUS PIC X(1).
           01 WS-LAST-RAISED PIC 9(8).
           01 WS-LAST-COUNT PIC 9(3).

           01 WS-MISMATCH-DETAIL.
              05 FILLER PIC X(7) VALUE "STORED ".
              05 WS-MD-STORED PIC 9(6).
              05 FILLER PIC X(10) VALUE " EXPECTED ".
              05 WS-MD-EXPECTED PIC 9(6).
           01 WS-SETTLEMENT-KEY.
              05 WS-SK-TRANS-ID PIC 9(6).
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-SK-REASON PIC X(8).
           01 WS-SETTLEMENT-DETAIL.
              05 FILLER PIC X(7) VALUE "LEDGER ".
              05 WS-SD-LEDGER PIC 9(6).
              05 FILLER PIC X(9) VALUE " SETTLED ".
              05 WS-SD-SETTLED PIC 9(6).
           01 WS-TYPED-KEY.
              05 WS-TK-TYPE PIC X(1).
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-TK-NAME PIC X(33).

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-NEW-COUNT.
           MOVE 0 TO WS-REPEAT-COUNT.

           PERFORM COLLECT-MISMATCHES.
           PERFORM COLLECT-SETTLEMENT.
           PERFORM COLLECT-FRAUD.
           PERFORM COLLECT-INTEGRITY.

           DISPLAY "EXCEPTIONS QUEUE: " WS-NEW-COUNT " NEW, "
             WS-REPEAT-COUNT " RE-RAISED".

           GOBACK.

      *>    CM-DATE IS YYYY-MM-DD.
       COLLECT-MISMATCHES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MISMATCH-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MISMATCH-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE "M" TO WS-ROW-SOURCE
                       MOVE CM-USERNAME TO WS-ROW-KEY
                       MOVE CM-STORED-CREDITS TO WS-MD-STORED
                       MOVE CM-EXPECTED-CREDITS TO WS-MD-EXPECTED
                       MOVE WS-MISMATCH-DETAIL TO WS-ROW-DETAIL
                       MOVE CM-DATE(1:4) TO WS-ROW-DATE-X(1:4)
                       MOVE CM-DATE(6:2) TO WS-ROW-DATE-X(5:2)
                       MOVE CM-DATE(9:2) TO WS-ROW-DATE-X(7:2)
                       PERFORM QUEUE-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE F-MISMATCH-FILE.

       COLLECT-SETTLEMENT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SETTLEMENT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SETTLEMENT-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE "S" TO WS-ROW-SOURCE
                       MOVE SE-TRANS-ID TO WS-SK-TRANS-ID
                       MOVE SE-REASON TO WS-SK-REASON
                       MOVE WS-SETTLEMENT-KEY TO WS-ROW-KEY
                       MOVE SE-LEDGER-AMOUNT TO WS-SD-LEDGER
                       MOVE SE-SETTLED-AMOUNT TO WS-SD-SETTLED
                       MOVE WS-SETTLEMENT-DETAIL TO WS-ROW-DETAIL
                       MOVE SE-DATE TO WS-ROW-DATE
                       PERFORM QUEUE-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE F-SETTLEMENT-FILE.

      *>    THE DETAIL CARRIES THE FIGURES OF THE DAY, SO A MEMBER IS
      *>    RECOGNISED BY THE KIND OF FLAG ALONE.
       COLLECT-FRAUD.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-FRAUD-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-FRAUD-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE "F" TO WS-ROW-SOURCE
                       MOVE FX-TYPE TO WS-TK-TYPE
                       MOVE FX-USERNAME TO WS-TK-NAME
                       MOVE WS-TYPED-KEY TO WS-ROW-KEY
                       MOVE FX-DETAIL TO WS-ROW-DETAIL
                       MOVE FX-DATE TO WS-ROW-DATE
                       PERFORM QUEUE-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE F-FRAUD-FILE.

      *>    IX-DATE IS YYYY-MM-DD.
       COLLECT-INTEGRITY.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-INTEGRITY-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-INTEGRITY-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE "I" TO WS-ROW-SOURCE
                       MOVE IX-TYPE TO WS-TK-TYPE
                       MOVE IX-KEY TO WS-TK-NAME
                       MOVE WS-TYPED-KEY TO WS-ROW-KEY
                       MOVE IX-DETAIL TO WS-ROW-DETAIL
                       MOVE IX-DATE(1:4) TO WS-ROW-DATE-X(1:4)
                       MOVE IX-DATE(6:2) TO WS-ROW-DATE-X(5:2)
                       MOVE IX-DATE(9:2) TO WS-ROW-DATE-X(7:2)
                       PERFORM QUEUE-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE F-INTEGRITY-FILE.

      *>    A ROW NO LATER THAN THE ITEM ALREADY HOLDING ITS KEY IS ONE
      *>    THE QUEUE HAS SEEN (THE SAME FILE COLLECTED TWICE). A LATER
      *>    ROW IS A RE-RAISE: AN ITEM STILL BEING WORKED JUST COUNTS
      *>    IT, WHILE A CLOSED ONE GETS A FRESH ITEM MARKED AS A REPEAT
      *>    OF IT, SO THE EARLIER DISPOSITION STAYS AS IT WAS DECIDED.
       QUEUE-ONE-ROW.
           PERFORM FIND-LAST-ITEM.
           IF WS-LAST-ID > 0 AND WS-ROW-DATE NOT > WS-LAST-RAISED THEN
               EXIT PARAGRAPH
           END-IF.

           IF WS-LAST-ID > 0 AND WS-LAST-STATUS NOT = "C" THEN
               ADD 1 TO WS-REPEAT-COUNT
               PERFORM BUMP-OPEN-ITEM
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO EQ-ENTRY.
           ADD 1 TO WS-NEXT-ID.
           MOVE WS-NEXT-ID TO EQ-ID.
           MOVE WS-ROW-SOURCE TO EQ-SOURCE.
           MOVE WS-ROW-KEY TO EQ-KEY.
           MOVE WS-ROW-DETAIL TO EQ-DETAIL.
           MOVE WS-ROW-DATE TO EQ-FIRST-RAISED.
           MOVE WS-ROW-DATE TO EQ-LAST-RAISED.
           MOVE "O" TO EQ-STATUS.
           MOVE 0 TO EQ-CLOSED-DATE.
           IF WS-LAST-ID > 0 THEN
               ADD 1 TO WS-REPEAT-COUNT
               MOVE WS-LAST-ID TO EQ-REPEAT-OF
               COMPUTE EQ-RAISED-COUNT = WS-LAST-COUNT + 1
           ELSE
               ADD 1 TO WS-NEW-COUNT
               MOVE 0 TO EQ-REPEAT-OF
               MOVE 1 TO EQ-RAISED-COUNT
           END-IF.
           OPEN EXTEND F-QUEUE-FILE.
           WRITE EQ-ENTRY.
           CLOSE F-QUEUE-FILE.

       FIND-LAST-ITEM.
           MOVE 0 TO WS-LAST-ID.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 0 TO WS-QUEUE-ENDED.
           OPEN INPUT F-QUEUE-FILE.
           PERFORM UNTIL WS-QUEUE-ENDED = 1
               READ F-QUEUE-FILE
                   AT END MOVE 1 TO WS-QUEUE-ENDED
                   NOT AT END
                       IF EQ-ID > WS-NEXT-ID THEN
                           MOVE EQ-ID TO WS-NEXT-ID
                       END-IF
                       IF EQ-SOURCE = WS-ROW-SOURCE AND
                          EQ-KEY = WS-ROW-KEY AND
                          EQ-ID > WS-LAST-ID THEN
                           MOVE EQ-ID TO WS-LAST-ID
                           MOVE EQ-STATUS TO WS-LAST-STATUS
                           MOVE EQ-LAST-RAISED TO WS-LAST-RAISED
                           MOVE EQ-RAISED-COUNT TO WS-LAST-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-QUEUE-FILE.

       BUMP-OPEN-ITEM.
           MOVE 0 TO WS-QUEUE-ENDED.
           OPEN I-O F-QUEUE-FILE.
           PERFORM UNTIL WS-QUEUE-ENDED = 1
               READ F-QUEUE-FILE
                   AT END MOVE 1 TO WS-QUEUE-ENDED
                   NOT AT END
                       IF EQ-ID = WS-LAST-ID THEN
                           MOVE WS-ROW-DATE TO EQ-LAST-RAISED
                           MOVE WS-ROW-DETAIL TO EQ-DETAIL
                           IF EQ-RAISED-COUNT < 999 THEN
                               ADD 1 TO EQ-RAISED-COUNT
                           END-IF
                           REWRITE EQ-ENTRY
                           MOVE 1 TO WS-QUEUE-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-QUEUE-FILE.
