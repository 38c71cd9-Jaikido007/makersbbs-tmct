       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-group-thread.
      ******************************************************************
      *----SUB PROGRAM THAT READS ONE GROUP CONVERSATION BACK FOR A----*
      *----PARTICIPANT: THE NAME AND OWNER, WHO IS STILL IN IT, AND----*
      *----THE LATEST SIX MESSAGES (OLDEST FIRST), EACH WITH HOW MANY--*
      *----OF THE PARTICIPANTS IT WENT TO HAVE READ IT, FROM-----------*
      *----GROUP-RECEIPTS.DAT. LS-FOUND STAYS 0 UNLESS THE MEMBER IS---*
      *----STILL IN THE CONVERSATION-----------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CONVERSATIONS-FILE ASSIGN TO
             "group-conversations.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-MEMBERS-FILE ASSIGN TO
             "group-members.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-GROUP-MESSAGES-FILE ASSIGN TO
             "group-messages.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-RECEIPTS-FILE ASSIGN TO
             "group-receipts.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-CONVERSATIONS-FILE.
           01 GC-ENTRY.
              05 GC-ID PIC 9(4).
              05 GC-NAME PIC X(30).
              05 GC-OWNER PIC X(16).
              05 GC-CREATED PIC 9(8).
              05 GC-STATUS PIC X(1).
              05 GC-LAST-SEQ PIC 9(5).

           FD F-MEMBERS-FILE.
           01 GM-ENTRY.
              05 GM-CONV-ID PIC 9(4).
              05 GM-USERNAME PIC X(16).
              05 GM-JOINED PIC 9(8).
              05 GM-STATUS PIC X(1).
              05 GM-ADDED-BY PIC X(16).
              05 GM-LAST-READ PIC 9(5).

           FD F-GROUP-MESSAGES-FILE.
           01 GX-ENTRY.
              05 GX-CONV-ID PIC 9(4).
              05 GX-SEQ PIC 9(5).
              05 GX-SENDER PIC X(16).
              05 GX-DATE PIC 9(8).
              05 GX-TEXT PIC X(140).

           FD F-RECEIPTS-FILE.
           01 GR-ENTRY.
              05 GR-CONV-ID PIC 9(4).
              05 GR-SEQ PIC 9(5).
              05 GR-USERNAME PIC X(16).
              05 GR-STATUS PIC X(1).
              05 GR-READ-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-IDX PIC 9(2) VALUE 0.

           LINKAGE SECTION.
           01 LS-CONV-ID PIC 9(4).
           01 LS-USERNAME PIC X(16).
           01 LS-FOUND PIC 9.
           01 LS-NAME PIC X(30).
           01 LS-OWNER PIC X(16).
           01 LS-PART-COUNT PIC 9(2).
           01 LS-PART-TABLE.
               05 LS-PART-NAME PIC X(16) OCCURS 8 TIMES.
           01 LS-MSG-COUNT PIC 9(2).
           01 LS-MSG-TABLE.
               05 LS-MSG-ENTRY OCCURS 6 TIMES.
                   10 LS-GT-SEQ PIC 9(5).
                   10 LS-GT-SENDER PIC X(16).
                   10 LS-GT-DATE PIC 9(8).
                   10 LS-GT-TEXT PIC X(140).
                   10 LS-GT-READ-BY PIC 9(2).
                   10 LS-GT-SENT-TO PIC 9(2).

       PROCEDURE DIVISION USING LS-CONV-ID, LS-USERNAME, LS-FOUND,
           LS-NAME, LS-OWNER, LS-PART-COUNT, LS-PART-TABLE,
           LS-MSG-COUNT, LS-MSG-TABLE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.

           MOVE 0 TO LS-FOUND.
           MOVE SPACES TO LS-NAME.
           MOVE SPACES TO LS-OWNER.
           MOVE 0 TO LS-PART-COUNT.
           MOVE SPACES TO LS-PART-TABLE.
           MOVE 0 TO LS-MSG-COUNT.
           MOVE SPACES TO LS-MSG-TABLE.

           OPEN INPUT F-MEMBERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MEMBERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GM-CONV-ID = LS-CONV-ID AND
                          GM-STATUS = "A" THEN
                           IF GM-USERNAME = LS-USERNAME THEN
                               MOVE 1 TO LS-FOUND
                           END-IF
                           IF LS-PART-COUNT < 8 THEN
                               ADD 1 TO LS-PART-COUNT
                               MOVE GM-USERNAME TO
                                 LS-PART-NAME(LS-PART-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MEMBERS-FILE.

           IF LS-FOUND = 0 THEN
               MOVE 0 TO LS-PART-COUNT
               MOVE SPACES TO LS-PART-TABLE
               GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CONVERSATIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CONVERSATIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GC-ID = LS-CONV-ID THEN
                           MOVE GC-NAME TO LS-NAME
                           MOVE GC-OWNER TO LS-OWNER
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CONVERSATIONS-FILE.

      *>    ONCE SIX ARE HELD EACH NEW MESSAGE PUSHES THE OLDEST OFF
      *>    THE TOP, SO THE TABLE ENDS WITH THE LATEST SIX.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-GROUP-MESSAGES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GROUP-MESSAGES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GX-CONV-ID = LS-CONV-ID THEN
                           IF LS-MSG-COUNT < 6 THEN
                               ADD 1 TO LS-MSG-COUNT
                           ELSE
                               MOVE 0 TO WS-IDX
                               PERFORM UNTIL WS-IDX >= 5
                                   ADD 1 TO WS-IDX
                                   MOVE LS-MSG-ENTRY(WS-IDX + 1) TO
                                     LS-MSG-ENTRY(WS-IDX)
                               END-PERFORM
                           END-IF
                           MOVE GX-SEQ TO LS-GT-SEQ(LS-MSG-COUNT)
                           MOVE GX-SENDER TO LS-GT-SENDER(LS-MSG-COUNT)
                           MOVE GX-DATE TO LS-GT-DATE(LS-MSG-COUNT)
                           MOVE GX-TEXT TO LS-GT-TEXT(LS-MSG-COUNT)
                           MOVE 0 TO LS-GT-READ-BY(LS-MSG-COUNT)
                           MOVE 0 TO LS-GT-SENT-TO(LS-MSG-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-GROUP-MESSAGES-FILE.

           IF LS-MSG-COUNT = 0 THEN
               GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RECEIPTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RECEIPTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GR-CONV-ID = LS-CONV-ID AND
                          GR-SEQ >= LS-GT-SEQ(1) THEN
                           MOVE 0 TO WS-IDX
                           PERFORM UNTIL WS-IDX >= LS-MSG-COUNT
                               ADD 1 TO WS-IDX
                               IF LS-GT-SEQ(WS-IDX) = GR-SEQ AND
                                  LS-GT-SENT-TO(WS-IDX) < 99 THEN
                                   ADD 1 TO LS-GT-SENT-TO(WS-IDX)
                                   IF GR-STATUS = "R" THEN
                                       ADD 1 TO LS-GT-READ-BY(WS-IDX)
                                   END-IF
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RECEIPTS-FILE.

           GOBACK.
