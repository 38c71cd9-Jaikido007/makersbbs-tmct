       IDENTIFICATION DIVISION.
       PROGRAM-ID. post-group-message.
      ******************************************************************
      *----SUB PROGRAM THAT POSTS A MESSAGE TO A GROUP CONVERSATION.---*
      *----THE CONVERSATION'S MESSAGE COUNTER IS MOVED ON, THE---------*
      *----MESSAGE GOES ON THE END OF GROUP-MESSAGES.DAT, AND EVERY----*
      *----OTHER PARTICIPANT GETS A DELIVERED ("D") ROW IN-------------*
      *----GROUP-RECEIPTS.DAT, THE SAME SHAPE AS PM-RECEIPTS.DAT. THE--*
      *----SENDER'S OWN READ POSITION MOVES UP TO THEIR MESSAGE.-------*
      *----LS-RESULT: "Y" POSTED, "N" NO SUCH CONVERSATION OR THE------*
      *----SENDER IS NOT IN IT, "E" NOTHING TO SEND--------------------*
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
      *>    "D" DELIVERED, "R" READ
              05 GR-STATUS PIC X(1).
              05 GR-READ-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-SENDER-ACTIVE PIC 9 VALUE 0.
           01 WS-NEW-SEQ PIC 9(5) VALUE 0.
           01 WS-ACTIVE-COUNT PIC 9(2) VALUE 0.
           01 WS-IDX PIC 9(2) VALUE 0.
           01 WS-PARTICIPANTS.
              05 WS-PARTICIPANT PIC X(16) OCCURS 8 TIMES.

           LINKAGE SECTION.
           01 LS-CONV-ID PIC 9(4).
           01 LS-SENDER PIC X(16).
           01 LS-TEXT PIC X(140).
           01 LS-RESULT PIC X(1).

       PROCEDURE DIVISION USING LS-CONV-ID, LS-SENDER, LS-TEXT,
           LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-SENDER-ACTIVE.
           MOVE 0 TO WS-NEW-SEQ.
           MOVE 0 TO WS-ACTIVE-COUNT.
           MOVE SPACES TO WS-PARTICIPANTS.

           MOVE "N" TO LS-RESULT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           IF LS-TEXT = SPACES OR LS-TEXT = LOW-VALUE THEN
               MOVE "E" TO LS-RESULT
               GOBACK
           END-IF.

           OPEN INPUT F-MEMBERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MEMBERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GM-CONV-ID = LS-CONV-ID AND
                          GM-STATUS = "A" THEN
                           IF GM-USERNAME = LS-SENDER THEN
                               MOVE 1 TO WS-SENDER-ACTIVE
                           ELSE
                               IF WS-ACTIVE-COUNT < 8 THEN
                                   ADD 1 TO WS-ACTIVE-COUNT
                                   MOVE GM-USERNAME TO
                                     WS-PARTICIPANT(WS-ACTIVE-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MEMBERS-FILE.

           IF WS-SENDER-ACTIVE = 0 THEN
               GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-CONVERSATIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CONVERSATIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GC-ID = LS-CONV-ID AND GC-STATUS = "A" AND
                          GC-LAST-SEQ < 99999 THEN
                           ADD 1 TO GC-LAST-SEQ
                           MOVE GC-LAST-SEQ TO WS-NEW-SEQ
                           REWRITE GC-ENTRY
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CONVERSATIONS-FILE.

           IF WS-NEW-SEQ = 0 THEN
               GOBACK
           END-IF.

           OPEN EXTEND F-GROUP-MESSAGES-FILE.
           MOVE LS-CONV-ID TO GX-CONV-ID.
           MOVE WS-NEW-SEQ TO GX-SEQ.
           MOVE LS-SENDER TO GX-SENDER.
           MOVE WS-TODAY TO GX-DATE.
           MOVE LS-TEXT TO GX-TEXT.
           WRITE GX-ENTRY.
           CLOSE F-GROUP-MESSAGES-FILE.

           OPEN EXTEND F-RECEIPTS-FILE.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX >= WS-ACTIVE-COUNT
               ADD 1 TO WS-IDX
               MOVE LS-CONV-ID TO GR-CONV-ID
               MOVE WS-NEW-SEQ TO GR-SEQ
               MOVE WS-PARTICIPANT(WS-IDX) TO GR-USERNAME
               MOVE "D" TO GR-STATUS
               MOVE 0 TO GR-READ-DATE
               WRITE GR-ENTRY
           END-PERFORM.
           CLOSE F-RECEIPTS-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-MEMBERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MEMBERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GM-CONV-ID = LS-CONV-ID AND
                          GM-USERNAME = LS-SENDER AND
                          GM-STATUS = "A" THEN
                           MOVE WS-NEW-SEQ TO GM-LAST-READ
                           REWRITE GM-ENTRY
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MEMBERS-FILE.

           MOVE "Y" TO LS-RESULT.

           GOBACK.
