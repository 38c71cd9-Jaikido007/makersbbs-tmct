       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintain-group-conversation.
      ******************************************************************
      *----SUB PROGRAM BEHIND NAMED GROUP CONVERSATIONS. THE HEADER----*
      *----SITS IN GROUP-CONVERSATIONS.DAT AND THE PARTICIPANT LIST----*
      *----IN GROUP-MEMBERS.DAT, ONE ROW PER MEMBER WITH THEIR OWN-----*
      *----READ POSITION. ACTIONS:-------------------------------------*
      *----  "N" START A NEW CONVERSATION OWNED BY LS-ACTOR; ITS-------*
      *----      NUMBER IS HANDED BACK IN LS-CONV-ID-------------------*
      *----  "A" OWNER ADDS LS-MEMBER. A MEMBER WHO HAS BLOCKED, OR----*
      *----      BEEN BLOCKED BY, ANYONE ALREADY IN THE CONVERSATION---*
      *----      IS REFUSED, AS PRIVATE MESSAGES ARE-------------------*
      *----  "L" LS-ACTOR LEAVES. AN OWNER WHO LEAVES HANDS THE--------*
      *----      CONVERSATION TO THE LONGEST-STANDING MEMBER LEFT; THE-*
      *----      LAST ONE OUT CLOSES IT--------------------------------*
      *----LS-RESULT: "Y" DONE, "N" NO SUCH CONVERSATION OR NOT IN IT,-*
      *----"O" ONLY THE OWNER CAN ADD, "B" BLOCKED, "D" ALREADY IN IT,-*
      *----"U" NO SUCH MEMBER, "T" A NEW CONVERSATION NEEDS A NAME,----*
      *----"F" CONVERSATION FULL---------------------------------------*
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

       DATA DIVISION.
           FILE SECTION.
           FD F-CONVERSATIONS-FILE.
           01 GC-ENTRY.
              05 GC-ID PIC 9(4).
              05 GC-NAME PIC X(30).
              05 GC-OWNER PIC X(16).
              05 GC-CREATED PIC 9(8).
      *>    "A" ACTIVE, "C" CLOSED
              05 GC-STATUS PIC X(1).
              05 GC-LAST-SEQ PIC 9(5).

           FD F-MEMBERS-FILE.
           01 GM-ENTRY.
              05 GM-CONV-ID PIC 9(4).
              05 GM-USERNAME PIC X(16).
              05 GM-JOINED PIC 9(8).
      *>    "A" ACTIVE, "L" LEFT
              05 GM-STATUS PIC X(1).
              05 GM-ADDED-BY PIC X(16).
              05 GM-LAST-READ PIC 9(5).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-HIGHEST-ID PIC 9(4) VALUE 0.
           01 WS-CONV-FOUND PIC 9 VALUE 0.
           01 WS-CONV-OWNER PIC X(16).
           01 WS-CONV-LAST-SEQ PIC 9(5) VALUE 0.
           01 WS-ACTIVE-COUNT PIC 9(2) VALUE 0.
           01 WS-ACTOR-ACTIVE PIC 9 VALUE 0.
           01 WS-MEMBER-ACTIVE PIC 9 VALUE 0.
           01 WS-MEMBER-LEFT PIC 9 VALUE 0.
           01 WS-NEW-OWNER PIC X(16).
           01 WS-MAX-MEMBERS PIC 9(2) VALUE 8.
           01 WS-USER-EXISTS PIC 9 VALUE 0.
           01 WS-BLOCK-FLAG PIC 9 VALUE 0.
           01 WS-IDX PIC 9(2) VALUE 0.
           01 WS-PARTICIPANTS.
              05 WS-PARTICIPANT PIC X(16) OCCURS 8 TIMES.

           LINKAGE SECTION.
           01 LS-ACTION PIC X(1).
           01 LS-CONV-ID PIC 9(4).
           01 LS-NAME PIC X(30).
           01 LS-ACTOR PIC X(16).
           01 LS-MEMBER PIC X(16).
           01 LS-RESULT PIC X(1).

       PROCEDURE DIVISION USING LS-ACTION, LS-CONV-ID, LS-NAME,
           LS-ACTOR, LS-MEMBER, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-HIGHEST-ID.
           MOVE 0 TO WS-CONV-FOUND.
           MOVE 0 TO WS-CONV-LAST-SEQ.
           MOVE 0 TO WS-ACTIVE-COUNT.
           MOVE 0 TO WS-ACTOR-ACTIVE.
           MOVE 0 TO WS-MEMBER-ACTIVE.
           MOVE 0 TO WS-MEMBER-LEFT.
           MOVE SPACES TO WS-CONV-OWNER.
           MOVE SPACES TO WS-NEW-OWNER.
           MOVE SPACES TO WS-PARTICIPANTS.

           MOVE "N" TO LS-RESULT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM LOAD-CONVERSATION.

           EVALUATE LS-ACTION
               WHEN "N"
                   PERFORM NEW-CONVERSATION
               WHEN "A"
                   IF WS-CONV-FOUND = 1 THEN
                       PERFORM LOAD-MEMBERS
                       PERFORM ADD-MEMBER
                   END-IF
               WHEN "L"
                   IF WS-CONV-FOUND = 1 THEN
                       PERFORM LOAD-MEMBERS
                       PERFORM LEAVE-CONVERSATION
                   END-IF
           END-EVALUATE.

           GOBACK.

      *>    ONE PASS FINDS BOTH THE CONVERSATION ASKED FOR AND THE
      *>    HIGHEST NUMBER IN USE, FOR A NEW ONE.
       LOAD-CONVERSATION.
           OPEN INPUT F-CONVERSATIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CONVERSATIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GC-ID > WS-HIGHEST-ID THEN
                           MOVE GC-ID TO WS-HIGHEST-ID
                       END-IF
                       IF GC-ID = LS-CONV-ID AND GC-STATUS = "A" THEN
                           MOVE 1 TO WS-CONV-FOUND
                           MOVE GC-OWNER TO WS-CONV-OWNER
                           MOVE GC-LAST-SEQ TO WS-CONV-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CONVERSATIONS-FILE.

      *>    PARTICIPANTS ARE KEPT IN JOINING ORDER, SO THE FIRST ONE
      *>    THAT IS NOT THE ACTOR IS THE LONGEST-STANDING.
       LOAD-MEMBERS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MEMBERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MEMBERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GM-CONV-ID = LS-CONV-ID THEN
                           IF GM-STATUS = "A" THEN
                               IF WS-ACTIVE-COUNT < 8 THEN
                                   ADD 1 TO WS-ACTIVE-COUNT
                                   MOVE GM-USERNAME TO
                                     WS-PARTICIPANT(WS-ACTIVE-COUNT)
                               END-IF
                               IF GM-USERNAME = LS-ACTOR THEN
                                   MOVE 1 TO WS-ACTOR-ACTIVE
                               ELSE
                                   IF WS-NEW-OWNER = SPACES THEN
                                       MOVE GM-USERNAME TO WS-NEW-OWNER
                                   END-IF
                               END-IF
                               IF GM-USERNAME = LS-MEMBER THEN
                                   MOVE 1 TO WS-MEMBER-ACTIVE
                               END-IF
                           ELSE
                               IF GM-USERNAME = LS-MEMBER THEN
                                   MOVE 1 TO WS-MEMBER-LEFT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MEMBERS-FILE.

       NEW-CONVERSATION.
           IF LS-NAME = SPACES OR LS-NAME = LOW-VALUE THEN
               MOVE "T" TO LS-RESULT
               GOBACK
           END-IF.
           IF WS-HIGHEST-ID >= 9999 THEN
               GOBACK
           END-IF.

           ADD 1 TO WS-HIGHEST-ID.
           MOVE WS-HIGHEST-ID TO LS-CONV-ID.

           OPEN EXTEND F-CONVERSATIONS-FILE.
           MOVE WS-HIGHEST-ID TO GC-ID.
           MOVE LS-NAME TO GC-NAME.
           MOVE LS-ACTOR TO GC-OWNER.
           MOVE WS-TODAY TO GC-CREATED.
           MOVE "A" TO GC-STATUS.
           MOVE 0 TO GC-LAST-SEQ.
           WRITE GC-ENTRY.
           CLOSE F-CONVERSATIONS-FILE.

           OPEN EXTEND F-MEMBERS-FILE.
           MOVE WS-HIGHEST-ID TO GM-CONV-ID.
           MOVE LS-ACTOR TO GM-USERNAME.
           MOVE WS-TODAY TO GM-JOINED.
           MOVE "A" TO GM-STATUS.
           MOVE LS-ACTOR TO GM-ADDED-BY.
           MOVE 0 TO GM-LAST-READ.
           WRITE GM-ENTRY.
           CLOSE F-MEMBERS-FILE.

           MOVE "Y" TO LS-RESULT.

      *>    A NEW MEMBER STARTS READ UP TO THE LATEST MESSAGE: THEY
      *>    CAN SCROLL BACK THROUGH THE HISTORY, BUT IT IS NOT UNREAD.
       ADD-MEMBER.
           IF WS-CONV-OWNER NOT = LS-ACTOR THEN
               MOVE "O" TO LS-RESULT
               GOBACK
           END-IF.
           IF WS-MEMBER-ACTIVE = 1 THEN
               MOVE "D" TO LS-RESULT
               GOBACK
           END-IF.
           IF WS-ACTIVE-COUNT >= WS-MAX-MEMBERS THEN
               MOVE "F" TO LS-RESULT
               GOBACK
           END-IF.

           CALL "sign-up-check" USING LS-MEMBER, WS-USER-EXISTS.
           IF WS-USER-EXISTS = 0 THEN
               MOVE "U" TO LS-RESULT
               GOBACK
           END-IF.

      *>    A BLOCK EITHER WAY ROUND, AGAINST ANY PARTICIPANT, KEEPS
      *>    THE TWO OF THEM OUT OF THE SAME CONVERSATION.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX >= WS-ACTIVE-COUNT
               ADD 1 TO WS-IDX
               CALL "is-blocked" USING WS-PARTICIPANT(WS-IDX),
                   LS-MEMBER, WS-BLOCK-FLAG
               IF WS-BLOCK-FLAG = 1 THEN
                   MOVE "B" TO LS-RESULT
                   GOBACK
               END-IF
               CALL "is-blocked" USING LS-MEMBER,
                   WS-PARTICIPANT(WS-IDX), WS-BLOCK-FLAG
               IF WS-BLOCK-FLAG = 1 THEN
                   MOVE "B" TO LS-RESULT
                   GOBACK
               END-IF
           END-PERFORM.

           IF WS-MEMBER-LEFT = 1 THEN
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN I-O F-MEMBERS-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MEMBERS-FILE
                       AT END MOVE 1 TO WS-FILE-IS-ENDED
                       NOT AT END
                           IF GM-CONV-ID = LS-CONV-ID AND
                              GM-USERNAME = LS-MEMBER THEN
                               MOVE WS-TODAY TO GM-JOINED
                               MOVE "A" TO GM-STATUS
                               MOVE LS-ACTOR TO GM-ADDED-BY
                               MOVE WS-CONV-LAST-SEQ TO GM-LAST-READ
                               REWRITE GM-ENTRY
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-MEMBERS-FILE
           ELSE
               OPEN EXTEND F-MEMBERS-FILE
               MOVE LS-CONV-ID TO GM-CONV-ID
               MOVE LS-MEMBER TO GM-USERNAME
               MOVE WS-TODAY TO GM-JOINED
               MOVE "A" TO GM-STATUS
               MOVE LS-ACTOR TO GM-ADDED-BY
               MOVE WS-CONV-LAST-SEQ TO GM-LAST-READ
               WRITE GM-ENTRY
               CLOSE F-MEMBERS-FILE
           END-IF.

           MOVE "Y" TO LS-RESULT.

       LEAVE-CONVERSATION.
           IF WS-ACTOR-ACTIVE = 0 THEN
               GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-MEMBERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MEMBERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GM-CONV-ID = LS-CONV-ID AND
                          GM-USERNAME = LS-ACTOR AND
                          GM-STATUS = "A" THEN
                           MOVE "L" TO GM-STATUS
                           REWRITE GM-ENTRY
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MEMBERS-FILE.

           IF WS-CONV-OWNER = LS-ACTOR OR WS-NEW-OWNER = SPACES THEN
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN I-O F-CONVERSATIONS-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CONVERSATIONS-FILE
                       AT END MOVE 1 TO WS-FILE-IS-ENDED
                       NOT AT END
                           IF GC-ID = LS-CONV-ID THEN
                               IF WS-NEW-OWNER = SPACES THEN
                                   MOVE "C" TO GC-STATUS
                               ELSE
                                   MOVE WS-NEW-OWNER TO GC-OWNER
                               END-IF
                               REWRITE GC-ENTRY
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-CONVERSATIONS-FILE
           END-IF.

           MOVE "Y" TO LS-RESULT.
