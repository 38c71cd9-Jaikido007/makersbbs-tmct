       IDENTIFICATION DIVISION.
       PROGRAM-ID. mark-group-read.
      ******************************************************************
      *----SUB PROGRAM CALLED WHEN A GROUP CONVERSATION IS SHOWN TO----*
      *----ONE OF ITS PARTICIPANTS: THEIR DELIVERED ("D") ROWS IN------*
      *----GROUP-RECEIPTS.DAT FOR THAT CONVERSATION GO TO READ ("R")---*
      *----WITH TODAY'S DATE, AND THEIR READ POSITION IN---------------*
      *----GROUP-MEMBERS.DAT MOVES UP TO THE LATEST MESSAGE. A ROW-----*
      *----ALREADY READ KEEPS ITS ORIGINAL DATE------------------------*
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

           FD F-RECEIPTS-FILE.
           01 GR-ENTRY.
              05 GR-CONV-ID PIC 9(4).
              05 GR-SEQ PIC 9(5).
              05 GR-USERNAME PIC X(16).
              05 GR-STATUS PIC X(1).
              05 GR-READ-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-LAST-SEQ PIC 9(5) VALUE 0.

           LINKAGE SECTION.
           01 LS-CONV-ID PIC 9(4).
           01 LS-USERNAME PIC X(16).

       PROCEDURE DIVISION USING LS-CONV-ID, LS-USERNAME.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-LAST-SEQ.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT F-CONVERSATIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CONVERSATIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GC-ID = LS-CONV-ID THEN
                           MOVE GC-LAST-SEQ TO WS-LAST-SEQ
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CONVERSATIONS-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-RECEIPTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RECEIPTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GR-CONV-ID = LS-CONV-ID AND
                          GR-USERNAME = LS-USERNAME AND
                          GR-STATUS NOT = "R" THEN
                           MOVE "R" TO GR-STATUS
                           MOVE WS-TODAY TO GR-READ-DATE
                           REWRITE GR-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RECEIPTS-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-MEMBERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MEMBERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GM-CONV-ID = LS-CONV-ID AND
                          GM-USERNAME = LS-USERNAME AND
                          GM-STATUS = "A" THEN
                           MOVE WS-LAST-SEQ TO GM-LAST-READ
                           REWRITE GM-ENTRY
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MEMBERS-FILE.

           GOBACK.
