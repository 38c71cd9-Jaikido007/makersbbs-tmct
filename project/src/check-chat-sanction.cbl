       IDENTIFICATION DIVISION.
       PROGRAM-ID. check-chat-sanction.
      ******************************************************************
      *----SUB PROGRAM THAT SAYS WHETHER A MEMBER IS MUTED IN, OR------*
      *----KICKED FROM, ONE CHAT ROOM RIGHT NOW, FROM THE ROWS IN------*
      *----CHAT-SANCTIONS.DAT. EACH COMES BACK AS THE YYYYMMDDHHMM-----*
      *----IT RUNS UNTIL (THE LATEST, WHERE THERE IS MORE THAN ONE),---*
      *----OR ZERO WHEN NOTHING IS IN FORCE----------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CHAT-SANCTIONS-FILE ASSIGN TO
             'chat-sanctions.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-CHAT-SANCTIONS-FILE.
           01 CS-ENTRY.
              05 CS-ROOM PIC X(10).
              05 CS-USERNAME PIC X(16).
              05 CS-TYPE PIC X(1).
              05 CS-UNTIL PIC 9(12).
              05 CS-ISSUED PIC 9(12).
              05 CS-BY PIC X(16).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-NOW-STAMP PIC 9(12).

           LINKAGE SECTION.
           01 LS-ROOM PIC X(10).
           01 LS-USERNAME PIC X(16).
           01 LS-MUTED-UNTIL PIC 9(12).
           01 LS-KICKED-UNTIL PIC 9(12).

       PROCEDURE DIVISION USING LS-ROOM, LS-USERNAME, LS-MUTED-UNTIL,
           LS-KICKED-UNTIL.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.

           MOVE 0 TO LS-MUTED-UNTIL.
           MOVE 0 TO LS-KICKED-UNTIL.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NOW-STAMP.

           OPEN INPUT F-CHAT-SANCTIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CHAT-SANCTIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF CS-ROOM = LS-ROOM AND
                          CS-USERNAME = LS-USERNAME AND
                          CS-UNTIL > WS-NOW-STAMP THEN
                           IF CS-TYPE = "M" AND
                              CS-UNTIL > LS-MUTED-UNTIL THEN
                               MOVE CS-UNTIL TO LS-MUTED-UNTIL
                           END-IF
                           IF CS-TYPE = "K" AND
                              CS-UNTIL > LS-KICKED-UNTIL THEN
                               MOVE CS-UNTIL TO LS-KICKED-UNTIL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CHAT-SANCTIONS-FILE.

           GOBACK.
