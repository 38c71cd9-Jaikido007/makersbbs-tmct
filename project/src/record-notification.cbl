       IDENTIFICATION DIVISION.
       PROGRAM-ID. record-notification.
      ******************************************************************
      *----SUB PROGRAM THAT BUMPS A MEMBER'S ON-SCREEN NOTICE COUNT----*
      *----IN NOTIFICATIONS.DAT, SAME PER-USERNAME---------------------*
      *----REWRITE-OR-APPEND SHAPE AS RECORD-LOGIN-ATTEMPT.CBL.--------*
      *----CALLED BY NOTIFY-MEMBER, WHICH DECIDES FROM THE MEMBER'S----*
      *----PREFERENCES WHETHER A LETTER GOES AS WELL-------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-NOTIFICATIONS-FILE ASSIGN TO
             'notifications.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-FOUND PIC 9 VALUE 0.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).

       PROCEDURE DIVISION USING LS-USERNAME.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-FOUND.

           OPEN I-O F-NOTIFICATIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-NOTIFICATIONS-FILE
               WRITE NT-ENTRY
               CLOSE F-NOTIFICATIONS-FILE
           END-IF.
