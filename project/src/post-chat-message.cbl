       IDENTIFICATION DIVISION.
       PROGRAM-ID. post-chat-message.
      ******************************************************************
      *----SUB PROGRAM THAT APPENDS ONE LINE TO THE CHAT LOG-----------*
      *----(CHAT-MESSAGES.DAT) UNDER THE ROOM IT WAS SAID IN,----------*
      *----NUMBERED THE SAME SELF-COUNTING WAY TRANSACTIONS.CBL--------*
      *----NUMBERS TRANS-ID, AND HANDS THE NEW LINE NUMBER BACK.-------*
      *----JOIN/LEAVE NOTICES GO THROUGH HERE TOO, POSTED UNDER THE----*
      *----"*lobby*" NAME----------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CHAT-FILE ASSIGN TO 'chat-messages.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
              05 CH-STAMP PIC 9(14).
              05 CH-USERNAME PIC X(16).
              05 CH-TEXT PIC X(60).
      *>    ROWS FROM BEFORE THERE WERE ROOMS CARRY SPACES HERE AND
      *>    BELONG TO THE LOBBY
              05 CH-ROOM PIC X(10).

           WORKING-STORAGE SECTION.
           01 WS-COUNTER PIC 9(6) VALUE 0.
           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-TEXT PIC X(60).
           01 LS-ROOM PIC X(10).
           01 LS-SEQ PIC 9(6).

       PROCEDURE DIVISION USING LS-USERNAME, LS-TEXT, LS-ROOM,
           LS-SEQ.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
               MOVE FUNCTION CURRENT-DATE(1:14) TO CH-STAMP
               MOVE LS-USERNAME TO CH-USERNAME
               MOVE LS-TEXT TO CH-TEXT
               MOVE LS-ROOM TO CH-ROOM
               WRITE CH-ENTRY
               END-WRITE
           CLOSE F-CHAT-FILE.
           MOVE WS-COUNTER TO LS-SEQ.

           GOBACK.
