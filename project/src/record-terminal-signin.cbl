       IDENTIFICATION DIVISION.
       PROGRAM-ID. record-terminal-signin.
      ******************************************************************
      *----SUB PROGRAM THAT APPENDS ONE ROW TO TERMINAL-SIGNINS.DAT----*
      *----FOR EVERY COMPLETED SIGN-IN: WHEN, WHICH MEMBER, AND THE----*
      *----TERMINAL IT HAPPENED ON (THE STAMP THE SESSION TOOK AT------*
      *----START-UP). THE NIGHTLY LINK SCREEN READS IT FOR ONE---------*
      *----ACCOUNT SIGNING IN HARD ON THE HEELS OF ANOTHER-------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SIGNINS-FILE ASSIGN TO
             'terminal-signins.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-SIGNINS-FILE.
           01 TS-ENTRY.
              05 TS-DATE PIC 9(8).
              05 TS-TIME PIC 9(6).
              05 TS-TERMINAL PIC 9(16).
              05 TS-USERNAME PIC X(16).

           LINKAGE SECTION.
           01 LS-TERMINAL PIC 9(16).
           01 LS-USERNAME PIC X(16).

       PROCEDURE DIVISION USING LS-TERMINAL, LS-USERNAME.

           OPEN EXTEND F-SIGNINS-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO TS-TIME.
           MOVE LS-TERMINAL TO TS-TERMINAL.
           MOVE LS-USERNAME TO TS-USERNAME.
           WRITE TS-ENTRY.
           CLOSE F-SIGNINS-FILE.

           GOBACK.
