       IDENTIFICATION DIVISION.
       PROGRAM-ID. record-session-takeover.
      ******************************************************************
      *----SUB PROGRAM THAT APPENDS ONE ROW TO SESSION-TAKEOVERS.DAT---*
      *----EACH TIME A MEMBER SIGNS IN OVER THE TOP OF THEIR OWN-------*
      *----LIVE SESSION ON ANOTHER TERMINAL AND CHOOSES TO END IT.-----*
      *----THE SHARED-LOGIN REPORT COUNTS THEM UP EACH WEEK------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-TAKEOVER-FILE ASSIGN TO
             'session-takeovers.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-TAKEOVER-FILE.
           01 SK-ENTRY.
              05 SK-DATE PIC 9(8).
              05 SK-TIME PIC 9(6).
              05 SK-USERNAME PIC X(16).

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).

       PROCEDURE DIVISION USING LS-USERNAME.

           OPEN EXTEND F-TAKEOVER-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SK-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SK-TIME.
           MOVE LS-USERNAME TO SK-USERNAME.
           WRITE SK-ENTRY.
           CLOSE F-TAKEOVER-FILE.

           GOBACK.
