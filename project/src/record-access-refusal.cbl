       IDENTIFICATION DIVISION.
       PROGRAM-ID. record-access-refusal.
      ******************************************************************
      *----SUB PROGRAM THAT APPENDS ONE ROW TO ACCESS-REFUSALS.DAT-----*
      *----WHENEVER A MEMBER ASKS FOR A BACK-OFFICE FUNCTION THEIR-----*
      *----STAFF ROLES DO NOT COVER: WHO, WHICH FUNCTION CODE, AND-----*
      *----WHEN. THE ROLE-HOLDINGS REPORT SUMS THEM UP EACH QUARTER----*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-REFUSALS-FILE ASSIGN TO
             'access-refusals.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-REFUSALS-FILE.
           01 AR-ENTRY.
              05 AR-DATE PIC 9(8).
              05 AR-TIME PIC 9(6).
              05 AR-USERNAME PIC X(16).
              05 AR-FUNCTION PIC X(4).

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-FUNCTION PIC X(4).

       PROCEDURE DIVISION USING LS-USERNAME, LS-FUNCTION.

           OPEN EXTEND F-REFUSALS-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AR-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AR-TIME.
           MOVE LS-USERNAME TO AR-USERNAME.
           MOVE LS-FUNCTION TO AR-FUNCTION.
           WRITE AR-ENTRY.
           CLOSE F-REFUSALS-FILE.

           GOBACK.
