       IDENTIFICATION DIVISION.
       PROGRAM-ID. record-hold-skip.
      ******************************************************************
      *----SUB PROGRAM THAT APPENDS ONE ROW TO LEGAL-HOLD-LOG.DAT------*
      *----EACH TIME A DELETION, PURGE, ANONYMISATION OR ARCHIVE-------*
      *----PATH REFUSES OR SKIPS A MEMBER BECAUSE THEY ARE UNDER A-----*
      *----LEGAL HOLD: WHEN, WHO, AND WHICH PATH STOOD DOWN------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-HOLD-LOG-FILE ASSIGN TO
             'legal-hold-log.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-HOLD-LOG-FILE.
           01 HL-ENTRY.
              05 HL-DATE PIC 9(8).
              05 HL-TIME PIC 9(6).
              05 HL-USERNAME PIC X(16).
              05 HL-PATH PIC X(28).

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-PATH PIC X(28).

       PROCEDURE DIVISION USING LS-USERNAME, LS-PATH.

           OPEN EXTEND F-HOLD-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO HL-TIME.
           MOVE LS-USERNAME TO HL-USERNAME.
           MOVE LS-PATH TO HL-PATH.
           WRITE HL-ENTRY.
           CLOSE F-HOLD-LOG-FILE.

           GOBACK.
