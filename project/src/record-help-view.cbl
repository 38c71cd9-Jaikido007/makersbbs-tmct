       IDENTIFICATION DIVISION.
       PROGRAM-ID. record-help-view.
      ******************************************************************
      *----SUB PROGRAM THAT LOGS ONE OPENING OF A HELP ARTICLE TO------*
      *----HELP-ARTICLE-VIEWS.DAT FOR THE MOST-VIEWED REPORT-----------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-VIEWS-FILE ASSIGN TO
             "help-article-views.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-VIEWS-FILE.
           01 HV-ENTRY.
              05 HV-DATE PIC 9(8).
              05 HV-ARTICLE-ID PIC 9(4).
              05 HV-USERNAME PIC X(16).

           LINKAGE SECTION.
           01 LS-ARTICLE-ID PIC 9(4).
           01 LS-USERNAME PIC X(16).

       PROCEDURE DIVISION USING LS-ARTICLE-ID, LS-USERNAME.
           OPEN EXTEND F-VIEWS-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HV-DATE.
           MOVE LS-ARTICLE-ID TO HV-ARTICLE-ID.
           MOVE LS-USERNAME TO HV-USERNAME.
           WRITE HV-ENTRY.
           CLOSE F-VIEWS-FILE.

           GOBACK.
