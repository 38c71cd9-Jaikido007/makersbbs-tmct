       IDENTIFICATION DIVISION.
       PROGRAM-ID. record-moderation-outcome.
      ******************************************************************
      *----SUB PROGRAM THAT STAMPS THE RESOLUTION OF ONE MODERATION----*
      *----ITEM INTO MODERATION-OUTCOMES.DAT: WHICH QUEUE IT CAME------*
      *----FROM (REPORTS, HELD POSTS OR APPEALS), THE DAY IT ARRIVED,--*
      *----WHO RESOLVED IT AND WHEN, WHICH WAY IT WENT, THE BOARD IT---*
      *----BELONGED TO AND, FOR AN APPEAL, WHOSE CALL WAS APPEALED.----*
      *----RESOLVE-MODERATION-ENTRY, PUBLISH-HELD-POST AND-------------*
      *----RESOLVE-APPEAL ALL STAMP THROUGH HERE, AND------------------*
      *----MODERATION-WORKLOAD-REPORT READS THE FILE BACK FOR----------*
      *----TURNAROUND AND UPHOLD RATES---------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-OUTCOMES-FILE ASSIGN TO
             "moderation-outcomes.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-OUTCOMES-FILE.
           01 MO-ENTRY.
              05 MO-DATE PIC 9(8).
              05 MO-TIME PIC 9(6).
              05 MO-QUEUE PIC X(1).
              05 MO-ITEM-ID PIC 9(4).
              05 MO-RECEIVED PIC 9(8).
              05 MO-RESOLVED-BY PIC X(16).
              05 MO-OUTCOME PIC X(1).
              05 MO-BOARD PIC X(10).
              05 MO-ORIGINAL-BY PIC X(16).

           WORKING-STORAGE SECTION.
           01 WS-NOW PIC X(14).

           LINKAGE SECTION.
      *>    "R" REPORTS (MODERATION-QUEUE.DAT), "H" HELD POSTS
      *>    (HELD-POSTS.DAT), "A" APPEALS (APPEALS.DAT)
           01 LS-QUEUE PIC X(1).
           01 LS-ITEM-ID PIC 9(4).
           01 LS-RECEIVED PIC 9(8).
           01 LS-RESOLVED-BY PIC X(16).
      *>    "U" = UPHELD (REPORT UPHELD, HOLD KEPT, APPEAL ALLOWED),
      *>    "D" = DISMISSED (REPORT CLEARED, POST PUBLISHED, APPEAL
      *>    DENIED)
           01 LS-OUTCOME PIC X(1).
           01 LS-BOARD PIC X(10).
      *>    FOR AN APPEAL, THE MODERATOR WHOSE CALL WAS APPEALED
           01 LS-ORIGINAL-BY PIC X(16).

       PROCEDURE DIVISION USING LS-QUEUE, LS-ITEM-ID, LS-RECEIVED,
           LS-RESOLVED-BY, LS-OUTCOME, LS-BOARD, LS-ORIGINAL-BY.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.

           OPEN EXTEND F-OUTCOMES-FILE.
           MOVE WS-NOW(1:8) TO MO-DATE.
           MOVE WS-NOW(9:6) TO MO-TIME.
           MOVE LS-QUEUE TO MO-QUEUE.
           MOVE LS-ITEM-ID TO MO-ITEM-ID.
           MOVE LS-RECEIVED TO MO-RECEIVED.
           MOVE LS-RESOLVED-BY TO MO-RESOLVED-BY.
           MOVE LS-OUTCOME TO MO-OUTCOME.
           MOVE LS-BOARD TO MO-BOARD.
           MOVE LS-ORIGINAL-BY TO MO-ORIGINAL-BY.
           WRITE MO-ENTRY.
           CLOSE F-OUTCOMES-FILE.

           GOBACK.
