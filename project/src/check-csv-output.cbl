       IDENTIFICATION DIVISION.
       PROGRAM-ID. check-csv-output.
      ******************************************************************
      *----SUB PROGRAM THAT TELLS A STANDALONE REPORT WHETHER TO-------*
      *----WRITE A COMMA-SEPARATED DATA FILE ALONGSIDE ITS PRINT-------*
      *----PAGE: THE OPERATOR RAN IT WITH CSV ON THE COMMAND LINE,-----*
      *----ITS ROW IN REPORT-SCHEDULE.DAT IS MARKED C IN THE FORMAT----*
      *----COLUMN, OR THE ADMIN MENU ASKED FOR ONE BEFOREHAND. THE-----*
      *----REPORT WRITES THE FILE WITH ONE HEADER ROW OF COLUMN NAMES--*
      *----AND PLAIN NUMBERS, AND SPOOLS IT THROUGH SPOOL-FLAT-REPORT--*
      *----SO IT CAN BE RE-ISSUED FROM THE REPRINT SCREEN--------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SCHEDULE-FILE ASSIGN TO
             "report-schedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-SCHEDULE-FILE.
           01 RS-ENTRY.
              05 RS-REPORT PIC X(28).
              05 RS-FREQ PIC X(1).
              05 RS-LAST-RUN PIC 9(8).
              05 RS-FORMAT PIC X(1).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-CMD-LINE PIC X(80).
           01 WS-CMD-HITS PIC 9(3).

      *>    REPORTS ASKED FOR IN CSV BY THE CALLER AHEAD OF RUNNING
      *>    THEM. UNLIKE THE USUAL SUB PROGRAM THIS IS MEANT TO KEEP
      *>    ITS WORKING-STORAGE BETWEEN CALLS: A REQUEST STANDS UNTIL
      *>    THE REPORT ASKS FOR IT.
           01 WS-REQUEST-COUNT PIC 9(2) VALUE 0.
           01 WS-REQUEST-TABLE.
              05 WS-REQUESTED OCCURS 20 TIMES PIC X(28).
           01 WS-REQUEST-IDX PIC 9(2).

           LINKAGE SECTION.
      *>    "R" REQUEST CSV FROM THE REPORT'S NEXT RUN, "Q" QUERY --
      *>    CALLED BY THE REPORT ITSELF
           01 LS-ACTION PIC X(1).
           01 LS-REPORT PIC X(28).
      *>    ON A QUERY, 1 = WRITE THE CSV FILE AS WELL
           01 LS-WANTED PIC 9.

       PROCEDURE DIVISION USING LS-ACTION, LS-REPORT, LS-WANTED.
           EVALUATE LS-ACTION
               WHEN "R" PERFORM RECORD-REQUEST
               WHEN "Q" PERFORM ANSWER-QUERY
           END-EVALUATE.

           GOBACK.

       RECORD-REQUEST.
           MOVE 0 TO WS-REQUEST-IDX.
           PERFORM UNTIL WS-REQUEST-IDX = WS-REQUEST-COUNT
               ADD 1 TO WS-REQUEST-IDX
               IF WS-REQUESTED(WS-REQUEST-IDX) = LS-REPORT THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-REQUEST-COUNT < 20 THEN
               ADD 1 TO WS-REQUEST-COUNT
               MOVE LS-REPORT TO WS-REQUESTED(WS-REQUEST-COUNT)
           END-IF.

      *>    A REPORT RUN BY HAND AS "<REPORT> CSV" ASKS ON ITS OWN
      *>    COMMAND LINE; A MENU RUN IS ASKED FOR BY ITS CALLER, AND A
      *>    REQUEST IS USED UP BY THE RUN THAT ANSWERS IT. A REPORT
      *>    WHOSE REPORT-SCHEDULE.DAT ROW IS MARKED C ALWAYS WRITES
      *>    ONE, WHOEVER RUNS IT.
       ANSWER-QUERY.
           MOVE 0 TO LS-WANTED.

           MOVE SPACES TO WS-CMD-LINE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE 0 TO WS-CMD-HITS.
           INSPECT WS-CMD-LINE TALLYING WS-CMD-HITS
             FOR ALL "CSV" ALL "csv".
           IF WS-CMD-HITS > 0 THEN
               MOVE 1 TO LS-WANTED
           END-IF.

           MOVE 0 TO WS-REQUEST-IDX.
           PERFORM UNTIL WS-REQUEST-IDX = WS-REQUEST-COUNT
               ADD 1 TO WS-REQUEST-IDX
               IF WS-REQUESTED(WS-REQUEST-IDX) = LS-REPORT THEN
                   MOVE 1 TO LS-WANTED
                   MOVE WS-REQUESTED(WS-REQUEST-COUNT) TO
                     WS-REQUESTED(WS-REQUEST-IDX)
                   SUBTRACT 1 FROM WS-REQUEST-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SCHEDULE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SCHEDULE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF RS-REPORT = LS-REPORT AND
                          RS-FORMAT = "C" THEN
                           MOVE 1 TO LS-WANTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SCHEDULE-FILE.
