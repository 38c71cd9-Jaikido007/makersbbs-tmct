       IDENTIFICATION DIVISION.
       PROGRAM-ID. warehouse-extract.
      ******************************************************************
      *----NIGHTLY JOB IN THE BATCH-CONTROLLER CHAIN THAT CUTS THE-----*
      *----DATA-WAREHOUSE EXTRACT FOR THE OWNER'S SPREADSHEET AND BI---*
      *----TOOLS: STAR-SCHEMA DIMENSION FILES (DW-DIM-*.DAT: MEMBER,---*
      *----BOARD, DATE, GAME, TARIFF) AND FACT FILES (DW-FACT-*.DAT:---*
      *----LEDGER, POSTS, COMMENTS, VOTES, SIGN-INS, WAGERS, RSVPS),---*
      *----JOINED ON SURROGATE KEYS. EACH NIGHT CUTS ONLY THE----------*
      *----BUSINESS DATES SINCE THE LAST RUN, AS RECORDED IN-----------*
      *----DW-CONTROL.DAT; SETTING THE DW-FULL-REFRESH PARAMETER TO 1--*
      *----CUTS EVERYTHING ON FILE INSTEAD, AND THE JOB PUTS IT BACK---*
      *----TO 0 AFTERWARDS---------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-DW-CONTROL-FILE ASSIGN TO
             "dw-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-DW-CONTROL-FILE.
           01 DC-ENTRY.
              05 DC-LAST-FROM PIC 9(8).
              05 DC-LAST-TO PIC 9(8).
              05 DC-FIRST-DATE PIC 9(8).
      *>    "FULL" OR "INCR"
              05 DC-MODE PIC X(4).
              05 DC-RUN-STAMP PIC 9(14).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-HAVE-CONTROL PIC 9 VALUE 0.
           01 WS-LAST-FROM PIC 9(8) VALUE 0.
           01 WS-LAST-TO PIC 9(8) VALUE 0.
           01 WS-FIRST-DATE PIC 9(8) VALUE 0.

           01 WS-FULL PIC 9.
           01 WS-FROM PIC 9(8).
           01 WS-TO PIC 9(8).
           01 WS-EARLIEST PIC 9(8).

           01 WS-REFRESH-KEY PIC X(20) VALUE "DW-FULL-REFRESH".
           01 WS-REFRESH PIC 9(6).
           01 WS-PARAM-DEFAULT PIC 9(6).
           01 WS-PARAM-USER PIC X(16) VALUE "BATCH".
           01 WS-PARAM-VALUE PIC 9(6).
           01 WS-PARAM-MIN PIC 9(6).
           01 WS-PARAM-MAX PIC 9(6).
           01 WS-PARAM-RESULT PIC X.

           01 WS-KEY-ACTION PIC X(1) VALUE "L".
           01 WS-KEY-TYPE PIC X(1) VALUE SPACE.
           01 WS-KEY-NATURAL PIC X(16) VALUE SPACES.
           01 WS-KEY PIC 9(7).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 0 TO WS-HAVE-CONTROL.

           PERFORM READ-CONTROL.

      *>    THE FIRST EVER RUN, OR ONE THE OPERATOR HAS ASKED FOR BY
      *>    SETTING DW-FULL-REFRESH TO 1, CUTS EVERYTHING ON FILE.
           MOVE 0 TO WS-PARAM-DEFAULT.
           CALL "get-parameter" USING WS-REFRESH-KEY,
             WS-PARAM-DEFAULT, WS-REFRESH.
           IF WS-HAVE-CONTROL = 0 OR WS-REFRESH = 1 THEN
               MOVE 1 TO WS-FULL
               MOVE 0 TO WS-FROM
           ELSE
               MOVE 0 TO WS-FULL
               PERFORM SET-WINDOW
           END-IF.
           MOVE WS-TODAY TO WS-TO.

           CALL "warehouse-key" USING WS-KEY-ACTION, WS-KEY-TYPE,
               WS-KEY-NATURAL, WS-KEY.
           CALL "warehouse-facts" USING WS-FULL, WS-FROM, WS-TO,
               WS-EARLIEST.

      *>    THE DATE DIMENSION STRETCHES BACK TO THE EARLIEST DATE ANY
      *>    EXTRACT HAS EVER CARRIED, SO AN INCREMENTAL NIGHT NEVER
      *>    SHORTENS IT.
           IF WS-FULL = 1 OR WS-FIRST-DATE = 0 THEN
               MOVE WS-EARLIEST TO WS-FIRST-DATE
           ELSE
               IF WS-EARLIEST > 0 AND WS-EARLIEST < WS-FIRST-DATE THEN
                   MOVE WS-EARLIEST TO WS-FIRST-DATE
               END-IF
           END-IF.
           IF WS-FIRST-DATE = 0 THEN
               MOVE WS-TODAY TO WS-FIRST-DATE
           END-IF.

           CALL "warehouse-dimensions" USING WS-FIRST-DATE, WS-TODAY.

      *>    THE CONTROL ROW IS ONLY MOVED ON ONCE EVERY FILE IS OUT,
      *>    SO A RUN THAT DIES PART WAY IS SIMPLY CUT AGAIN.
           PERFORM WRITE-CONTROL.

           IF WS-REFRESH = 1 THEN
               MOVE 0 TO WS-PARAM-VALUE
               MOVE 0 TO WS-PARAM-MIN
               MOVE 1 TO WS-PARAM-MAX
               CALL "set-parameter" USING WS-PARAM-USER,
                 WS-REFRESH-KEY, WS-PARAM-VALUE, WS-PARAM-MIN,
                 WS-PARAM-MAX, WS-PARAM-RESULT
           END-IF.

           IF WS-FULL = 1 THEN
               DISPLAY "WAREHOUSE EXTRACT - FULL REFRESH TO " WS-TO
           ELSE
               DISPLAY "WAREHOUSE EXTRACT - " WS-FROM " TO " WS-TO
           END-IF.

           GOBACK.

       READ-CONTROL.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-DW-CONTROL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DW-CONTROL-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE 1 TO WS-HAVE-CONTROL
                       MOVE DC-LAST-FROM TO WS-LAST-FROM
                       MOVE DC-LAST-TO TO WS-LAST-TO
                       MOVE DC-FIRST-DATE TO WS-FIRST-DATE
               END-READ
           END-PERFORM.
           CLOSE F-DW-CONTROL-FILE.

      *>    TONIGHT PICKS UP THE DAY AFTER THE LAST NIGHT CUT. A
      *>    SECOND RUN ON THE SAME DAY CUTS THE SAME WINDOW AGAIN
      *>    RATHER THAN AN EMPTY ONE, SO A RERUN REPLACES ITS FILES
      *>    LIKE FOR LIKE.
       SET-WINDOW.
           IF WS-LAST-TO >= WS-TODAY THEN
               MOVE WS-LAST-FROM TO WS-FROM
           ELSE
               COMPUTE WS-FROM = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-LAST-TO) + 1)
           END-IF.

       WRITE-CONTROL.
           OPEN OUTPUT F-DW-CONTROL-FILE.
           MOVE WS-FROM TO DC-LAST-FROM.
           MOVE WS-TO TO DC-LAST-TO.
           MOVE WS-FIRST-DATE TO DC-FIRST-DATE.
           IF WS-FULL = 1 THEN
               MOVE "FULL" TO DC-MODE
           ELSE
               MOVE "INCR" TO DC-MODE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO DC-RUN-STAMP.
           WRITE DC-ENTRY.
           CLOSE F-DW-CONTROL-FILE.
