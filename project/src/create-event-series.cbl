       IDENTIFICATION DIVISION.
       PROGRAM-ID. create-event-series.
      ******************************************************************
      *----SUB PROGRAM THAT SETS UP A RECURRING EVENT SERIES IN--------*
      *----EVENT-SERIES.DAT. THE FIRST DATE FIXES THE PATTERN: "W"-----*
      *----WEEKLY AND "F" FORTNIGHTLY REPEAT ON ITS WEEKDAY, "M"-------*
      *----MONTHLY REPEATS ON THE SAME NTH WEEKDAY OF EACH MONTH (THE--*
      *----FIRST DATE'S WEEKDAY AND WHICH WEEK OF THE MONTH IT FALLS---*
      *----IN; A FIFTH WEEK MEANS THE LAST ONE). NO OCCURRENCE IS------*
      *----POSTED HERE -- GENERATE-EVENT-OCCURRENCES DOES THAT EACH----*
      *----NIGHT, EVENT-LEAD-DAYS AHEAD. LS-RESULT: "Y" DONE, "T"------*
      *----TITLE NEEDED, "F" UNKNOWN FREQUENCY, "D" FIRST DATE NOT A---*
      *----VALID DATE FROM TODAY ON, "E" END DATE BEFORE THE FIRST-----*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SERIES-FILE ASSIGN TO 'event-series.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-SERIES-FILE.
           01 ES-ENTRY.
              05 ES-ID PIC 9(4).
              05 ES-TITLE PIC X(50).
              05 ES-ORGANISER PIC X(16).
              05 ES-BOARD-CODE PIC X(10).
      *>    "W" WEEKLY, "F" FORTNIGHTLY, "M" MONTHLY ON THE NTH WEEKDAY
              05 ES-FREQUENCY PIC X(1).
      *>    1 MONDAY .. 7 SUNDAY
              05 ES-WEEKDAY PIC 9(1).
              05 ES-NTH PIC 9(1).
              05 ES-FIRST-DATE PIC 9(8).
              05 ES-END-DATE PIC 9(8).
              05 ES-VENUE PIC X(30).
              05 ES-CAPACITY PIC 9(3).
              05 ES-PRICE PIC 9(6).
      *>    "A" ACTIVE, "E" ENDED (RUN PAST ITS END DATE)
              05 ES-STATUS PIC X(1).
      *>    THE NEXT OCCURRENCE STILL TO BE POSTED
              05 ES-NEXT-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-HIGH-ID PIC 9(4) VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-DAY-NO PIC 9(7).
           01 WS-WEEKDAY PIC 9(1).
           01 WS-NTH PIC 9(1).
           01 WS-DAY-OF-MONTH PIC 9(2).

           LINKAGE SECTION.
           01 LS-TITLE PIC X(50).
           01 LS-ORGANISER PIC X(16).
           01 LS-BOARD-CODE PIC X(10).
           01 LS-FREQUENCY PIC X(1).
           01 LS-FIRST-DATE PIC 9(8).
           01 LS-END-DATE PIC 9(8).
           01 LS-VENUE PIC X(30).
           01 LS-CAPACITY PIC 9(3).
           01 LS-PRICE PIC 9(6).
           01 LS-SERIES-ID PIC 9(4).
           01 LS-RESULT PIC X(1).

       PROCEDURE DIVISION USING LS-TITLE, LS-ORGANISER, LS-BOARD-CODE,
           LS-FREQUENCY, LS-FIRST-DATE, LS-END-DATE, LS-VENUE,
           LS-CAPACITY, LS-PRICE, LS-SERIES-ID, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-HIGH-ID.

           MOVE 0 TO LS-SERIES-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION UPPER-CASE(LS-FREQUENCY) TO LS-FREQUENCY.

           IF LS-TITLE = SPACES OR LS-TITLE = LOW-VALUE THEN
               MOVE "T" TO LS-RESULT
               GOBACK
           END-IF.

           IF LS-FREQUENCY NOT = "W" AND LS-FREQUENCY NOT = "F" AND
              LS-FREQUENCY NOT = "M" THEN
               MOVE "F" TO LS-RESULT
               GOBACK
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(LS-FIRST-DATE) NOT = 0 OR
              LS-FIRST-DATE < WS-TODAY THEN
               MOVE "D" TO LS-RESULT
               GOBACK
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(LS-END-DATE) NOT = 0 OR
              LS-END-DATE < LS-FIRST-DATE THEN
               MOVE "E" TO LS-RESULT
               GOBACK
           END-IF.

      *>    DAY 1 OF THE INTEGER CALENDAR (1 JANUARY 1601) WAS A
      *>    MONDAY, SO THE REMAINDER BY SEVEN GIVES THE WEEKDAY.
           COMPUTE WS-DAY-NO = FUNCTION INTEGER-OF-DATE(LS-FIRST-DATE).
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-NO - 1, 7) + 1.
           MOVE LS-FIRST-DATE(7:2) TO WS-DAY-OF-MONTH.
           COMPUTE WS-NTH = (WS-DAY-OF-MONTH - 1) / 7 + 1.

           OPEN INPUT F-SERIES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SERIES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF ES-ID > WS-HIGH-ID THEN
                           MOVE ES-ID TO WS-HIGH-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SERIES-FILE.

           OPEN EXTEND F-SERIES-FILE.
           ADD 1 TO WS-HIGH-ID.
           MOVE WS-HIGH-ID TO ES-ID.
           MOVE LS-TITLE TO ES-TITLE.
           MOVE LS-ORGANISER TO ES-ORGANISER.
           MOVE LS-BOARD-CODE TO ES-BOARD-CODE.
           MOVE LS-FREQUENCY TO ES-FREQUENCY.
           MOVE WS-WEEKDAY TO ES-WEEKDAY.
           MOVE WS-NTH TO ES-NTH.
           MOVE LS-FIRST-DATE TO ES-FIRST-DATE.
           MOVE LS-END-DATE TO ES-END-DATE.
           MOVE LS-VENUE TO ES-VENUE.
           MOVE LS-CAPACITY TO ES-CAPACITY.
           MOVE LS-PRICE TO ES-PRICE.
           MOVE "A" TO ES-STATUS.
           MOVE LS-FIRST-DATE TO ES-NEXT-DATE.
           WRITE ES-ENTRY.
           CLOSE F-SERIES-FILE.

           MOVE WS-HIGH-ID TO LS-SERIES-ID.
           MOVE "Y" TO LS-RESULT.

           GOBACK.
