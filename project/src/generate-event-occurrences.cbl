       IDENTIFICATION DIVISION.
       PROGRAM-ID. generate-event-occurrences.
      ******************************************************************
      *----NIGHTLY SUB PROGRAM THAT WALKS EVENT-SERIES.DAT AND POSTS---*
      *----EVERY OCCURRENCE FALLING WITHIN EVENT-LEAD-DAYS OF TODAY----*
      *----AS AN ORDINARY EVENT: AN ANNOUNCEMENT MESSAGE THROUGH-------*
      *----POST-MESSAGE.CBL UNDER THE ORGANISER'S NAME, THE EVENT------*
      *----DETAILS THROUGH CREATE-EVENT.CBL, AND A ROW IN--------------*
      *----SERIES-OCCURRENCES.DAT TYING THE NEW MESSAGE BACK TO ITS----*
      *----SERIES. MEMBERS WHO RSVPED TO THE WHOLE SERIES ARE BOOKED---*
      *----ONTO EACH NEW OCCURRENCE THROUGH RSVP-EVENT.CBL (SO SEATS,--*
      *----WAITLIST AND TICKET CHARGES WORK AS FOR ANY EVENT) AND------*
      *----NOTIFIED. ONCE POSTED AN OCCURRENCE IS A SEPARATE EVENT:----*
      *----UPDATE-EVENT CHANGES OR CANCELS IT WITHOUT TOUCHING THE-----*
      *----SERIES, AND ES-NEXT-DATE ONLY EVER MOVES FORWARD, SO A------*
      *----RERUN NEVER POSTS THE SAME DATE TWICE. A SERIES PAST ITS----*
      *----END DATE, OR WHOSE ORGANISER HAS CLOSED THEIR ACCOUNT, IS---*
      *----MARKED "E"; MEMBERS WHO HAVE GONE ARE NOT BOOKED. CALLED----*
      *----FROM END-OF-DAY-BATCH---------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SERIES-FILE ASSIGN TO 'event-series.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-OCCURRENCES-FILE ASSIGN TO
             'series-occurrences.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SERIES-RSVPS-FILE ASSIGN TO
             'series-rsvps.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-SERIES-FILE.
           01 ES-ENTRY.
              05 ES-ID PIC 9(4).
              05 ES-TITLE PIC X(50).
              05 ES-ORGANISER PIC X(16).
              05 ES-BOARD-CODE PIC X(10).
              05 ES-FREQUENCY PIC X(1).
              05 ES-WEEKDAY PIC 9(1).
              05 ES-NTH PIC 9(1).
              05 ES-FIRST-DATE PIC 9(8).
              05 ES-END-DATE PIC 9(8).
              05 ES-VENUE PIC X(30).
              05 ES-CAPACITY PIC 9(3).
              05 ES-PRICE PIC 9(6).
              05 ES-STATUS PIC X(1).
              05 ES-NEXT-DATE PIC 9(8).

           FD F-OCCURRENCES-FILE.
           01 SO-ENTRY.
              05 SO-SERIES-ID PIC 9(4).
              05 SO-MSG-ID PIC 9(7).
              05 SO-DATE PIC 9(8).

           FD F-SERIES-RSVPS-FILE.
           01 SR-ENTRY.
              05 SR-SERIES-ID PIC 9(4).
              05 SR-USERNAME PIC X(16).
              05 SR-STATUS PIC X(1).
              05 SR-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FORMATTED-DT.
             05 WS-FORMATTED-DTE-TME.
               15 WS-FORMATTED-YEAR    PIC  X(4).
               15 FILLER               PIC X VALUE '-'.
               15 WS-FORMATTED-MONTH   PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 WS-FORMATTED-DY      PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 WS-FORMATTED-HOUR    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 WS-FORMATTED-MINS    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 WS-FORMATTED-SEC     PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 WS-FORMATTED-MS      PIC  X(2).
           01 WS-DATETIME PIC X(21).

           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-RSVP-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-INT PIC 9(7).
           01 WS-HORIZON PIC 9(8).
           01 WS-LEAD-KEY PIC X(20) VALUE "EVENT-LEAD-DAYS".
           01 WS-LEAD-DEFAULT PIC 9(6) VALUE 14.
           01 WS-LEAD-DAYS PIC 9(6).

           01 WS-DAY-NO PIC 9(7).
           01 WS-NEXT-YEAR PIC 9(4).
           01 WS-NEXT-MONTH PIC 9(2).
           01 WS-FIRST-OF-MONTH PIC 9(8).
           01 WS-FIRST-WEEKDAY PIC 9(1).
           01 WS-CAND-DAY PIC 9(2).
           01 WS-CAND-DATE PIC 9(8).

           01 WS-NEW-MESSAGE.
             05 WS-TITLE PIC X(50).
             05 WS-CONTENT PIC X(300).
             05 WS-MSG-AUTHOR PIC X(16).
             05 WS-POST-DATE PIC X(10).
             05 WS-BOARD-CODE PIC X(10).
           01 WS-WHEN-TXT PIC X(10).
           01 WS-NEW-MSG-ID PIC 9(7).
           01 WS-NOTIFY-TYPE PIC X.
           01 WS-NOTIFY-TARGET PIC X(10).
           01 WS-RSVP-NAME PIC X(16).
           01 WS-RSVP-RESULT PIC X.
           01 WS-MEMBER-EXISTS PIC 9 VALUE 0.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
           MOVE WS-DATETIME(1:4) TO WS-FORMATTED-YEAR.
           MOVE WS-DATETIME(5:2) TO WS-FORMATTED-MONTH.
           MOVE WS-DATETIME(7:2) TO WS-FORMATTED-DY.
           MOVE WS-DATETIME(9:2) TO WS-FORMATTED-HOUR.
           MOVE WS-DATETIME(11:2) TO WS-FORMATTED-MINS.
           MOVE WS-DATETIME(13:2) TO WS-FORMATTED-SEC.
           MOVE WS-DATETIME(15:2) TO WS-FORMATTED-MS.
           MOVE WS-DATETIME(1:8) TO WS-TODAY.

           CALL "get-parameter" USING WS-LEAD-KEY, WS-LEAD-DEFAULT,
             WS-LEAD-DAYS.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT.
           COMPUTE WS-HORIZON = FUNCTION DATE-OF-INTEGER
             (WS-TODAY-INT + WS-LEAD-DAYS).

           OPEN I-O F-SERIES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SERIES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF ES-STATUS = "A" THEN
                           CALL "sign-up-check" USING ES-ORGANISER,
                             WS-MEMBER-EXISTS
                           IF WS-MEMBER-EXISTS = 0 THEN
                               MOVE "E" TO ES-STATUS
                           ELSE
                               PERFORM CATCH-UP-SERIES
                           END-IF
                           REWRITE ES-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SERIES-FILE.

           GOBACK.

      *>    DATES THAT SLIPPED INTO THE PAST (A MISSED BATCH NIGHT)
      *>    ARE STEPPED OVER RATHER THAN POSTED LATE.
       CATCH-UP-SERIES.
           PERFORM UNTIL ES-STATUS NOT = "A" OR
                         ES-NEXT-DATE > WS-HORIZON
               IF ES-NEXT-DATE > ES-END-DATE THEN
                   MOVE "E" TO ES-STATUS
               ELSE
                   IF ES-NEXT-DATE >= WS-TODAY THEN
                       PERFORM POST-OCCURRENCE
                   END-IF
                   PERFORM ADVANCE-NEXT-DATE
               END-IF
           END-PERFORM.

      *>    POST-MESSAGE.CBL EXPECTS THE DATE AS YYYY-MM-DD, AND THE
      *>    NEW ID IS PICKED UP THE SAME WAY RELEASE-SCHEDULED-POSTS
      *>    DOES IT.
       POST-OCCURRENCE.
           MOVE SPACES TO WS-WHEN-TXT.
           STRING ES-NEXT-DATE(7:2) "/" ES-NEXT-DATE(5:2) "/"
               ES-NEXT-DATE(1:4) DELIMITED BY SIZE INTO WS-WHEN-TXT.
           MOVE ES-TITLE TO WS-TITLE.
           MOVE SPACES TO WS-CONTENT.
           STRING "Next in the series: " DELIMITED BY SIZE
               WS-WHEN-TXT DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               FUNCTION TRIM(ES-VENUE) DELIMITED BY SIZE
               ". RSVP from the event screen, or RSVP to the whole"
                 DELIMITED BY SIZE
               " series to be booked onto every date."
                 DELIMITED BY SIZE
               INTO WS-CONTENT.
           MOVE ES-ORGANISER TO WS-MSG-AUTHOR.
           MOVE ES-BOARD-CODE TO WS-BOARD-CODE.
           MOVE WS-FORMATTED-DTE-TME(1:10) TO WS-POST-DATE.
           CALL "post-message" USING WS-NEW-MESSAGE.
           CALL "number-of-messages" USING WS-NEW-MSG-ID.

           CALL "create-event" USING WS-NEW-MSG-ID, ES-NEXT-DATE,
             ES-VENUE, ES-CAPACITY, ES-PRICE.

           OPEN EXTEND F-OCCURRENCES-FILE.
           MOVE ES-ID TO SO-SERIES-ID.
           MOVE WS-NEW-MSG-ID TO SO-MSG-ID.
           MOVE ES-NEXT-DATE TO SO-DATE.
           WRITE SO-ENTRY.
           CLOSE F-OCCURRENCES-FILE.

           MOVE "B" TO WS-NOTIFY-TYPE.
           IF ES-BOARD-CODE = SPACES OR LOW-VALUE THEN
               MOVE "GENERAL" TO WS-NOTIFY-TARGET
           ELSE
               MOVE ES-BOARD-CODE TO WS-NOTIFY-TARGET
           END-IF.
           CALL "notify-subscribers" USING WS-NOTIFY-TYPE,
             WS-NOTIFY-TARGET, WS-MSG-AUTHOR.

           PERFORM BOOK-SERIES-MEMBERS.

       BOOK-SERIES-MEMBERS.
           MOVE 0 TO WS-RSVP-IS-ENDED.
           OPEN INPUT F-SERIES-RSVPS-FILE.
           PERFORM UNTIL WS-RSVP-IS-ENDED = 1
               READ F-SERIES-RSVPS-FILE
                   AT END MOVE 1 TO WS-RSVP-IS-ENDED
                   NOT AT END
                       IF SR-SERIES-ID = ES-ID AND
                          SR-STATUS = "A" THEN
                           MOVE SR-USERNAME TO WS-RSVP-NAME
                           CALL "sign-up-check" USING WS-RSVP-NAME,
                             WS-MEMBER-EXISTS
                           IF WS-MEMBER-EXISTS = 1 THEN
                               CALL "rsvp-event" USING
                                 WS-FORMATTED-DT, WS-NEW-MSG-ID,
                                 WS-RSVP-NAME, WS-RSVP-RESULT
                               CALL "notify-member" USING
                                 WS-RSVP-NAME, "EVNT"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SERIES-RSVPS-FILE.

       ADVANCE-NEXT-DATE.
           EVALUATE ES-FREQUENCY
               WHEN "W"
                   COMPUTE WS-DAY-NO =
                     FUNCTION INTEGER-OF-DATE(ES-NEXT-DATE) + 7
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NO) TO
                     ES-NEXT-DATE
               WHEN "F"
                   COMPUTE WS-DAY-NO =
                     FUNCTION INTEGER-OF-DATE(ES-NEXT-DATE) + 14
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NO) TO
                     ES-NEXT-DATE
               WHEN OTHER
                   PERFORM NEXT-MONTHLY-DATE
           END-EVALUATE.

      *>    THE NTH WEEKDAY OF THE FOLLOWING MONTH: FIND THE FIRST
      *>    SUCH WEEKDAY, ADD WHOLE WEEKS, AND PULL A FIFTH WEEK THAT
      *>    RUNS OFF THE END OF A SHORT MONTH BACK TO THE LAST ONE.
       NEXT-MONTHLY-DATE.
           MOVE ES-NEXT-DATE(1:4) TO WS-NEXT-YEAR.
           MOVE ES-NEXT-DATE(5:2) TO WS-NEXT-MONTH.
           IF WS-NEXT-MONTH = 12 THEN
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           COMPUTE WS-FIRST-OF-MONTH = WS-NEXT-YEAR * 10000 +
             WS-NEXT-MONTH * 100 + 1.
           COMPUTE WS-DAY-NO =
             FUNCTION INTEGER-OF-DATE(WS-FIRST-OF-MONTH).
           COMPUTE WS-FIRST-WEEKDAY =
             FUNCTION MOD(WS-DAY-NO - 1, 7) + 1.
           COMPUTE WS-CAND-DAY = 1 +
             FUNCTION MOD(ES-WEEKDAY - WS-FIRST-WEEKDAY + 7, 7) +
             (ES-NTH - 1) * 7.
           COMPUTE WS-CAND-DATE = WS-FIRST-OF-MONTH - 1 + WS-CAND-DAY.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAND-DATE) NOT = 0 THEN
               SUBTRACT 7 FROM WS-CAND-DATE
           END-IF.
           MOVE WS-CAND-DATE TO ES-NEXT-DATE.
