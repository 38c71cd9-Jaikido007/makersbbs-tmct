       IDENTIFICATION DIVISION.
       PROGRAM-ID. spool-event-attendance.
      ******************************************************************
      *----SUB PROGRAM THAT CUTS THE ATTENDANCE REPORT FOR ONE EVENT---*
      *----TO THE REPORT SPOOL, THE AFTER-THE-DOOR COMPANION TO THE----*
      *----MANIFEST FROM SPOOL-EVENT-MANIFEST.CBL: ONE LINE PER RSVP---*
      *----SHOWING WHETHER A SEAT HOLDER WAS CHECKED IN (WITH THE------*
      *----TIME AND WHO LET THEM IN) OR WAS A NO-SHOW, THEN THE--------*
      *----TOTALS. INDEXED IN SPOOL-INDEX.DAT SO REPRINT-SPOOL CAN-----*
      *----RUN IT OFF AGAIN--------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-EVENTS-FILE ASSIGN TO 'events.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-RSVPS-FILE ASSIGN TO 'event-rsvps.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-CHECKINS-FILE ASSIGN TO
             'event-checkins.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-EVENTS-FILE.
           01 EV-ENTRY.
              05 EV-MSG-ID PIC 9(7).
              05 EV-DATE PIC 9(8).
              05 EV-VENUE PIC X(30).
              05 EV-CAPACITY PIC 9(3).
              05 EV-STATUS PIC X(1).
              05 EV-PRICE PIC 9(6).

           FD F-RSVPS-FILE.
           01 ER-ENTRY.
              05 ER-MSG-ID PIC 9(7).
              05 ER-USERNAME PIC X(16).
              05 ER-STATUS PIC X(1).
              05 ER-PAID PIC X(1).

           FD F-CHECKINS-FILE.
           01 EC-ENTRY.
              05 EC-MSG-ID PIC 9(7).
              05 EC-USERNAME PIC X(16).
              05 EC-STAMP PIC 9(12).
              05 EC-BY PIC X(16).

           FD F-SPOOL-FILE.
           01 SP-LINE PIC X(80).

           FD F-INDEX-FILE.
           01 SPX-ENTRY.
              05 SPX-ID PIC 9(4).
              05 SPX-DATE PIC 9(8).
              05 SPX-TITLE PIC X(20).
              05 SPX-START-LINE PIC 9(6).
              05 SPX-LINE-COUNT PIC 9(4).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-CHECKINS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-START-LINE PIC 9(6) VALUE 0.
           01 WS-LINES-WRITTEN PIC 9(4) VALUE 0.
           01 WS-NEXT-ID PIC 9(4) VALUE 0.
           01 WS-EVENT-FOUND PIC 9 VALUE 0.
           01 WS-EVT-DATE PIC 9(8).
           01 WS-EVT-VENUE PIC X(30).
           01 WS-EVT-CAPACITY PIC 9(3).
           01 WS-CHECKED-IN PIC 9 VALUE 0.
           01 WS-SEATS PIC 9(3) VALUE 0.
           01 WS-ARRIVED PIC 9(3) VALUE 0.
           01 WS-NO-SHOWS PIC 9(3) VALUE 0.
           01 WS-WAITLISTED PIC 9(3) VALUE 0.

           01 WS-HEAD-LINE.
              05 FILLER PIC X(17) VALUE "EVENT ATTENDANCE ".
              05 WS-HL-MSG-ID PIC 9(7).
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-HL-DATE PIC 9(8).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-HL-VENUE PIC X(30).
           01 WS-COL-LINE PIC X(80) VALUE
             "MEMBER            STS  ATTENDANCE  CHECKED IN    BY".
           01 WS-DETAIL-LINE.
              05 WS-DL-USERNAME PIC X(16).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-DL-STATUS PIC X(1).
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-DL-ATTENDANCE PIC X(10).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-DL-STAMP PIC X(12).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-DL-BY PIC X(16).
           01 WS-TOTAL-LINE.
              05 FILLER PIC X(7) VALUE "SEATS: ".
              05 WS-TL-SEATS PIC ZZ9.
              05 FILLER PIC X(15) VALUE "   CHECKED IN: ".
              05 WS-TL-ARRIVED PIC ZZ9.
              05 FILLER PIC X(13) VALUE "   NO-SHOWS: ".
              05 WS-TL-NO-SHOWS PIC ZZ9.
              05 FILLER PIC X(13) VALUE "   WAITLIST: ".
              05 WS-TL-WAITLISTED PIC ZZ9.

           LINKAGE SECTION.
           01 LS-MSG-ID PIC 9(7).

       PROCEDURE DIVISION USING LS-MSG-ID.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 0 TO WS-EVENT-FOUND.
           MOVE 0 TO WS-SEATS.
           MOVE 0 TO WS-ARRIVED.
           MOVE 0 TO WS-NO-SHOWS.
           MOVE 0 TO WS-WAITLISTED.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM FIND-THE-EVENT.
           IF WS-EVENT-FOUND = 0 THEN
               GOBACK
           END-IF.

           PERFORM COUNT-SPOOL.
           PERFORM WRITE-ATTENDANCE.
           PERFORM WRITE-INDEX-ROW.

           GOBACK.

       FIND-THE-EVENT.
           OPEN INPUT F-EVENTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EVENTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF EV-MSG-ID = LS-MSG-ID THEN
                           MOVE 1 TO WS-EVENT-FOUND
                           MOVE EV-DATE TO WS-EVT-DATE
                           MOVE EV-VENUE TO WS-EVT-VENUE
                           MOVE EV-CAPACITY TO WS-EVT-CAPACITY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-EVENTS-FILE.

       WRITE-ATTENDANCE.
           OPEN EXTEND F-SPOOL-FILE.
           MOVE LS-MSG-ID TO WS-HL-MSG-ID.
           MOVE WS-EVT-DATE TO WS-HL-DATE.
           MOVE WS-EVT-VENUE TO WS-HL-VENUE.
           MOVE WS-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-COL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

      *>    THE CHECK-IN REGISTER IS A DIFFERENT FILE, SO IT CAN BE
      *>    SCANNED FOR EACH RSVP WHILE THE RSVP FILE STAYS OPEN.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RSVPS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RSVPS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF ER-MSG-ID = LS-MSG-ID THEN
                           PERFORM WRITE-RSVP-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RSVPS-FILE.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-SEATS TO WS-TL-SEATS.
           MOVE WS-ARRIVED TO WS-TL-ARRIVED.
           MOVE WS-NO-SHOWS TO WS-TL-NO-SHOWS.
           MOVE WS-WAITLISTED TO WS-TL-WAITLISTED.
           MOVE WS-TOTAL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "*** END OF ATTENDANCE ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

       WRITE-RSVP-LINE.
           MOVE SPACES TO WS-DL-STAMP.
           MOVE SPACES TO WS-DL-BY.
           MOVE ER-USERNAME TO WS-DL-USERNAME.
           MOVE ER-STATUS TO WS-DL-STATUS.

           IF ER-STATUS NOT = "A" THEN
               ADD 1 TO WS-WAITLISTED
               MOVE "WAITLIST" TO WS-DL-ATTENDANCE
               MOVE WS-DETAIL-LINE TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SEATS.
           MOVE 0 TO WS-CHECKED-IN.
           MOVE 0 TO WS-CHECKINS-ENDED.
           OPEN INPUT F-CHECKINS-FILE.
           PERFORM UNTIL WS-CHECKINS-ENDED = 1
               READ F-CHECKINS-FILE
                   AT END MOVE 1 TO WS-CHECKINS-ENDED
                   NOT AT END
                       IF EC-MSG-ID = LS-MSG-ID AND
                          EC-USERNAME = ER-USERNAME THEN
                           MOVE 1 TO WS-CHECKED-IN
                           MOVE EC-STAMP TO WS-DL-STAMP
                           MOVE EC-BY TO WS-DL-BY
                           MOVE 1 TO WS-CHECKINS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CHECKINS-FILE.

           IF WS-CHECKED-IN = 1 THEN
               ADD 1 TO WS-ARRIVED
               MOVE "ATTENDED" TO WS-DL-ATTENDANCE
           ELSE
               ADD 1 TO WS-NO-SHOWS
               MOVE "NO-SHOW" TO WS-DL-ATTENDANCE
           END-IF.
           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

       WRITE-SPOOL-LINE.
           WRITE SP-LINE.
           ADD 1 TO WS-LINES-WRITTEN.

       COUNT-SPOOL.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SPOOL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SPOOL-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END ADD 1 TO WS-START-LINE
               END-READ
           END-PERFORM.
           CLOSE F-SPOOL-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-INDEX-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-INDEX-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SPX-ID > WS-NEXT-ID THEN
                           MOVE SPX-ID TO WS-NEXT-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-INDEX-FILE.
           ADD 1 TO WS-NEXT-ID.

       WRITE-INDEX-ROW.
           OPEN EXTEND F-INDEX-FILE.
           MOVE WS-NEXT-ID TO SPX-ID.
           MOVE WS-TODAY TO SPX-DATE.
           MOVE "EVENT ATTENDANCE" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
