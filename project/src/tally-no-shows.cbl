       IDENTIFICATION DIVISION.
       PROGRAM-ID. tally-no-shows.
      ******************************************************************
      *----SUB PROGRAM RUN FROM THE NIGHTLY BATCH THAT REBUILDS--------*
      *----MEMBER-NO-SHOWS.DAT FROM SCRATCH: FOR EVERY EVENT THAT HAS--*
      *----TAKEN PLACE (DATED BEFORE TODAY, NOT CANCELLED), EACH-------*
      *----MEMBER WHO HELD A CONFIRMED SEAT BUT WAS NEVER CHECKED IN---*
      *----AT THE DOOR COUNTS ONE NO-SHOW. AN EVENT WITH NO CHECK-INS--*
      *----AT ALL NEVER HAD ITS DOOR REGISTER KEPT, SO IT IS NOT HELD--*
      *----AGAINST ANYONE. RSVP-EVENT.CBL READS THE COUNTS BACK--------*
      *----THROUGH GET-NO-SHOW-COUNT.CBL-------------------------------*
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

           SELECT OPTIONAL F-NO-SHOWS-FILE ASSIGN TO
             'member-no-shows.dat'
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

           FD F-NO-SHOWS-FILE.
           01 NS-ENTRY.
              05 NS-USERNAME PIC X(16).
              05 NS-COUNT PIC 9(4).
      *>    DATE OF THE MOST RECENT EVENT MISSED
              05 NS-LAST-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).

      *>    THE PAST EVENTS AND THE CHECK-IN REGISTER ARE HELD IN
      *>    TABLES SO THE RSVP FILE NEEDS ONLY ONE PASS.
           01 WS-PAST-COUNT PIC 9(4) VALUE 0.
           01 WS-PAST-EVENTS.
               05 WS-PAST-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-PAST-COUNT.
                   10 WS-PE-MSG-ID PIC 9(7).
                   10 WS-PE-DATE PIC 9(8).
                   10 WS-PE-REGISTER PIC 9.
           01 WS-PE-IDX PIC 9(4).
           01 WS-PE-FOUND PIC 9(4).
           01 WS-LOOKUP-MSG-ID PIC 9(7).

           01 WS-CHECKIN-COUNT PIC 9(4) VALUE 0.
           01 WS-CHECKINS.
               05 WS-CHECKIN-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-CHECKIN-COUNT.
                   10 WS-CI-MSG-ID PIC 9(7).
                   10 WS-CI-USERNAME PIC X(16).
           01 WS-CI-IDX PIC 9(4).
           01 WS-CI-FOUND PIC 9.

           01 WS-MEMBER-COUNT PIC 9(4) VALUE 0.
           01 WS-MEMBERS.
               05 WS-MEMBER-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-MEMBER-COUNT.
                   10 WS-MEM-NAME PIC X(16).
                   10 WS-MEM-NO-SHOWS PIC 9(4).
                   10 WS-MEM-LAST-DATE PIC 9(8).
           01 WS-MEM-IDX PIC 9(4).
           01 WS-MEM-FOUND PIC 9(4).

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-PAST-COUNT.
           MOVE 0 TO WS-CHECKIN-COUNT.
           MOVE 0 TO WS-MEMBER-COUNT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM LOAD-PAST-EVENTS.
           PERFORM LOAD-CHECKINS.
           PERFORM TALLY-RSVPS.
           PERFORM WRITE-NO-SHOWS.
           GOBACK.

       LOAD-PAST-EVENTS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-EVENTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EVENTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF EV-STATUS = "A" AND EV-DATE < WS-TODAY AND
                          WS-PAST-COUNT < 9999 THEN
                           ADD 1 TO WS-PAST-COUNT
                           MOVE EV-MSG-ID TO
                             WS-PE-MSG-ID(WS-PAST-COUNT)
                           MOVE EV-DATE TO WS-PE-DATE(WS-PAST-COUNT)
                           MOVE 0 TO WS-PE-REGISTER(WS-PAST-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-EVENTS-FILE.

       FIND-PAST-EVENT.
           MOVE 0 TO WS-PE-FOUND.
           MOVE 0 TO WS-PE-IDX.
           PERFORM UNTIL WS-PE-IDX = WS-PAST-COUNT
               ADD 1 TO WS-PE-IDX
               IF WS-PE-MSG-ID(WS-PE-IDX) = WS-LOOKUP-MSG-ID THEN
                   MOVE WS-PE-IDX TO WS-PE-FOUND
               END-IF
           END-PERFORM.

       LOAD-CHECKINS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CHECKINS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CHECKINS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE EC-MSG-ID TO WS-LOOKUP-MSG-ID
                       PERFORM FIND-PAST-EVENT
                       IF WS-PE-FOUND > 0 AND
                          WS-CHECKIN-COUNT < 9999 THEN
                           MOVE 1 TO WS-PE-REGISTER(WS-PE-FOUND)
                           ADD 1 TO WS-CHECKIN-COUNT
                           MOVE EC-MSG-ID TO
                             WS-CI-MSG-ID(WS-CHECKIN-COUNT)
                           MOVE EC-USERNAME TO
                             WS-CI-USERNAME(WS-CHECKIN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CHECKINS-FILE.

       FIND-CHECKIN.
           MOVE 0 TO WS-CI-FOUND.
           MOVE 0 TO WS-CI-IDX.
           PERFORM UNTIL WS-CI-IDX = WS-CHECKIN-COUNT
               ADD 1 TO WS-CI-IDX
               IF WS-CI-MSG-ID(WS-CI-IDX) = ER-MSG-ID AND
                  WS-CI-USERNAME(WS-CI-IDX) = ER-USERNAME THEN
                   MOVE 1 TO WS-CI-FOUND
               END-IF
           END-PERFORM.

       FIND-MEMBER.
           MOVE 0 TO WS-MEM-FOUND.
           MOVE 0 TO WS-MEM-IDX.
           PERFORM UNTIL WS-MEM-IDX = WS-MEMBER-COUNT
               ADD 1 TO WS-MEM-IDX
               IF WS-MEM-NAME(WS-MEM-IDX) = ER-USERNAME THEN
                   MOVE WS-MEM-IDX TO WS-MEM-FOUND
               END-IF
           END-PERFORM.
           IF WS-MEM-FOUND = 0 AND WS-MEMBER-COUNT < 9999 THEN
               ADD 1 TO WS-MEMBER-COUNT
               MOVE ER-USERNAME TO WS-MEM-NAME(WS-MEMBER-COUNT)
               MOVE 0 TO WS-MEM-NO-SHOWS(WS-MEMBER-COUNT)
               MOVE 0 TO WS-MEM-LAST-DATE(WS-MEMBER-COUNT)
               MOVE WS-MEMBER-COUNT TO WS-MEM-FOUND
           END-IF.

      *>    ONLY CONFIRMED SEATS COUNT -- A WAITLISTED MEMBER WAS
      *>    NEVER GIVEN A PLACE TO TURN UP FOR.
       TALLY-RSVPS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RSVPS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RSVPS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF ER-STATUS = "A" THEN
                           MOVE ER-MSG-ID TO WS-LOOKUP-MSG-ID
                           PERFORM FIND-PAST-EVENT
                           IF WS-PE-FOUND > 0 THEN
                               IF WS-PE-REGISTER(WS-PE-FOUND) = 1 THEN
                                   PERFORM FIND-CHECKIN
                                   IF WS-CI-FOUND = 0 THEN
                                       PERFORM COUNT-NO-SHOW
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RSVPS-FILE.

       COUNT-NO-SHOW.
           PERFORM FIND-MEMBER.
           IF WS-MEM-FOUND > 0 THEN
               ADD 1 TO WS-MEM-NO-SHOWS(WS-MEM-FOUND)
               IF WS-PE-DATE(WS-PE-FOUND) >
                  WS-MEM-LAST-DATE(WS-MEM-FOUND) THEN
                   MOVE WS-PE-DATE(WS-PE-FOUND) TO
                     WS-MEM-LAST-DATE(WS-MEM-FOUND)
               END-IF
           END-IF.

       WRITE-NO-SHOWS.
           OPEN OUTPUT F-NO-SHOWS-FILE.
           MOVE 0 TO WS-MEM-IDX.
           PERFORM UNTIL WS-MEM-IDX = WS-MEMBER-COUNT
               ADD 1 TO WS-MEM-IDX
               MOVE WS-MEM-NAME(WS-MEM-IDX) TO NS-USERNAME
               MOVE WS-MEM-NO-SHOWS(WS-MEM-IDX) TO NS-COUNT
               MOVE WS-MEM-LAST-DATE(WS-MEM-IDX) TO NS-LAST-DATE
               WRITE NS-ENTRY
           END-PERFORM.
           CLOSE F-NO-SHOWS-FILE.
