       IDENTIFICATION DIVISION.
       PROGRAM-ID. check-in-attendee.
      ******************************************************************
      *----SUB PROGRAM BEHIND THE DOOR CHECK-IN SCREEN. MARKS ONE------*
      *----MEMBER WITH A CONFIRMED SEAT AS HAVING TURNED UP, BY--------*
      *----ADDING A ROW TO EVENT-CHECKINS.DAT (WHO, WHEN AND WHO ON----*
      *----THE DOOR LET THEM IN). THE RSVP ROW ITSELF IS LEFT ALONE.---*
      *----LS-CHECKED-IN COMES BACK AS THE NUMBER CHECKED IN SO FAR;---*
      *----A BLANK USERNAME JUST FETCHES THAT COUNT. LS-RESULT: "Y"----*
      *----CHECKED IN, "A" ALREADY CHECKED IN, "W" ONLY ON THE---------*
      *----WAITLIST, "R" NO RSVP, "N" NOT AN ACTIVE EVENT--------------*
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
      *>    YYYYMMDDHHMM THE MEMBER CAME THROUGH THE DOOR
              05 EC-STAMP PIC 9(12).
              05 EC-BY PIC X(16).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-EVENT-FOUND PIC 9 VALUE 0.
           01 WS-ALREADY PIC 9 VALUE 0.
           01 WS-RSVP-STATUS PIC X VALUE SPACE.

           LINKAGE SECTION.
           01 LS-MSG-ID PIC 9(7).
           01 LS-USERNAME PIC X(16).
           01 LS-ACTOR PIC X(16).
           01 LS-RESULT PIC X.
           01 LS-CHECKED-IN PIC 9(3).

       PROCEDURE DIVISION USING LS-MSG-ID, LS-USERNAME, LS-ACTOR,
           LS-RESULT, LS-CHECKED-IN.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-EVENT-FOUND.
           MOVE 0 TO WS-ALREADY.
           MOVE SPACE TO WS-RSVP-STATUS.

           MOVE SPACE TO LS-RESULT.
           MOVE 0 TO LS-CHECKED-IN.

           OPEN INPUT F-CHECKINS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CHECKINS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF EC-MSG-ID = LS-MSG-ID THEN
                           ADD 1 TO LS-CHECKED-IN
                           IF EC-USERNAME = LS-USERNAME THEN
                               MOVE 1 TO WS-ALREADY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CHECKINS-FILE.

           IF LS-USERNAME = SPACES OR LS-USERNAME = LOW-VALUE THEN
               GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-EVENTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EVENTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF EV-MSG-ID = LS-MSG-ID AND
                          EV-STATUS = "A" THEN
                           MOVE 1 TO WS-EVENT-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-EVENTS-FILE.

           IF WS-EVENT-FOUND = 0 THEN
               MOVE "N" TO LS-RESULT
               GOBACK
           END-IF.

           IF WS-ALREADY = 1 THEN
               MOVE "A" TO LS-RESULT
               GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RSVPS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RSVPS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF ER-MSG-ID = LS-MSG-ID AND
                          ER-USERNAME = LS-USERNAME THEN
                           MOVE ER-STATUS TO WS-RSVP-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RSVPS-FILE.

           IF WS-RSVP-STATUS = SPACE THEN
               MOVE "R" TO LS-RESULT
               GOBACK
           END-IF.

      *>    A WAITLISTED MEMBER HAS NO SEAT TO CLAIM; THE ORGANISER
      *>    HAS TO FREE ONE UP BEFORE THEY CAN BE LET IN.
           IF WS-RSVP-STATUS NOT = "A" THEN
               MOVE "W" TO LS-RESULT
               GOBACK
           END-IF.

           OPEN EXTEND F-CHECKINS-FILE.
           MOVE LS-MSG-ID TO EC-MSG-ID.
           MOVE LS-USERNAME TO EC-USERNAME.
           MOVE FUNCTION CURRENT-DATE(1:12) TO EC-STAMP.
           MOVE LS-ACTOR TO EC-BY.
           WRITE EC-ENTRY.
           CLOSE F-CHECKINS-FILE.

           ADD 1 TO LS-CHECKED-IN.
           MOVE "Y" TO LS-RESULT.

           GOBACK.
