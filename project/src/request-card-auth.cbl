       IDENTIFICATION DIVISION.
       PROGRAM-ID. request-card-auth.
      ******************************************************************
      *----SUB PROGRAM THAT QUEUES AN OFF-SESSION CARD CHARGE ON-------*
      *----CARD-AUTH-REQUESTS.DAT FOR THE CARD PROCESSOR TO------------*
      *----AUTHORISE. NOTHING IS GRANTED HERE: CUT-AUTH-REQUESTS-------*
      *----SENDS THE ROW OUT THAT NIGHT AND IMPORT-AUTH-RESPONSES------*
      *----APPLIES THE PROCESSOR'S ANSWER THE NEXT MORNING. THE--------*
      *----SOURCE SAYS WHO ASKED ("VIPR" AUTO-RENEWAL, "INST"----------*
      *----INSTALMENT, "ATOP" AUTO TOP-UP) AND THE REFERENCE CARRIES---*
      *----THE INSTALMENT ROW ID. A REQUEST STILL OPEN (PENDING OR-----*
      *----SENT) FOR THE SAME MEMBER, SOURCE AND REFERENCE IS NOT------*
      *----QUEUED AGAIN, SO A NIGHTLY RETRY CANNOT CHARGE TWICE--------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-AUTH-REQUEST-FILE ASSIGN TO
             "card-auth-requests.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-AUTH-REQUEST-FILE.
           01 AR-ENTRY.
              05 AR-ID PIC 9(8).
              05 AR-DATE PIC 9(8).
              05 AR-SOURCE PIC X(4).
              05 AR-USERNAME PIC X(16).
              05 AR-CARD-ID PIC 9(6).
              05 AR-AMOUNT PIC 9(6).
              05 AR-TARIFF PIC X(4).
              05 AR-CREDITS PIC 9(6).
              05 AR-REF PIC 9(4).
              05 AR-STATUS PIC X(1).
              05 AR-REASON PIC X(2).
              05 AR-AUTH-CODE PIC X(6).
              05 AR-RESULT-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-LAST-ID PIC 9(8) VALUE 0.
           01 WS-OPEN-FOUND PIC 9 VALUE 0.

           LINKAGE SECTION.
           01 LS-SOURCE PIC X(4).
           01 LS-USERNAME PIC X(16).
           01 LS-CARD-ID PIC 9(6).
           01 LS-AMOUNT PIC 9(6).
           01 LS-TARIFF PIC X(4).
           01 LS-CREDITS PIC 9(6).
           01 LS-REF PIC 9(4).
      *>    "Y" = QUEUED, "D" = ALREADY WAITING ON THE PROCESSOR
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-SOURCE, LS-USERNAME, LS-CARD-ID,
           LS-AMOUNT, LS-TARIFF, LS-CREDITS, LS-REF, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-LAST-ID.
           MOVE 0 TO WS-OPEN-FOUND.
           MOVE "D" TO LS-RESULT.

           OPEN INPUT F-AUTH-REQUEST-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUTH-REQUEST-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF AR-ID > WS-LAST-ID THEN
                           MOVE AR-ID TO WS-LAST-ID
                       END-IF
                       IF AR-USERNAME = LS-USERNAME AND
                          AR-SOURCE = LS-SOURCE AND
                          AR-REF = LS-REF AND
                          (AR-STATUS = "P" OR AR-STATUS = "S") THEN
                           MOVE 1 TO WS-OPEN-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-AUTH-REQUEST-FILE.

           IF WS-OPEN-FOUND = 1 THEN
               GOBACK
           END-IF.

           OPEN EXTEND F-AUTH-REQUEST-FILE.
           COMPUTE AR-ID = WS-LAST-ID + 1.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AR-DATE.
           MOVE LS-SOURCE TO AR-SOURCE.
           MOVE LS-USERNAME TO AR-USERNAME.
           MOVE LS-CARD-ID TO AR-CARD-ID.
           MOVE LS-AMOUNT TO AR-AMOUNT.
           MOVE LS-TARIFF TO AR-TARIFF.
           MOVE LS-CREDITS TO AR-CREDITS.
           MOVE LS-REF TO AR-REF.
           MOVE "P" TO AR-STATUS.
           MOVE SPACES TO AR-REASON.
           MOVE SPACES TO AR-AUTH-CODE.
           MOVE 0 TO AR-RESULT-DATE.
           WRITE AR-ENTRY.
           CLOSE F-AUTH-REQUEST-FILE.

           MOVE "Y" TO LS-RESULT.

           GOBACK.
