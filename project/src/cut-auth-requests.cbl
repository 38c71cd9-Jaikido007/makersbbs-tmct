       IDENTIFICATION DIVISION.
       PROGRAM-ID. cut-auth-requests.
      ******************************************************************
      *----STANDALONE NIGHTLY JOB, RUN BY BATCH-CONTROLLER ONCE--------*
      *----VIP-AUTO-RENEW AND END-OF-DAY HAVE QUEUED THEIR CARD--------*
      *----CHARGES. CUTS EVERY PENDING CARD-AUTH-REQUESTS.DAT ROW------*
      *----INTO CARD-AUTH-OUT.DAT FOR THE CARD PROCESSOR IN THE--------*
      *----MAIL-EXTRACT SHAPE: ONE HEADER, ONE DETAIL PER REQUEST------*
      *----(THE DECIPHERED CARD NUMBER AND EXPIRY -- NEVER THE CVV,----*
      *----WHICH AN OFF-SESSION CHARGE DOES NOT CARRY) AND A-----------*
      *----TRAILER WITH THE RECORD COUNT AND AMOUNT TOTAL AS THE-------*
      *----CONTROL FIGURES. EACH ROW IS MARKED "S" SENT AS IT GOES-----*
      *----SO NOTHING IS ASKED FOR TWICE. A REQUEST WHOSE SAVED CARD---*
      *----HAS BEEN REMOVED SINCE IT WAS QUEUED IS DECLINED HERE-------*
      *----WITH REASON "NC" RATHER THAN SENT---------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-AUTH-REQUEST-FILE ASSIGN TO
             "card-auth-requests.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-CARDS-FILE ASSIGN TO "cards.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-EXTRACT-FILE ASSIGN TO
             "card-auth-out.dat"
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

           FD F-CARDS-FILE.
           01 SAVED-CARD.
               05 CARD-ID PIC 9(6).
               05 SC-CARD-USERNAME PIC X(16).
               05 SC-CARD-NO PIC 9(16).
               05 SC-CARD-EXPIRY PIC 9(4).
               05 SC-CARD-CVV PIC 9(3).
               05 IS-DEFAULT PIC X(1).

           FD F-EXTRACT-FILE.
           01 EX-RECORD PIC X(60).

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

           01 WS-HEADER-RECORD.
              05 WS-HDR-TYPE PIC X(1) VALUE "H".
              05 WS-HDR-DATE PIC 9(8).
              05 FILLER PIC X(51) VALUE SPACES.

           01 WS-DETAIL-RECORD.
              05 WS-DTL-TYPE PIC X(1) VALUE "D".
              05 WS-DTL-ID PIC 9(8).
              05 WS-DTL-DATE PIC 9(8).
              05 WS-DTL-SOURCE PIC X(4).
              05 WS-DTL-CARD-NO PIC X(16).
              05 WS-DTL-CARD-EXPIRY PIC X(4).
              05 WS-DTL-AMOUNT PIC 9(6).
              05 FILLER PIC X(13) VALUE SPACES.

           01 WS-TRAILER-RECORD.
              05 WS-TRL-TYPE PIC X(1) VALUE "T".
              05 WS-TRL-COUNT PIC 9(7).
              05 WS-TRL-AMOUNT PIC 9(10).
              05 FILLER PIC X(42) VALUE SPACES.

           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-CARDS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-DETAIL-COUNT PIC 9(7) VALUE 0.
           01 WS-AMOUNT-TOTAL PIC 9(10) VALUE 0.
           01 WS-CARD-FOUND PIC 9.
           01 WS-CARD-CIPHER PIC X(23).

      *>    REQUESTS WHOSE CARD HAS GONE, DECLINED ONCE THE REQUEST
      *>    FILE IS CLOSED AGAIN.
           01 WS-NO-CARD-COUNT PIC 9(4) VALUE 0.
           01 WS-NO-CARD-LIST.
               05 WS-NO-CARD-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-NO-CARD-COUNT.
                   10 WS-NO-CARD-ID PIC 9(8).
           01 WS-NO-CARD-IDX PIC 9(4).
           01 WS-NO-CARD-REASON PIC X(2) VALUE "NC".
           01 WS-NO-AUTH-CODE PIC X(6) VALUE SPACES.
           01 WS-DECLINE PIC X VALUE "D".
           01 WS-APPLY-ID PIC 9(8).
           01 WS-APPLY-RESULT PIC X.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-DETAIL-COUNT.
           MOVE 0 TO WS-AMOUNT-TOTAL.
           MOVE 0 TO WS-NO-CARD-COUNT.

           PERFORM 0200-TIME-AND-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN OUTPUT F-EXTRACT-FILE.

           MOVE WS-TODAY TO WS-HDR-DATE.
           MOVE WS-HEADER-RECORD TO EX-RECORD.
           WRITE EX-RECORD.

           OPEN I-O F-AUTH-REQUEST-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUTH-REQUEST-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF AR-STATUS = "P" THEN
                           PERFORM EXTRACT-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-AUTH-REQUEST-FILE.

      *>    THE TRAILER FIGURES MUST MATCH THE DETAILS EXACTLY -- THE
      *>    PROCESSOR REJECTS THE WHOLE FILE OTHERWISE.
           MOVE WS-DETAIL-COUNT TO WS-TRL-COUNT.
           MOVE WS-AMOUNT-TOTAL TO WS-TRL-AMOUNT.
           MOVE WS-TRAILER-RECORD TO EX-RECORD.
           WRITE EX-RECORD.

           CLOSE F-EXTRACT-FILE.

           MOVE 0 TO WS-NO-CARD-IDX.
           PERFORM UNTIL WS-NO-CARD-IDX = WS-NO-CARD-COUNT
               ADD 1 TO WS-NO-CARD-IDX
               MOVE WS-NO-CARD-ID(WS-NO-CARD-IDX) TO WS-APPLY-ID
               CALL "apply-auth-response" USING WS-FORMATTED-DT,
                   WS-APPLY-ID, WS-DECLINE, WS-NO-CARD-REASON,
                   WS-NO-AUTH-CODE, WS-APPLY-RESULT
           END-PERFORM.

           GOBACK.

       EXTRACT-ONE-REQUEST.
           PERFORM FIND-REQUEST-CARD.
           IF WS-CARD-FOUND = 0 THEN
               IF WS-NO-CARD-COUNT < 9999 THEN
                   ADD 1 TO WS-NO-CARD-COUNT
                   MOVE AR-ID TO WS-NO-CARD-ID(WS-NO-CARD-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-DETAIL-COUNT.
           ADD AR-AMOUNT TO WS-AMOUNT-TOTAL.
           MOVE AR-ID TO WS-DTL-ID.
           MOVE AR-DATE TO WS-DTL-DATE.
           MOVE AR-SOURCE TO WS-DTL-SOURCE.
           MOVE WS-CARD-CIPHER(1:16) TO WS-DTL-CARD-NO.
           MOVE WS-CARD-CIPHER(17:4) TO WS-DTL-CARD-EXPIRY.
           MOVE AR-AMOUNT TO WS-DTL-AMOUNT.
           MOVE WS-DETAIL-RECORD TO EX-RECORD.
           WRITE EX-RECORD.

           MOVE "S" TO AR-STATUS.
           REWRITE AR-ENTRY.

      *>    THE CARD THE REQUEST WAS RAISED AGAINST, STILL ON THE
      *>    SAME MEMBER, DECIPHERED FOR THE PROCESSOR.
       FIND-REQUEST-CARD.
           MOVE 0 TO WS-CARD-FOUND.
           MOVE 0 TO WS-CARDS-ENDED.
           OPEN INPUT F-CARDS-FILE.
           PERFORM UNTIL WS-CARDS-ENDED = 1
               READ F-CARDS-FILE
                   AT END MOVE 1 TO WS-CARDS-ENDED
                   NOT AT END
                       IF CARD-ID = AR-CARD-ID AND
                          SC-CARD-USERNAME = AR-USERNAME THEN
                           MOVE 1 TO WS-CARD-FOUND
                           MOVE SC-CARD-NO(1:16) TO
                             WS-CARD-CIPHER(1:16)
                           MOVE SC-CARD-EXPIRY(1:4) TO
                             WS-CARD-CIPHER(17:4)
                           MOVE SC-CARD-CVV(1:3) TO
                             WS-CARD-CIPHER(21:3)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CARDS-FILE.

           IF WS-CARD-FOUND = 1 THEN
               CALL "encrypt-card-field" USING "D", WS-CARD-CIPHER
           END-IF.

       0200-TIME-AND-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
           MOVE WS-DATETIME(1:4)  TO WS-FORMATTED-YEAR.
           MOVE WS-DATETIME(5:2)  TO WS-FORMATTED-MONTH.
           MOVE WS-DATETIME(7:2)  TO WS-FORMATTED-DY.
           MOVE WS-DATETIME(9:2)  TO WS-FORMATTED-HOUR.
           MOVE WS-DATETIME(11:2) TO WS-FORMATTED-MINS.
           MOVE WS-DATETIME(13:2) TO WS-FORMATTED-SEC.
           MOVE WS-DATETIME(15:2) TO WS-FORMATTED-MS.
