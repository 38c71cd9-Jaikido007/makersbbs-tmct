       IDENTIFICATION DIVISION.
       PROGRAM-ID. import-auth-responses.
      ******************************************************************
      *----STANDALONE MORNING JOB, RUN WHEN THE CARD PROCESSOR'S-------*
      *----ANSWERS TO LAST NIGHT'S CARD-AUTH-OUT.DAT HAVE ARRIVED------*
      *----(AUTH-RESPONSES.DAT: OUR REQUEST ID, "A" APPROVED OR "D"----*
      *----DECLINED, THE PROCESSOR'S REASON CODE AND AUTH CODE).-------*
      *----EACH LINE IS HANDED TO APPLY-AUTH-RESPONSE, WHICH GRANTS----*
      *----THE CREDITS OR VIP DAYS ON AN APPROVAL AND ROUTES A---------*
      *----DECLINE INTO VIP GRACE, INSTALMENT ARREARS OR A LETTER.-----*
      *----ANYTHING THAT CANNOT BE APPLIED IS QUEUED TO----------------*
      *----AUTH-RESPONSE-EXCEPTIONS.DAT FOR A HUMAN, THE SAME WAY------*
      *----IMPORT-SETTLEMENT QUEUES ITS EXCEPTIONS:--------------------*
      *----  BADCODE  - OUTCOME IS NEITHER "A" NOR "D"-----------------*
      *----  NOREQST  - NO OPEN REQUEST WITH THAT ID (UNKNOWN, OR------*
      *----             ALREADY ANSWERED ON AN EARLIER FILE)-----------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-RESPONSE-FILE ASSIGN TO
             "auth-responses.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-EXCEPTION-FILE ASSIGN TO
             "auth-response-exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-RESPONSE-FILE.
           01 RS-ENTRY.
              05 RS-ID PIC 9(8).
              05 RS-OUTCOME PIC X(1).
              05 RS-REASON PIC X(2).
              05 RS-AUTH-CODE PIC X(6).

           FD F-EXCEPTION-FILE.
           01 AE-ENTRY.
              05 AE-ID PIC 9(8).
              05 AE-OUTCOME PIC X(1).
              05 AE-PROC-REASON PIC X(2).
              05 AE-REASON PIC X(8).

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

      *>    THE PROCESSOR'S FILE, LOADED UP FRONT SO THE REQUEST
      *>    REGISTER IS FREE FOR APPLY-AUTH-RESPONSE TO UPDATE.
           01 WS-RESPONSE-COUNT PIC 9(4) VALUE 0.
           01 WS-RESPONSES.
               05 WS-RESPONSE-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-RESPONSE-COUNT.
                   10 WS-RSP-ID PIC 9(8).
                   10 WS-RSP-OUTCOME PIC X(1).
                   10 WS-RSP-REASON PIC X(2).
                   10 WS-RSP-AUTH-CODE PIC X(6).
           01 WS-RESPONSE-IDX PIC 9(4).

           01 WS-APPLY-ID PIC 9(8).
           01 WS-APPLY-OUTCOME PIC X.
           01 WS-APPLY-REASON PIC X(2).
           01 WS-APPLY-AUTH-CODE PIC X(6).
           01 WS-APPLY-RESULT PIC X.
           01 WS-APPROVED-COUNT PIC 9(4) VALUE 0.
           01 WS-DECLINED-COUNT PIC 9(4) VALUE 0.
           01 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM 0200-TIME-AND-DATE.

      *>    OPEN OUTPUT TRUNCATES ANY EXCEPTION LIST LEFT OVER FROM
      *>    THE LAST RUN -- THIS JOB ONLY EVER REPORTS CURRENT STATE.
           OPEN OUTPUT F-EXCEPTION-FILE.
           CLOSE F-EXCEPTION-FILE.

           PERFORM LOAD-RESPONSE-FILE.
           IF WS-RESPONSE-COUNT = 0 THEN
               GOBACK
           END-IF.

           OPEN EXTEND F-EXCEPTION-FILE.
           MOVE 0 TO WS-RESPONSE-IDX.
           PERFORM UNTIL WS-RESPONSE-IDX = WS-RESPONSE-COUNT
               ADD 1 TO WS-RESPONSE-IDX
               PERFORM APPLY-ONE-RESPONSE
           END-PERFORM.
           CLOSE F-EXCEPTION-FILE.

           DISPLAY "AUTH RESPONSES APPROVED " WS-APPROVED-COUNT
             " DECLINED " WS-DECLINED-COUNT
             " EXCEPTIONS " WS-EXCEPTION-COUNT.

           GOBACK.

       LOAD-RESPONSE-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RESPONSE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RESPONSE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-RESPONSE-COUNT < 9999 THEN
                           ADD 1 TO WS-RESPONSE-COUNT
                           MOVE RS-ID TO
                             WS-RSP-ID(WS-RESPONSE-COUNT)
                           MOVE RS-OUTCOME TO
                             WS-RSP-OUTCOME(WS-RESPONSE-COUNT)
                           MOVE RS-REASON TO
                             WS-RSP-REASON(WS-RESPONSE-COUNT)
                           MOVE RS-AUTH-CODE TO
                             WS-RSP-AUTH-CODE(WS-RESPONSE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RESPONSE-FILE.

       APPLY-ONE-RESPONSE.
           MOVE WS-RSP-ID(WS-RESPONSE-IDX) TO WS-APPLY-ID.
           MOVE WS-RSP-OUTCOME(WS-RESPONSE-IDX) TO WS-APPLY-OUTCOME.
           MOVE WS-RSP-REASON(WS-RESPONSE-IDX) TO WS-APPLY-REASON.
           MOVE WS-RSP-AUTH-CODE(WS-RESPONSE-IDX) TO
             WS-APPLY-AUTH-CODE.

           IF WS-APPLY-OUTCOME NOT = "A" AND
              WS-APPLY-OUTCOME NOT = "D" THEN
               MOVE "BADCODE" TO AE-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           CALL "apply-auth-response" USING WS-FORMATTED-DT,
               WS-APPLY-ID, WS-APPLY-OUTCOME, WS-APPLY-REASON,
               WS-APPLY-AUTH-CODE, WS-APPLY-RESULT.

           IF WS-APPLY-RESULT NOT = "Y" THEN
               MOVE "NOREQST" TO AE-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           IF WS-APPLY-OUTCOME = "A" THEN
               ADD 1 TO WS-APPROVED-COUNT
           ELSE
               ADD 1 TO WS-DECLINED-COUNT
           END-IF.

       WRITE-EXCEPTION.
           MOVE WS-APPLY-ID TO AE-ID.
           MOVE WS-APPLY-OUTCOME TO AE-OUTCOME.
           MOVE WS-APPLY-REASON TO AE-PROC-REASON.
           WRITE AE-ENTRY.
           ADD 1 TO WS-EXCEPTION-COUNT.

       0200-TIME-AND-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
           MOVE WS-DATETIME(1:4)  TO WS-FORMATTED-YEAR.
           MOVE WS-DATETIME(5:2)  TO WS-FORMATTED-MONTH.
           MOVE WS-DATETIME(7:2)  TO WS-FORMATTED-DY.
           MOVE WS-DATETIME(9:2)  TO WS-FORMATTED-HOUR.
           MOVE WS-DATETIME(11:2) TO WS-FORMATTED-MINS.
           MOVE WS-DATETIME(13:2) TO WS-FORMATTED-SEC.
           MOVE WS-DATETIME(15:2) TO WS-FORMATTED-MS.
