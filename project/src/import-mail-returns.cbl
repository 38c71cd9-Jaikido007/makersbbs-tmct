       IDENTIFICATION DIVISION.
       PROGRAM-ID. import-mail-returns.
      ******************************************************************
      *----STANDALONE JOB, RUN WHEN THE MAILING HOUSE SENDS BACK ITS---*
      *----RETURNS FILE OF GONE-AWAYS AND UNDELIVERABLES---------------*
      *----(MAIL-RETURNS.DAT: AN H HEADER, A D ROW PER LETTER WITH-----*
      *----THE MAIL-EXTRACT ITEM NUMBER, MEMBER, ADDRESS IT WENT TO,---*
      *----REASON AND RETURN DATE, AND A T TRAILER WITH THE COUNT). A--*
      *----FILE WHOSE TRAILER DOES NOT MATCH ITS DETAILS IS REJECTED---*
      *----WHOLE. EACH RETURN IS MATCHED TO ITS DISPATCHED-------------*
      *----MAIL-QUEUE.DAT ITEM, WHICH GOES TO "R", AND LOGGED TO-------*
      *----RETURNED-MAIL.DAT WITH THE POSTAGE IT WASTED (MAIL-POSTAGE--*
      *----PARAMETER, PENCE, DEFAULT 85). WHEN THE ADDRESS IS STILL----*
      *----THE ONE ON FILE IT IS MARKED UNVERIFIED IN------------------*
      *----UNDELIVERABLE-ADDRESSES.DAT, WHICH HOLDS FURTHER POST AND---*
      *----PROMPTS THE MEMBER AT SIGN-IN. REASONS: G GONE AWAY, U------*
      *----ADDRESSEE UNKNOWN, N NO SUCH ADDRESS, I INSUFFICIENT--------*
      *----ADDRESS, R REFUSED, O OTHER. ANYTHING ELSE IS QUEUED TO-----*
      *----MAIL-RETURN-EXCEPTIONS.DAT: BADCODE - REASON NOT ONE OF-----*
      *----THOSE; NOTSENT - NO DISPATCHED ITEM FOR THAT MEMBER;--------*
      *----DUPLICAT - RETURN ALREADY LOGGED FROM AN EARLIER FILE-------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-RETURNS-FILE ASSIGN TO
             "mail-returns.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-MAIL-QUEUE-FILE ASSIGN TO
             "mail-queue.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-RETURNED-MAIL-FILE ASSIGN TO
             "returned-mail.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-UNDELIVERABLE-FILE ASSIGN TO
             "undeliverable-addresses.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-EXCEPTION-FILE ASSIGN TO
             "mail-return-exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-RETURNS-FILE.
           01 MR-RECORD.
              05 MR-TYPE PIC X(1).
              05 MR-BODY PIC X(99).
           01 MR-DETAIL.
              05 FILLER PIC X(1).
              05 MR-MAIL-ID PIC 9(6).
              05 MR-USERNAME PIC X(16).
              05 MR-ADDR-1 PIC X(30).
              05 MR-ADDR-2 PIC X(30).
              05 MR-POSTCODE PIC X(8).
              05 MR-REASON PIC X(1).
              05 MR-RETURN-DATE PIC 9(8).
           01 MR-TRAILER.
              05 FILLER PIC X(1).
              05 MR-COUNT PIC 9(7).
              05 FILLER PIC X(92).

           FD F-MAIL-QUEUE-FILE.
           01 MQ-ENTRY.
              05 MQ-ID PIC 9(6).
              05 MQ-DATE PIC 9(8).
              05 MQ-USERNAME PIC X(16).
              05 MQ-TYPE PIC X(8).
              05 MQ-TEXT PIC X(60).
              05 MQ-STATUS PIC X(1).

           FD F-RETURNED-MAIL-FILE.
           01 RM-ENTRY.
              05 RM-MAIL-ID PIC 9(6).
              05 RM-USERNAME PIC X(16).
              05 RM-MAIL-TYPE PIC X(8).
              05 RM-ADDR-1 PIC X(30).
              05 RM-ADDR-2 PIC X(30).
              05 RM-POSTCODE PIC X(8).
              05 RM-REASON PIC X(1).
              05 RM-RETURN-DATE PIC 9(8).
              05 RM-IMPORT-DATE PIC 9(8).
      *>    PENCE, AT THE MAIL-POSTAGE RATE ON THE DAY IT CAME BACK
              05 RM-POSTAGE PIC 9(4).

           FD F-UNDELIVERABLE-FILE.
           01 UA-ENTRY.
              05 UA-USERNAME PIC X(16).
              05 UA-ADDR-1 PIC X(30).
              05 UA-ADDR-2 PIC X(30).
              05 UA-POSTCODE PIC X(8).
              05 UA-REASON PIC X(1).
              05 UA-MAIL-ID PIC 9(6).
              05 UA-DATE PIC 9(8).
      *>    "U" UNVERIFIED, "C" CONFIRMED OR REPLACED BY THE MEMBER
              05 UA-STATUS PIC X(1).
              05 UA-CLEARED PIC 9(8).

           FD F-EXCEPTION-FILE.
           01 ME-ENTRY.
              05 ME-MAIL-ID PIC 9(6).
              05 ME-USERNAME PIC X(16).
              05 ME-POSTCODE PIC X(8).
              05 ME-RETURN-REASON PIC X(1).
              05 ME-REASON PIC X(8).

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
           01 WS-TODAY PIC 9(8).
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

      *>    THE MAILING HOUSE'S FILE, LOADED AND PROVED AGAINST ITS
      *>    TRAILER BEFORE A SINGLE ROW IS APPLIED.
           01 WS-RETURN-COUNT PIC 9(4) VALUE 0.
           01 WS-RETURNS.
               05 WS-RETURN-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-RETURN-COUNT.
                   10 WS-RTN-MAIL-ID PIC 9(6).
                   10 WS-RTN-USERNAME PIC X(16).
                   10 WS-RTN-ADDR-1 PIC X(30).
                   10 WS-RTN-ADDR-2 PIC X(30).
                   10 WS-RTN-POSTCODE PIC X(8).
                   10 WS-RTN-REASON PIC X(1).
                   10 WS-RTN-DATE PIC 9(8).
           01 WS-RETURN-IDX PIC 9(4).
           01 WS-TRAILER-SEEN PIC 9 VALUE 0.
           01 WS-TRAILER-COUNT PIC 9(7) VALUE 0.

           01 WS-POSTAGE-KEY PIC X(20) VALUE "MAIL-POSTAGE".
           01 WS-POSTAGE-DEFAULT PIC 9(6) VALUE 85.
           01 WS-POSTAGE PIC 9(6).

           01 WS-ROW-MATCHED PIC 9.
           01 WS-ALREADY-LOGGED PIC 9.
           01 WS-MAIL-TYPE PIC X(8).
           01 WS-CD-FOUND PIC 9.
           01 WS-CD-EMAIL PIC X(40).
           01 WS-CD-ADDR-1 PIC X(30).
           01 WS-CD-ADDR-2 PIC X(30).
           01 WS-CD-POSTCODE PIC X(8).
           01 WS-ADDR-RETURNED PIC 9.
           01 WS-LOGGED-COUNT PIC 9(4) VALUE 0.
           01 WS-POSTAGE-TOTAL PIC 9(8) VALUE 0.
           01 WS-MARKED-COUNT PIC 9(4) VALUE 0.
           01 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM 0200-TIME-AND-DATE.

      *>    OPEN OUTPUT TRUNCATES ANY EXCEPTION LIST LEFT OVER FROM
      *>    THE LAST RUN -- THIS JOB ONLY EVER REPORTS CURRENT STATE.
           OPEN OUTPUT F-EXCEPTION-FILE.
           CLOSE F-EXCEPTION-FILE.

           PERFORM LOAD-RETURNS-FILE.
           IF WS-RETURN-COUNT = 0 THEN
               GOBACK
           END-IF.

           IF WS-TRAILER-SEEN = 0 OR
              WS-TRAILER-COUNT NOT = WS-RETURN-COUNT THEN
               DISPLAY "MAIL RETURNS REJECTED - TRAILER SAYS "
                 WS-TRAILER-COUNT ", FILE HOLDS " WS-RETURN-COUNT
               GOBACK
           END-IF.

           CALL "get-parameter" USING WS-POSTAGE-KEY,
               WS-POSTAGE-DEFAULT, WS-POSTAGE.

           OPEN EXTEND F-EXCEPTION-FILE.
           MOVE 0 TO WS-RETURN-IDX.
           PERFORM UNTIL WS-RETURN-IDX = WS-RETURN-COUNT
               ADD 1 TO WS-RETURN-IDX
               PERFORM APPLY-ONE-RETURN
           END-PERFORM.
           CLOSE F-EXCEPTION-FILE.

           DISPLAY "MAIL RETURNS LOGGED " WS-LOGGED-COUNT
             " POSTAGE " WS-POSTAGE-TOTAL
             " ADDRESSES MARKED " WS-MARKED-COUNT
             " EXCEPTIONS " WS-EXCEPTION-COUNT.

           GOBACK.

       LOAD-RETURNS-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RETURNS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RETURNS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       EVALUATE MR-TYPE
                           WHEN "D"
                               IF WS-RETURN-COUNT < 9999 THEN
                                   PERFORM LOAD-ONE-DETAIL
                               END-IF
                           WHEN "T"
                               MOVE 1 TO WS-TRAILER-SEEN
                               MOVE MR-COUNT TO WS-TRAILER-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE F-RETURNS-FILE.

       LOAD-ONE-DETAIL.
           ADD 1 TO WS-RETURN-COUNT.
           MOVE MR-MAIL-ID TO WS-RTN-MAIL-ID(WS-RETURN-COUNT).
           MOVE MR-USERNAME TO WS-RTN-USERNAME(WS-RETURN-COUNT).
           MOVE MR-ADDR-1 TO WS-RTN-ADDR-1(WS-RETURN-COUNT).
           MOVE MR-ADDR-2 TO WS-RTN-ADDR-2(WS-RETURN-COUNT).
           MOVE MR-POSTCODE TO WS-RTN-POSTCODE(WS-RETURN-COUNT).
           MOVE MR-REASON TO WS-RTN-REASON(WS-RETURN-COUNT).
           MOVE MR-RETURN-DATE TO WS-RTN-DATE(WS-RETURN-COUNT).

      *>    A SECURITY LETTER CAN GO TO BOTH THE NEW AND THE OLD
      *>    ADDRESS UNDER ONE QUEUE ITEM, SO A RETURN IS KNOWN BY THE
      *>    ITEM AND THE ADDRESS IT WAS SENT TO. THE ITEM MUST HAVE
      *>    GONE OUT ("D", OR "R" WHEN ITS OTHER COPY CAME BACK
      *>    FIRST); A RETURN ALREADY LOGGED FROM AN EARLIER FILE IS
      *>    NOT COUNTED TWICE.
       APPLY-ONE-RETURN.
           IF WS-RTN-REASON(WS-RETURN-IDX) NOT = "G" AND
              WS-RTN-REASON(WS-RETURN-IDX) NOT = "U" AND
              WS-RTN-REASON(WS-RETURN-IDX) NOT = "N" AND
              WS-RTN-REASON(WS-RETURN-IDX) NOT = "I" AND
              WS-RTN-REASON(WS-RETURN-IDX) NOT = "R" AND
              WS-RTN-REASON(WS-RETURN-IDX) NOT = "O" THEN
               MOVE "BADCODE" TO ME-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ALREADY-LOGGED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RETURNED-MAIL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RETURNED-MAIL-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF RM-MAIL-ID = WS-RTN-MAIL-ID(WS-RETURN-IDX)
                          AND RM-USERNAME =
                          WS-RTN-USERNAME(WS-RETURN-IDX)
                          AND RM-ADDR-1 = WS-RTN-ADDR-1(WS-RETURN-IDX)
                          AND RM-POSTCODE =
                          WS-RTN-POSTCODE(WS-RETURN-IDX) THEN
                           MOVE 1 TO WS-ALREADY-LOGGED
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RETURNED-MAIL-FILE.

           IF WS-ALREADY-LOGGED = 1 THEN
               MOVE "DUPLICAT" TO ME-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROW-MATCHED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-MAIL-QUEUE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MAIL-QUEUE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF MQ-ID = WS-RTN-MAIL-ID(WS-RETURN-IDX) AND
                          MQ-USERNAME = WS-RTN-USERNAME(WS-RETURN-IDX)
                          AND (MQ-STATUS = "D" OR MQ-STATUS = "R") THEN
                           MOVE "R" TO MQ-STATUS
                           REWRITE MQ-ENTRY
                           END-REWRITE
                           MOVE MQ-TYPE TO WS-MAIL-TYPE
                           MOVE 1 TO WS-ROW-MATCHED
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MAIL-QUEUE-FILE.

           IF WS-ROW-MATCHED = 0 THEN
               MOVE "NOTSENT" TO ME-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND F-RETURNED-MAIL-FILE.
           MOVE WS-RTN-MAIL-ID(WS-RETURN-IDX) TO RM-MAIL-ID.
           MOVE WS-RTN-USERNAME(WS-RETURN-IDX) TO RM-USERNAME.
           MOVE WS-MAIL-TYPE TO RM-MAIL-TYPE.
           MOVE WS-RTN-ADDR-1(WS-RETURN-IDX) TO RM-ADDR-1.
           MOVE WS-RTN-ADDR-2(WS-RETURN-IDX) TO RM-ADDR-2.
           MOVE WS-RTN-POSTCODE(WS-RETURN-IDX) TO RM-POSTCODE.
           MOVE WS-RTN-REASON(WS-RETURN-IDX) TO RM-REASON.
           MOVE WS-RTN-DATE(WS-RETURN-IDX) TO RM-RETURN-DATE.
           MOVE WS-TODAY TO RM-IMPORT-DATE.
           MOVE WS-POSTAGE TO RM-POSTAGE.
           WRITE RM-ENTRY.
           CLOSE F-RETURNED-MAIL-FILE.

           ADD 1 TO WS-LOGGED-COUNT.
           ADD WS-POSTAGE TO WS-POSTAGE-TOTAL.

           PERFORM MARK-ADDRESS-UNVERIFIED.

      *>    ONLY THE ADDRESS STILL ON FILE IS MARKED: AN OLD ADDRESS
      *>    THE MEMBER HAS ALREADY MOVED ON FROM, OR ONE THEY HAVE
      *>    SINCE CORRECTED, NEEDS NOTHING MORE FROM THEM.
       MARK-ADDRESS-UNVERIFIED.
           CALL "get-contact-details" USING
               WS-RTN-USERNAME(WS-RETURN-IDX), WS-CD-FOUND,
               WS-CD-EMAIL, WS-CD-ADDR-1, WS-CD-ADDR-2,
               WS-CD-POSTCODE.
           IF WS-CD-FOUND NOT = 1 OR
              WS-CD-ADDR-1 NOT = WS-RTN-ADDR-1(WS-RETURN-IDX) OR
              WS-CD-ADDR-2 NOT = WS-RTN-ADDR-2(WS-RETURN-IDX) OR
              WS-CD-POSTCODE NOT = WS-RTN-POSTCODE(WS-RETURN-IDX) THEN
               EXIT PARAGRAPH
           END-IF.

           CALL "check-address-returned" USING
               WS-RTN-USERNAME(WS-RETURN-IDX), WS-CD-ADDR-1,
               WS-CD-ADDR-2, WS-CD-POSTCODE, WS-ADDR-RETURNED.
           IF WS-ADDR-RETURNED = 1 THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND F-UNDELIVERABLE-FILE.
           MOVE WS-RTN-USERNAME(WS-RETURN-IDX) TO UA-USERNAME.
           MOVE WS-CD-ADDR-1 TO UA-ADDR-1.
           MOVE WS-CD-ADDR-2 TO UA-ADDR-2.
           MOVE WS-CD-POSTCODE TO UA-POSTCODE.
           MOVE WS-RTN-REASON(WS-RETURN-IDX) TO UA-REASON.
           MOVE WS-RTN-MAIL-ID(WS-RETURN-IDX) TO UA-MAIL-ID.
           MOVE WS-TODAY TO UA-DATE.
           MOVE "U" TO UA-STATUS.
           MOVE 0 TO UA-CLEARED.
           WRITE UA-ENTRY.
           CLOSE F-UNDELIVERABLE-FILE.
           ADD 1 TO WS-MARKED-COUNT.

       WRITE-EXCEPTION.
           MOVE WS-RTN-MAIL-ID(WS-RETURN-IDX) TO ME-MAIL-ID.
           MOVE WS-RTN-USERNAME(WS-RETURN-IDX) TO ME-USERNAME.
           MOVE WS-RTN-POSTCODE(WS-RETURN-IDX) TO ME-POSTCODE.
           MOVE WS-RTN-REASON(WS-RETURN-IDX) TO ME-RETURN-REASON.
           WRITE ME-ENTRY.
           ADD 1 TO WS-EXCEPTION-COUNT.

       0200-TIME-AND-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
           MOVE WS-DATETIME(1:8)  TO WS-TODAY.
           MOVE WS-DATETIME(1:4)  TO WS-FORMATTED-YEAR.
           MOVE WS-DATETIME(5:2)  TO WS-FORMATTED-MONTH.
           MOVE WS-DATETIME(7:2)  TO WS-FORMATTED-DY.
           MOVE WS-DATETIME(9:2)  TO WS-FORMATTED-HOUR.
           MOVE WS-DATETIME(11:2) TO WS-FORMATTED-MINS.
           MOVE WS-DATETIME(13:2) TO WS-FORMATTED-SEC.
           MOVE WS-DATETIME(15:2) TO WS-FORMATTED-MS.
