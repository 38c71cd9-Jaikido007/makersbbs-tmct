       PROGRAM-ID. mail-extract.
      ******************************************************************
      *----NIGHTLY STEP RUN FROM END-OF-DAY-BATCH. CUTS EVERY----------*
      *----STILL-QUEUED MAIL-QUEUE.DAT ITEM INTO MAIL-EXTRACT.DAT FOR--*
      *----THE MAILING HOUSE IN THE ACCOUNTING-EXTRACT SHAPE: ONE------*
      *----HEADER, ONE DETAIL PER LETTER (WITH THE MEMBER'S POSTAL-----*
      *----ADDRESS FROM CONTACT-DETAILS.DAT), AND A TRAILER WITH THE---*
      *----RECORD COUNT AS THE CONTROL TOTAL. EACH ITEM IS MARKED------*
      *----DISPATCHED AS IT GOES SO NOTHING IS EVER POSTED TWICE. A----*
      *----MEMBER WITH NO ADDRESS ON FILE, OR WHOSE ADDRESS HAS HAD----*
      *----POST RETURNED UNDELIVERED AND NOT YET BEEN PUT RIGHT, IS----*
      *----LEFT QUEUED FOR THE DAY THEY FILL ONE IN. A SECURITY--------*
      *----LETTER FOR AN ADDRESS CHANGE ALSO GOES, AS A SECOND---------*
      *----DETAIL, TO THE ADDRESS IT REPLACED (KEPT WITH THE ALERT IN--*
      *----SECURITY-ALERTS.DAT) EVEN WHEN THE NEW ADDRESS IS BLANK-----*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             "mail-extract.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-ALERTS-FILE ASSIGN TO
             "security-alerts.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-MAIL-QUEUE-FILE.
              05 MQ-TEXT PIC X(60).
              05 MQ-STATUS PIC X(1).

           FD F-ALERTS-FILE.
           01 SA-ENTRY.
              05 SA-ID PIC 9(6).
              05 SA-DATE PIC 9(8).
              05 SA-TIME PIC 9(6).
              05 SA-USERNAME PIC X(16).
              05 SA-CHANGE PIC X(4).
              05 SA-MAIL-ID PIC 9(6).
              05 SA-OLD-ADDR-1 PIC X(30).
              05 SA-OLD-ADDR-2 PIC X(30).
              05 SA-OLD-POSTCODE PIC X(8).
              05 SA-OLD-COPY PIC X(1).

           FD F-EXTRACT-FILE.
           01 EX-RECORD PIC X(180).

           01 WS-CD-ADDR-2 PIC X(30).
           01 WS-CD-POSTCODE PIC X(8).
           01 WS-QUEUE-USERNAME PIC X(16).
           01 WS-ALERTS-ENDED PIC 9.
           01 WS-OLD-FOUND PIC 9.
           01 WS-OLD-ADDR-1 PIC X(30).
           01 WS-OLD-ADDR-2 PIC X(30).
           01 WS-OLD-POSTCODE PIC X(8).
           01 WS-ADDR-RETURNED PIC 9.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
           CALL "get-contact-details" USING WS-QUEUE-USERNAME,
               WS-CD-FOUND, WS-CD-EMAIL, WS-CD-ADDR-1, WS-CD-ADDR-2,
               WS-CD-POSTCODE.
           IF WS-CD-FOUND NOT = 1 THEN
               MOVE SPACES TO WS-CD-ADDR-1
           END-IF.
           MOVE 0 TO WS-OLD-FOUND.
           IF MQ-TYPE = "SECURITY" THEN
               PERFORM FIND-OLD-ADDRESS
           END-IF.
      *>    AN ADDRESS THE MAILING HOUSE HAS SENT POST BACK FROM IS
      *>    TREATED AS NO ADDRESS UNTIL THE MEMBER PUTS IT RIGHT, SO
      *>    THE LETTER WAITS IN THE QUEUE RATHER THAN WASTE A STAMP.
           CALL "check-address-returned" USING WS-QUEUE-USERNAME,
               WS-CD-ADDR-1, WS-CD-ADDR-2, WS-CD-POSTCODE,
               WS-ADDR-RETURNED.
           IF WS-ADDR-RETURNED = 1 THEN
               MOVE SPACES TO WS-CD-ADDR-1
           END-IF.
           IF WS-CD-ADDR-1 = SPACES AND WS-OLD-FOUND = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE MQ-ID TO WS-DTL-ID.
           MOVE MQ-DATE TO WS-DTL-DATE.
           MOVE MQ-USERNAME TO WS-DTL-USERNAME.
           MOVE MQ-TYPE TO WS-DTL-MAIL-TYPE.
           MOVE MQ-TEXT TO WS-DTL-TEXT.
           IF WS-CD-ADDR-1 NOT = SPACES THEN
               ADD 1 TO WS-DETAIL-COUNT
               MOVE WS-CD-ADDR-1 TO WS-DTL-ADDR-1
               MOVE WS-CD-ADDR-2 TO WS-DTL-ADDR-2
               MOVE WS-CD-POSTCODE TO WS-DTL-POSTCODE
               MOVE WS-DETAIL-RECORD TO EX-RECORD
               WRITE EX-RECORD
           END-IF.
           IF WS-OLD-FOUND = 1 THEN
               ADD 1 TO WS-DETAIL-COUNT
               MOVE WS-OLD-ADDR-1 TO WS-DTL-ADDR-1
               MOVE WS-OLD-ADDR-2 TO WS-DTL-ADDR-2
               MOVE WS-OLD-POSTCODE TO WS-DTL-POSTCODE
               MOVE WS-DETAIL-RECORD TO EX-RECORD
               WRITE EX-RECORD
           END-IF.

           MOVE "D" TO MQ-STATUS.
           REWRITE MQ-ENTRY.

      *>    THE ALERT THIS LETTER WENT OUT FOR, IF IT KEPT AN OLD
      *>    ADDRESS THAT IS NOT SIMPLY THE ONE STILL ON FILE.
       FIND-OLD-ADDRESS.
           MOVE 0 TO WS-ALERTS-ENDED.
           OPEN INPUT F-ALERTS-FILE.
           PERFORM UNTIL WS-ALERTS-ENDED = 1
               READ F-ALERTS-FILE
                   AT END MOVE 1 TO WS-ALERTS-ENDED
                   NOT AT END
                       IF SA-MAIL-ID = MQ-ID AND
                          SA-USERNAME = MQ-USERNAME AND
                          SA-OLD-COPY = "Y" THEN
                           MOVE 1 TO WS-OLD-FOUND
                           MOVE SA-OLD-ADDR-1 TO WS-OLD-ADDR-1
                           MOVE SA-OLD-ADDR-2 TO WS-OLD-ADDR-2
                           MOVE SA-OLD-POSTCODE TO WS-OLD-POSTCODE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ALERTS-FILE.
           IF WS-OLD-FOUND = 1 AND
              WS-OLD-ADDR-1 = WS-CD-ADDR-1 AND
              WS-OLD-ADDR-2 = WS-CD-ADDR-2 AND
              WS-OLD-POSTCODE = WS-CD-POSTCODE THEN
               MOVE 0 TO WS-OLD-FOUND
           END-IF.
