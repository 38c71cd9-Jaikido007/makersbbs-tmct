      *----HAS NO ROOM FOR THEM, SO THEY LIVE IN THEIR OWN FILE THE----*
      *----WAY SAVED CARDS DO. EVERY CHANGE IS AUDITED TO--------------*
      *----CONTACT-AUDIT.DAT WITH WHO, WHEN AND THE NEW VALUES, THE----*
      *----SAME WAY SET-PARAMETER LOGS PARAMETER CHANGES. A CHANGE TO--*
      *----DETAILS ALREADY ON FILE QUEUES A SECURITY LETTER -- ONE-----*
      *----FOR THE ADDRESS (ALSO SENT TO THE OLD ONE), ONE FOR THE-----*
      *----EMAIL. A SAVE ALSO CLEARS ANY UNVERIFIED MARK LEFT ON THE---*
      *----MEMBER'S ADDRESS BY RETURNED POST---------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             "contact-audit.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-UNDELIVERABLE-FILE ASSIGN TO
             "undeliverable-addresses.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-CONTACT-FILE.
              05 CA-EMAIL PIC X(40).
              05 CA-POSTCODE PIC X(8).

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

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-FOUND PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-OLD-FOUND PIC 9.
           01 WS-OLD-EMAIL PIC X(40).
           01 WS-OLD-ADDR-1 PIC X(30).
           01 WS-OLD-ADDR-2 PIC X(30).
           01 WS-OLD-POSTCODE PIC X(8).

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-FOUND.

      *>    THE ADDRESS LETTER IS QUEUED BEFORE THE NEW ADDRESS IS
      *>    SAVED, SO THE ONE IT REPLACES IS KEPT WITH THE ALERT.
           CALL "get-contact-details" USING LS-USERNAME, WS-OLD-FOUND,
               WS-OLD-EMAIL, WS-OLD-ADDR-1, WS-OLD-ADDR-2,
               WS-OLD-POSTCODE.
           IF WS-OLD-FOUND = 1 THEN
               IF WS-OLD-ADDR-1 NOT = LS-ADDR-1 OR
                  WS-OLD-ADDR-2 NOT = LS-ADDR-2 OR
                  WS-OLD-POSTCODE NOT = LS-POSTCODE THEN
                   CALL "queue-security-notice" USING LS-USERNAME,
                       "ADDR"
               END-IF
               IF WS-OLD-EMAIL NOT = LS-EMAIL THEN
                   CALL "queue-security-notice" USING LS-USERNAME,
                       "MAIL"
               END-IF
           END-IF.

           OPEN I-O F-CONTACT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CONTACT-FILE
           WRITE CA-ENTRY.
           CLOSE F-CONTACT-AUDIT-FILE.

      *>    SAVING THE DETAILS -- A NEW ADDRESS, OR THE SAME ONE
      *>    CONFIRMED -- ANSWERS ANY RETURNED POST, SO THE MEMBER'S
      *>    HELD LETTERS GO OUT ON THE NEXT EXTRACT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-UNDELIVERABLE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-UNDELIVERABLE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF UA-USERNAME = LS-USERNAME AND
                          UA-STATUS = "U" THEN
                           MOVE "C" TO UA-STATUS
                           MOVE WS-TODAY TO UA-CLEARED
                           REWRITE UA-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-UNDELIVERABLE-FILE.

           GOBACK.
