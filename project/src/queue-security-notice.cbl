       IDENTIFICATION DIVISION.
       PROGRAM-ID. queue-security-notice.
      ******************************************************************
      *----SUB PROGRAM THAT QUEUES THE SECURITY LETTER A MEMBER GETS---*
      *----WHENEVER A SECURITY-SENSITIVE DETAIL OF THEIR ACCOUNT-------*
      *----CHANGES: PASS PASSWORD, CARD NEW SAVED CARD, DFLT DEFAULT---*
      *----CARD, ADDR POSTAL ADDRESS, MAIL EMAIL, DNAM DISPLAY NAME,---*
      *----RNAM USERNAME, PINS ONE-TIME PIN SHEET. THE LETTER SAYS-----*
      *----WHAT CHANGED AND WHEN, AND GIVES AN SA REFERENCE TO QUOTE---*
      *----TO THE SUPPORT DESK IF IT WASN'T THEM. IT IS QUEUED---------*
      *----WHATEVER THE MEMBER'S NOTIFICATION PREFERENCES, AND EVERY---*
      *----CHANGE IS KEPT IN SECURITY-ALERTS.DAT UNDER ITS REFERENCE---*
      *----WITH THE MAIL ITEM IT WENT OUT AS. FOR AN ADDRESS CHANGE----*
      *----THIS IS CALLED BEFORE THE NEW ADDRESS IS SAVED: THE ONE-----*
      *----STILL ON FILE IS KEPT WITH THE ALERT, SO THE MAIL EXTRACT---*
      *----CAN SEND A COPY OF THE LETTER TO THE OLD ADDRESS TOO--------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ALERTS-FILE ASSIGN TO
             "security-alerts.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-MAIL-QUEUE-FILE ASSIGN TO
             "mail-queue.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
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

           FD F-MAIL-QUEUE-FILE.
           01 MQ-ENTRY.
              05 MQ-ID PIC 9(6).
              05 MQ-DATE PIC 9(8).
              05 MQ-USERNAME PIC X(16).
              05 MQ-TYPE PIC X(8).
              05 MQ-TEXT PIC X(60).
              05 MQ-STATUS PIC X(1).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-NEXT-ID PIC 9(6) VALUE 0.
           01 WS-MAIL-ID PIC 9(6) VALUE 0.
           01 WS-NOW PIC X(14).
           01 WS-MAIL-TYPE PIC X(8) VALUE "SECURITY".
           01 WS-MAIL-TEXT PIC X(60).
           01 WS-WHAT PIC X(17).
           01 WS-WHEN.
              05 WS-WHEN-DD PIC X(2).
              05 FILLER PIC X(1) VALUE "/".
              05 WS-WHEN-MM PIC X(2).
              05 FILLER PIC X(1) VALUE "/".
              05 WS-WHEN-YYYY PIC X(4).
              05 FILLER PIC X(1) VALUE " ".
              05 WS-WHEN-HH PIC X(2).
              05 FILLER PIC X(1) VALUE ":".
              05 WS-WHEN-MI PIC X(2).
           01 WS-CD-FOUND PIC 9.
           01 WS-CD-EMAIL PIC X(40).
           01 WS-CD-ADDR-1 PIC X(30).
           01 WS-CD-ADDR-2 PIC X(30).
           01 WS-CD-POSTCODE PIC X(8).

      *>    WHAT THE LETTER SAYS FOR EACH CHANGE CODE.
           01 WS-CHANGE-VALUES.
              05 FILLER PIC X(21) VALUE "PASSPassword changed".
              05 FILLER PIC X(21) VALUE "CARDNew card added".
              05 FILLER PIC X(21) VALUE "DFLTDefault card set".
              05 FILLER PIC X(21) VALUE "ADDRAddress changed".
              05 FILLER PIC X(21) VALUE "MAILEmail changed".
              05 FILLER PIC X(21) VALUE "DNAMDisplay name set".
              05 FILLER PIC X(21) VALUE "RNAMUsername changed".
              05 FILLER PIC X(21) VALUE "PINSPIN sheet issued".
           01 WS-CHANGE-TABLE REDEFINES WS-CHANGE-VALUES.
              05 WS-CHANGE-ENTRY OCCURS 8 TIMES.
                 10 WS-CHG-CODE PIC X(4).
                 10 WS-CHG-WHAT PIC X(17).
           01 WS-CHG-IDX PIC 9.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-CHANGE PIC X(4).

       PROCEDURE DIVISION USING LS-USERNAME, LS-CHANGE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 0 TO WS-MAIL-ID.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.

           MOVE "Account changed" TO WS-WHAT.
           MOVE 0 TO WS-CHG-IDX.
           PERFORM UNTIL WS-CHG-IDX = 8
               ADD 1 TO WS-CHG-IDX
               IF WS-CHG-CODE(WS-CHG-IDX) = LS-CHANGE THEN
                   MOVE WS-CHG-WHAT(WS-CHG-IDX) TO WS-WHAT
               END-IF
           END-PERFORM.

           OPEN INPUT F-ALERTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ALERTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SA-ID > WS-NEXT-ID THEN
                           MOVE SA-ID TO WS-NEXT-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ALERTS-FILE.
           ADD 1 TO WS-NEXT-ID.

           MOVE WS-NOW(7:2) TO WS-WHEN-DD.
           MOVE WS-NOW(5:2) TO WS-WHEN-MM.
           MOVE WS-NOW(1:4) TO WS-WHEN-YYYY.
           MOVE WS-NOW(9:2) TO WS-WHEN-HH.
           MOVE WS-NOW(11:2) TO WS-WHEN-MI.
           MOVE SPACES TO WS-MAIL-TEXT.
           STRING FUNCTION TRIM(WS-WHAT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-WHEN DELIMITED BY SIZE
               " - not you? Quote SA" DELIMITED BY SIZE
               WS-NEXT-ID DELIMITED BY SIZE
               INTO WS-MAIL-TEXT.

           CALL "queue-mail-item" USING LS-USERNAME, WS-MAIL-TYPE,
               WS-MAIL-TEXT.

      *>    THE ITEM JUST QUEUED IS THE MEMBER'S NEWEST SECURITY ONE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MAIL-QUEUE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MAIL-QUEUE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF MQ-USERNAME = LS-USERNAME AND
                          MQ-TYPE = WS-MAIL-TYPE AND
                          MQ-ID > WS-MAIL-ID THEN
                           MOVE MQ-ID TO WS-MAIL-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MAIL-QUEUE-FILE.

           MOVE SPACES TO SA-ENTRY.
           MOVE "N" TO SA-OLD-COPY.
           IF LS-CHANGE = "ADDR" THEN
               CALL "get-contact-details" USING LS-USERNAME,
                   WS-CD-FOUND, WS-CD-EMAIL, WS-CD-ADDR-1,
                   WS-CD-ADDR-2, WS-CD-POSTCODE
               IF WS-CD-FOUND = 1 AND WS-CD-ADDR-1 NOT = SPACES THEN
                   MOVE WS-CD-ADDR-1 TO SA-OLD-ADDR-1
                   MOVE WS-CD-ADDR-2 TO SA-OLD-ADDR-2
                   MOVE WS-CD-POSTCODE TO SA-OLD-POSTCODE
                   MOVE "Y" TO SA-OLD-COPY
               END-IF
           END-IF.

           OPEN EXTEND F-ALERTS-FILE.
           MOVE WS-NEXT-ID TO SA-ID.
           MOVE WS-NOW(1:8) TO SA-DATE.
           MOVE WS-NOW(9:6) TO SA-TIME.
           MOVE LS-USERNAME TO SA-USERNAME.
           MOVE LS-CHANGE TO SA-CHANGE.
           MOVE WS-MAIL-ID TO SA-MAIL-ID.
           WRITE SA-ENTRY.
           CLOSE F-ALERTS-FILE.

           GOBACK.
