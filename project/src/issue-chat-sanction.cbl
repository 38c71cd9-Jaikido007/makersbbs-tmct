       IDENTIFICATION DIVISION.
       PROGRAM-ID. issue-chat-sanction.
      ******************************************************************
      *----SUB PROGRAM THAT MUTES ("M") OR KICKS ("K") A MEMBER IN-----*
      *----ONE CHAT ROOM FOR A SET NUMBER OF MINUTES. A MUTED MEMBER---*
      *----CAN STILL READ THE ROOM BUT NOT SPEAK IN IT; A KICKED-------*
      *----MEMBER IS PUT OUT OF THE ROOM AND KEPT OUT UNTIL THE TIME---*
      *----RUNS OUT. NO MINUTES GIVEN MEANS WS-DEFAULT-MINUTES. THE----*
      *----ROW GOES ON THE END OF CHAT-SANCTIONS.DAT AND EVERY ONE IS--*
      *----WRITTEN THROUGH RECORD-CONTENT-AUDIT. THE CALLER HAS--------*
      *----ALREADY CHECKED THE ACTOR IS ADM OR A DELEGATED MODERATOR---*
      *----OF THE ROOM. LS-RESULT: "Y" DONE, "U" NO SUCH MEMBER, "S"---*
      *----A MODERATOR CANNOT SANCTION THEMSELVES----------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CHAT-SANCTIONS-FILE ASSIGN TO
             'chat-sanctions.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-CHAT-SANCTIONS-FILE.
           01 CS-ENTRY.
              05 CS-ROOM PIC X(10).
              05 CS-USERNAME PIC X(16).
      *>    "M" MUTED, "K" KICKED
              05 CS-TYPE PIC X(1).
      *>    YYYYMMDDHHMM
              05 CS-UNTIL PIC 9(12).
              05 CS-ISSUED PIC 9(12).
              05 CS-BY PIC X(16).

           WORKING-STORAGE SECTION.
           01 WS-DEFAULT-MINUTES PIC 9(3) VALUE 15.
           01 WS-MINUTES PIC 9(3) VALUE 0.
           01 WS-USER-EXISTS PIC 9 VALUE 0.
           01 WS-NOW.
              05 WS-NOW-DATE PIC 9(8).
              05 WS-NOW-HH PIC 9(2).
              05 WS-NOW-MM PIC 9(2).
           01 WS-NOW-STAMP REDEFINES WS-NOW PIC 9(12).
           01 WS-UNTIL.
              05 WS-UNTIL-DATE PIC 9(8).
              05 WS-UNTIL-HH PIC 9(2).
              05 WS-UNTIL-MM PIC 9(2).
           01 WS-UNTIL-STAMP REDEFINES WS-UNTIL PIC 9(12).
           01 WS-MINUTE-OF-DAY PIC 9(5) VALUE 0.
           01 WS-EXTRA-DAYS PIC 9(3) VALUE 0.
           01 WS-DAY-NO PIC 9(7) VALUE 0.
           01 WS-AUDIT-ACTION PIC X(12).
           01 WS-AUDIT-TARGET PIC X(7).
           01 WS-AUDIT-TEXT PIC X(100).
           01 WS-MINUTES-TXT PIC ZZ9.

           LINKAGE SECTION.
           01 LS-TYPE PIC X(1).
           01 LS-ROOM PIC X(10).
           01 LS-MEMBER PIC X(16).
           01 LS-MINUTES PIC 9(3).
           01 LS-ACTOR PIC X(16).
           01 LS-RESULT PIC X(1).

       PROCEDURE DIVISION USING LS-TYPE, LS-ROOM, LS-MEMBER,
           LS-MINUTES, LS-ACTOR, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-EXTRA-DAYS.
           MOVE 0 TO WS-USER-EXISTS.

           MOVE "U" TO LS-RESULT.

           IF LS-MEMBER = LS-ACTOR THEN
               MOVE "S" TO LS-RESULT
               GOBACK
           END-IF.

           CALL "sign-up-check" USING LS-MEMBER, WS-USER-EXISTS.
           IF WS-USER-EXISTS = 0 THEN
               GOBACK
           END-IF.

           IF LS-MINUTES = 0 THEN
               MOVE WS-DEFAULT-MINUTES TO WS-MINUTES
           ELSE
               MOVE LS-MINUTES TO WS-MINUTES
           END-IF.

      *>    THE END TIME IS WORKED IN WHOLE DAYS AND MINUTES SO A
      *>    MUTE LATE IN THE EVENING RUNS ON PAST MIDNIGHT.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NOW.
           COMPUTE WS-MINUTE-OF-DAY = WS-NOW-HH * 60 + WS-NOW-MM +
               WS-MINUTES.
           DIVIDE WS-MINUTE-OF-DAY BY 1440 GIVING WS-EXTRA-DAYS
               REMAINDER WS-MINUTE-OF-DAY.
           COMPUTE WS-DAY-NO = FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) +
               WS-EXTRA-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NO) TO WS-UNTIL-DATE.
           DIVIDE WS-MINUTE-OF-DAY BY 60 GIVING WS-UNTIL-HH
               REMAINDER WS-UNTIL-MM.

           OPEN EXTEND F-CHAT-SANCTIONS-FILE.
           MOVE LS-ROOM TO CS-ROOM.
           MOVE LS-MEMBER TO CS-USERNAME.
           MOVE LS-TYPE TO CS-TYPE.
           MOVE WS-UNTIL-STAMP TO CS-UNTIL.
           MOVE WS-NOW-STAMP TO CS-ISSUED.
           MOVE LS-ACTOR TO CS-BY.
           WRITE CS-ENTRY.
           CLOSE F-CHAT-SANCTIONS-FILE.

           IF LS-TYPE = "K" THEN
               MOVE "CHAT-KICK" TO WS-AUDIT-ACTION
           ELSE
               MOVE "CHAT-MUTE" TO WS-AUDIT-ACTION
           END-IF.
           MOVE LS-ROOM(1:7) TO WS-AUDIT-TARGET.
           MOVE WS-MINUTES TO WS-MINUTES-TXT.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING LS-MEMBER DELIMITED BY SPACE
               " IN " DELIMITED BY SIZE
               LS-ROOM DELIMITED BY SPACE
               " FOR " DELIMITED BY SIZE
               WS-MINUTES-TXT DELIMITED BY SIZE
               " MINUTES" DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT.
           CALL "record-content-audit" USING LS-ACTOR,
               WS-AUDIT-ACTION, WS-AUDIT-TARGET, WS-AUDIT-TEXT.

           MOVE "Y" TO LS-RESULT.

           GOBACK.
