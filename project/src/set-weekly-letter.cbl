       IDENTIFICATION DIVISION.
       PROGRAM-ID. set-weekly-letter.
      ******************************************************************
      *----SUB PROGRAM THAT SAVES A MEMBER'S WEEKLY ACTIVITY LETTER----*
      *----CHOICE ("Y" OPTED IN, "N" NOT) IN WEEKLY-LETTERS.DAT--------*
      *----(ACTION "S") OR READS IT BACK (ACTION "G", "N" WHEN NONE ON-*
      *----FILE -- THE LETTER IS OPT-IN). THE ROW ALSO CARRIES THE-----*
      *----DATE RUN-WEEKLY-LETTERS LAST LOOKED AT THE MEMBER, WHICH----*
      *----SAVING THE CHOICE LEAVES ALONE------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-LETTERS-FILE ASSIGN TO
             "weekly-letters.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-LETTERS-FILE.
           01 WL-ENTRY.
              05 WL-USERNAME PIC X(16).
              05 WL-OPT-IN PIC X(1).
              05 WL-LAST-RUN PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-FOUND PIC 9 VALUE 0.

           LINKAGE SECTION.
           01 LS-ACTION PIC X(1).
           01 LS-USERNAME PIC X(16).
           01 LS-OPT-IN PIC X(1).

       PROCEDURE DIVISION USING LS-ACTION, LS-USERNAME, LS-OPT-IN.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-FOUND.

           IF LS-ACTION = "G" OR "g" THEN
               MOVE "N" TO LS-OPT-IN
               OPEN INPUT F-LETTERS-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LETTERS-FILE
                       AT END MOVE 1 TO WS-FILE-IS-ENDED
                       NOT AT END
                           IF WL-USERNAME = LS-USERNAME THEN
                               MOVE WL-OPT-IN TO LS-OPT-IN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-LETTERS-FILE
               GOBACK
           END-IF.

           OPEN I-O F-LETTERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LETTERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WL-USERNAME = LS-USERNAME THEN
                           MOVE 1 TO WS-FOUND
                           MOVE LS-OPT-IN TO WL-OPT-IN
                           REWRITE WL-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-LETTERS-FILE.

           IF WS-FOUND = 0 THEN
               OPEN EXTEND F-LETTERS-FILE
               MOVE LS-USERNAME TO WL-USERNAME
               MOVE LS-OPT-IN TO WL-OPT-IN
               MOVE 0 TO WL-LAST-RUN
               WRITE WL-ENTRY
               CLOSE F-LETTERS-FILE
           END-IF.

           GOBACK.
