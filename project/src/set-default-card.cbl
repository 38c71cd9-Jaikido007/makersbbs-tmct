       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CARDS-FILE ASSIGN TO "cards.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           END-PERFORM.
           CLOSE F-CARDS-FILE.

           CALL "queue-security-notice" USING LS-USERNAME, "DFLT".

       UPDATE-PROCESS.
           IF CARD-USERNAME = LS-USERNAME
               IF CARD-ID = LS-CARD-ID
