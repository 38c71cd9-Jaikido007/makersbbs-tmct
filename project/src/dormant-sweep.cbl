      *----PERIOD (DORMANT-GRACE-DAYS, DEFAULT 90) IS REMOVED----------*
      *----THROUGH DELETE-ACCOUNT.CBL, WHICH DOES THE SAME CAREFUL-----*
      *----CLEANUP AS A SELF-SERVE DELETION AND FREES THE USERNAME.----*
      *----VIP AND ADM ACCOUNTS ARE NEVER SWEPT, AND A MEMBER UNDER----*
      *----A LEGAL HOLD IS NEVER REMOVED (THE SKIP IS LOGGED)----------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS USERNAME.

           SELECT F-LOGIN-AUDIT-FILE ASSIGN TO "login-audit.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-DORMANT-FILE ASSIGN TO
             'dormant-accounts.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           01 WS-LAST-INT PIC 9(7) COMP.
           01 WS-MARKED-INT PIC 9(7) COMP.
           01 WS-DELETED PIC 9.
           01 WS-HOLD-HELD PIC 9.
           01 WS-HOLD-PATH PIC X(28) VALUE "dormant-sweep".

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
                 WS-MEM-MARKED(WS-MEM-IDX))
               IF WS-TODAY-INT - WS-MARKED-INT > WS-GRACE-DAYS THEN
                   MOVE WS-MEM-NAME(WS-MEM-IDX) TO WS-LOOKUP-NAME
      *>           A MEMBER UNDER LEGAL HOLD STAYS, MARK AND ALL, AND
      *>           IS LOOKED AT AGAIN EVERY RUN UNTIL THE HOLD GOES.
                   CALL "check-legal-hold" USING WS-LOOKUP-NAME,
                     WS-HOLD-HELD
                   IF WS-HOLD-HELD = 1 THEN
                       CALL "record-hold-skip" USING WS-LOOKUP-NAME,
                         WS-HOLD-PATH
                       EXIT PARAGRAPH
                   END-IF
      *>           THE SAME CAREFUL CLEANUP THE INTERACTIVE DELETE
      *>           PATH RUNS: THE ACCOUNT ROW, THEN THE MEMBER'S
      *>           COMMENTS, CUSTOMISE ROW AND HIGH SCORES.
