       IDENTIFICATION DIVISION.
       PROGRAM-ID. check-live-session.
      ******************************************************************
      *----SUB PROGRAM THAT SAYS WHETHER A USERNAME ALREADY HAS A------*
      *----LIVE SESSION ON ANOTHER TERMINAL: ITS PRESENCE.DAT ROW IS---*
      *----MARKED ONLINE AND ITS LAST ACTIVITY IS INSIDE THE IDLE------*
      *----LIMIT. A ROW LEFT ONLINE PAST THE LIMIT IS A GHOST THE------*
      *----PRESENCE SWEEP WOULD CLEAR, NOT A SESSION TO TAKE OVER------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-PRESENCE-FILE ASSIGN TO 'presence.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-PRESENCE-FILE.
           01 PE-ENTRY.
              05 PE-USERNAME PIC X(16).
              05 PE-ONLINE PIC X(1).
              05 PE-LAST-ACTIVITY PIC 9(14).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-IDLE-LIMIT-MINS PIC 9(3) VALUE 30.
           01 WS-PARAM-KEY PIC X(20) VALUE "IDLE-LIMIT-MINS".
           01 WS-PARAM-DEFAULT PIC 9(6) VALUE 30.
           01 WS-PARAM-VALUE PIC 9(6).
           01 WS-NOW-STAMP PIC 9(14).
           01 WS-NOW-DATE PIC 9(8).
           01 WS-NOW-MINUTES PIC 9(9) COMP.
           01 WS-ROW-DATE PIC 9(8).
           01 WS-ROW-MINUTES PIC 9(9) COMP.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-LIVE PIC 9.

       PROCEDURE DIVISION USING LS-USERNAME, LS-LIVE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO LS-LIVE.

           CALL "get-parameter" USING WS-PARAM-KEY, WS-PARAM-DEFAULT,
             WS-PARAM-VALUE.
           MOVE WS-PARAM-VALUE TO WS-IDLE-LIMIT-MINS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP.
           MOVE WS-NOW-STAMP(1:8) TO WS-NOW-DATE.
           COMPUTE WS-NOW-MINUTES =
             FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 1440
             + FUNCTION NUMVAL(WS-NOW-STAMP(9:2)) * 60
             + FUNCTION NUMVAL(WS-NOW-STAMP(11:2)).

           OPEN INPUT F-PRESENCE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PRESENCE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF PE-USERNAME = LS-USERNAME AND
                          PE-ONLINE = "Y" THEN
                           PERFORM CHECK-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PRESENCE-FILE.

           GOBACK.

       CHECK-ONE-ROW.
           MOVE PE-LAST-ACTIVITY(1:8) TO WS-ROW-DATE.
           IF WS-ROW-DATE = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ROW-MINUTES =
             FUNCTION INTEGER-OF-DATE(WS-ROW-DATE) * 1440
             + FUNCTION NUMVAL(PE-LAST-ACTIVITY(9:2)) * 60
             + FUNCTION NUMVAL(PE-LAST-ACTIVITY(11:2)).
           IF WS-NOW-MINUTES - WS-ROW-MINUTES NOT >
             WS-IDLE-LIMIT-MINS THEN
               MOVE 1 TO LS-LIVE
           END-IF.
