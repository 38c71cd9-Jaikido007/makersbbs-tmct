       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-VOUCHERS-FILE ASSIGN TO 'vouchers.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
              05 VO-EXPIRY PIC 9(8).
              05 VO-USE-MODE PIC X(1).
              05 VO-REDEMPTION-COUNT PIC 9(5).
              05 VO-OWNER PIC X(16).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-FOUND PIC 9 VALUE 0.
      *>    ROOM FOR THE PERSONAL WIN-BACK CODES AS WELL AS THE
      *>    HAND-ADDED PROMOTIONS.
           01 WS-VOUCHER-COUNT PIC 9(4) VALUE 0.
           01 WS-REWRITE-IDX PIC 9(4).
           01 WS-VOUCHER-TABLE.
              05 WS-SAVED-VOUCHER OCCURS 9999 TIMES.
                 10 WS-SAVED-CODE PIC X(12).
                 10 WS-SAVED-VALUE PIC 9(6).
                 10 WS-SAVED-EXPIRY PIC 9(8).
                 10 WS-SAVED-USE-MODE PIC X(1).
                 10 WS-SAVED-REDEMPTIONS PIC 9(5).
                 10 WS-SAVED-OWNER PIC X(16).

           LINKAGE SECTION.
           01 LS-ACTION PIC X.
           01 LS-EXPIRY PIC 9(8).
           01 LS-USE-MODE PIC X(1).
           01 LS-RESULT PIC X(20).
           01 LS-VOUCHER-COUNT PIC 9(4).

       PROCEDURE DIVISION USING LS-ACTION, LS-CODE, LS-VALUE,
           LS-EXPIRY, LS-USE-MODE, LS-RESULT, LS-VOUCHER-COUNT.
           GOBACK.

       COLLECT-PROCESS.
           IF WS-VOUCHER-COUNT = 9999 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-VOUCHER-COUNT.
           MOVE VO-CODE TO WS-SAVED-CODE(WS-VOUCHER-COUNT).
           MOVE VO-VALUE TO WS-SAVED-VALUE(WS-VOUCHER-COUNT).
           MOVE VO-USE-MODE TO WS-SAVED-USE-MODE(WS-VOUCHER-COUNT).
           MOVE VO-REDEMPTION-COUNT TO
             WS-SAVED-REDEMPTIONS(WS-VOUCHER-COUNT).
           MOVE VO-OWNER TO WS-SAVED-OWNER(WS-VOUCHER-COUNT).
           IF VO-CODE = LS-CODE THEN
               MOVE 1 TO WS-FOUND
           END-IF.
           IF WS-FOUND = 1 THEN
               MOVE "ALREADY ON FILE" TO LS-RESULT
           ELSE
               IF WS-VOUCHER-COUNT >= 9999 THEN
                   MOVE "VOUCHER FILE FULL" TO LS-RESULT
               ELSE
                   OPEN EXTEND F-VOUCHERS-FILE
                   MOVE LS-EXPIRY TO VO-EXPIRY
                   MOVE LS-USE-MODE TO VO-USE-MODE
                   MOVE 0 TO VO-REDEMPTION-COUNT
                   MOVE SPACES TO VO-OWNER
                   WRITE VO-ENTRY
                   CLOSE F-VOUCHERS-FILE
                   ADD 1 TO WS-VOUCHER-COUNT
