      ******************************************************************
      *----SUB PROGRAM THAT ROLLS TRANSACTION-LOG.DAT OFF TO-----------*
      *----TRANSACTION-LOG-ARCHIVE.DAT AND LEAVES A FRESH, EMPTY-------*
      *----TRANSACTION-LOG.DAT BEHIND FOR THE NEXT BUSINESS DAY. THE---*
      *----ROW COUNT AND VALUE TOTALS APPENDED ARE RECORDED IN---------*
      *----RUN-BALANCING.DAT, AND THE LIVE LOG IS ONLY EMPTIED IF------*
      *----CHECK-RUN-BALANCE FINDS THEM IN AGREEMENT WITH THE GENERAL--*
      *----LEDGER AND ACCOUNTS EXTRACT STEPS; OTHERWISE IT IS KEPT-----*
      *----AND THE CALLER TOLD-----------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TRANSACTION-LOG-FILE ASSIGN TO "transaction-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-ARCHIVE-FILE ASSIGN TO
           "transaction-log-archive.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL F-BALANCING-FILE ASSIGN TO
           "run-balancing.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               05 ARC-TRANS-NET PIC 9(6)V99.
               05 ARC-TRANS-VAT PIC 9(6)V99.

           FD F-BALANCING-FILE.
           01 RB-ENTRY.
              05 RB-DATE PIC 9(8).
              05 RB-TIME PIC 9(6).
              05 RB-STEP PIC X(8).
              05 RB-ROWS PIC 9(7).
              05 RB-CHARGE PIC 9(9).
              05 RB-CREDITS PIC 9(9).

           WORKING-STORAGE SECTION.
           01 FINISHED PIC X VALUE "N".
           01 WS-TODAY PIC 9(8).
           01 WS-ALREADY-ARCHIVED PIC 9 VALUE 0.
           01 WS-STEP PIC X(8) VALUE "ARCHIVE".
           01 WS-ROWS PIC 9(7) VALUE 0.
           01 WS-CHARGE-TOTAL PIC 9(9) VALUE 0.
           01 WS-CREDITS-TOTAL PIC 9(9) VALUE 0.

           LINKAGE SECTION.
      *>    1 = THE LEDGER STEPS BALANCED AND THE LIVE LOG WAS
      *>    EMPTIED, 0 = OUT OF BALANCE AND THE LIVE LOG WAS KEPT
           01 LS-IN-BALANCE PIC 9.
      *>    THE BUSINESS DATE THE END-OF-DAY RUN IS FOR, YYYYMMDD
           01 LS-RUN-DATE PIC 9(8).

       PROCEDURE DIVISION USING LS-RUN-DATE, LS-IN-BALANCE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE "N" TO FINISHED.
           MOVE 0 TO WS-ALREADY-ARCHIVED.
           MOVE 0 TO WS-ROWS.
           MOVE 0 TO WS-CHARGE-TOTAL.
           MOVE 0 TO WS-CREDITS-TOTAL.

           MOVE LS-RUN-DATE TO WS-TODAY.

      *>    A RUN STOPPED OUT OF BALANCE HAS ALREADY APPENDED TODAY'S
      *>    ROWS, SO A RERUN ONLY BALANCES AGAIN -- IT MUST NOT PUT
      *>    THE SAME ROWS ON THE ARCHIVE A SECOND TIME.
           OPEN INPUT F-BALANCING-FILE.
           PERFORM UNTIL FINISHED = "Y"
               READ F-BALANCING-FILE
                 AT END MOVE "Y" TO FINISHED
                 NOT AT END
                     IF RB-DATE = WS-TODAY AND RB-STEP = WS-STEP THEN
                         MOVE 1 TO WS-ALREADY-ARCHIVED
                     END-IF
               END-READ
           END-PERFORM.
           CLOSE F-BALANCING-FILE.
           MOVE "N" TO FINISHED.

           IF WS-ALREADY-ARCHIVED = 0 THEN
               OPEN INPUT F-TRANSACTION-LOG-FILE
               OPEN EXTEND F-ARCHIVE-FILE

               PERFORM UNTIL FINISHED = "Y"
                   READ F-TRANSACTION-LOG-FILE
                     AT END MOVE "Y" TO FINISHED
                     NOT AT END PERFORM ARCHIVE-PROCESS
                   END-READ
               END-PERFORM

               CLOSE F-TRANSACTION-LOG-FILE
               CLOSE F-ARCHIVE-FILE

               CALL "record-run-balance" USING LS-RUN-DATE, WS-STEP,
                   WS-ROWS, WS-CHARGE-TOTAL, WS-CREDITS-TOTAL
           END-IF.

      *>    THE LIVE LOG IS ONLY EMPTIED ONCE THE GENERAL LEDGER,
      *>    THE ACCOUNTS EXTRACT AND THE ARCHIVE ALL AGREE ON WHAT
      *>    WAS ON IT.
           CALL "check-run-balance" USING LS-RUN-DATE,
               LS-IN-BALANCE.
           IF LS-IN-BALANCE = 0 THEN
               GOBACK
           END-IF.

      *>    REOPENING FOR OUTPUT (RATHER THAN EXTEND) TRUNCATES THE
      *>    LIVE LOG BACK TO ZERO ROWS, READY FOR THE NEXT DAY.
           GOBACK.

       ARCHIVE-PROCESS.
           ADD 1 TO WS-ROWS.
           ADD CHARGE TO WS-CHARGE-TOTAL.
           ADD CREDITS-GRANTED TO WS-CREDITS-TOTAL.

           MOVE TRANS-ID TO ARC-TRANS-ID.
           MOVE DY TO ARC-DY.
           MOVE MTH TO ARC-MTH.
           MOVE CREDITS-GRANTED TO ARC-CREDITS-GRANTED.
           MOVE POST-BALANCE TO ARC-POST-BALANCE.
           MOVE ENTRY-TYPE TO ARC-ENTRY-TYPE.
           MOVE TRANS-TARIFF TO ARC-TRANS-TARIFF.
           MOVE TRANS-NET TO ARC-TRANS-NET.
           MOVE TRANS-VAT TO ARC-TRANS-VAT.
           WRITE ARCHIVE-TRANSACTION.
