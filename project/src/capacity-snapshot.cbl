           FD F-LISTINGS-FILE.
           01 ML-ENTRY.
              05 ML-ID PIC 9(4).
              05 FILLER PIC X(113).

           FD F-TRANSACTION-LOG-FILE.
           01 TRANSACTION.
