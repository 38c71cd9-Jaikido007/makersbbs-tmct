              05 TR-DATE PIC 9(8).
              05 TR-FROM PIC X(16).
              05 TR-TEXT PIC X(60).
              05 TR-ARTICLE-ID PIC 9(4).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
