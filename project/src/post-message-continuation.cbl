       FILE-CONTROL.
           SELECT OPTIONAL F-CONTINUATION-FILE ASSIGN TO
             'message-continuation.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
              05 MX-SEQ PIC 9.
              05 MX-TEXT PIC X(300).

           WORKING-STORAGE SECTION.
           01 WS-INDEX-ACTION PIC X VALUE "A".
           01 WS-INDEX-SOURCE PIC X VALUE "L".
           01 WS-INDEX-PART PIC X VALUE "X".

           LINKAGE SECTION.
           01 LS-MSG-ID PIC 9(7).
           01 LS-SEQ PIC 9.
           MOVE LS-TEXT TO MX-TEXT.
           WRITE MX-ENTRY.
           CLOSE F-CONTINUATION-FILE.

      *>    THE OVERFLOW BLOCK'S WORDS ARE SEARCHABLE LIKE THE REST
      *>    OF THE POST.
           CALL 'update-word-index' USING WS-INDEX-ACTION,
             WS-INDEX-SOURCE, LS-MSG-ID, WS-INDEX-PART, LS-TEXT.
           GOBACK.
