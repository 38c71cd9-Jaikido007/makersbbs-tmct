      *----SUB PROGRAM THAT BLANKS OUT A DEPARTING MEMBER'S NAME ON----*
      *----THEIR OWN ROWS IN COMMENTS.DAT, THE SAME BLANK-IN-PLACE-----*
      *----SHAPE MODERATE-REMOVE-COMMENT.CBL USES, SO EXISTING---------*
      *----THREADS STILL RESOLVE AFTER THE ACCOUNT IS GONE. NOTHING----*
      *----IS BLANKED FOR A MEMBER UNDER A LEGAL HOLD; THE REFUSAL-----*
      *----IS LOGGED INSTEAD-------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPTIONAL F-COMMENTS-FILE ASSIGN TO "comments.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RC-COMMENT-ID
             ALTERNATE RECORD KEY IS RC-ID WITH DUPLICATES.

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-HOLD-HELD PIC 9 VALUE 0.
           01 WS-HOLD-PATH PIC X(28) VALUE "anonymize-comments".

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).

       PROCEDURE DIVISION USING LS-USERNAME.
      *>    A MEMBER UNDER LEGAL HOLD KEEPS THEIR NAME ON THEIR POSTS.
           CALL "check-legal-hold" USING LS-USERNAME, WS-HOLD-HELD.
           IF WS-HOLD-HELD = 1 THEN
               CALL "record-hold-skip" USING LS-USERNAME, WS-HOLD-PATH
               GOBACK
           END-IF.

           OPEN I-O F-COMMENTS-FILE.

           PERFORM UNTIL WS-FILE-IS-ENDED = 1
