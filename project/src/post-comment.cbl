
           IF WS-PARENT-AUTHOR NOT = SPACES AND
             WS-PARENT-AUTHOR NOT = WS-POST-COMMENT-AUTHOR THEN
               CALL 'notify-member' USING WS-PARENT-AUTHOR, 'REPL'
           END-IF.

      *>    ANY @USERNAME IN THE COMMENT GETS THAT MEMBER A
