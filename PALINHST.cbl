           EXIT.

       1000-TALLY-PARA.
           IF PA-RESULT-TEXT = ' PALINDROME' OR 'REARRANGEABLE'
               MOVE 'P' TO WS-RESULT-CLASS
               ADD 1 TO WS-TOT-PAL-COUNT
           ELSE
               IF PA-RESULT-TEXT = 'NOT PALINDROME' OR
                       PA-RESULT-TEXT (1:11) = 'BLOCKED BY '
                   MOVE 'N' TO WS-RESULT-CLASS
                   ADD 1 TO WS-TOT-NOTPAL-COUNT
               ELSE
