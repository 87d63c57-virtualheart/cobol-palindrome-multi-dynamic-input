                       IF WS-RUN-IN-CYCLE AND
                               PA-CHECK-DATE = WS-RUN-DATE
                           ADD 1 TO WS-AUD-RUN-COUNT
                           IF PA-RESULT-TEXT = ' PALINDROME' OR
                                   'REARRANGEABLE'
                               ADD 1 TO WS-AUD-PAL-COUNT
                           ELSE
                               IF PA-RESULT-TEXT = 'NOT PALINDROME' OR
                                       PA-RESULT-TEXT (1:11) =
                                       'BLOCKED BY '
                                   ADD 1 TO WS-AUD-NOTPAL-COUNT
                               ELSE
                                   IF PA-RESULT-TEXT = 'EXCEPTION'
