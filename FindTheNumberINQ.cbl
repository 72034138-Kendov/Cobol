                   MOVE "INCOMPLETE" TO WS-RESULT-NAME
               WHEN "B"
                   MOVE "BADINPUT" TO WS-RESULT-NAME
               WHEN "T"
                   MOVE "TIMEDOUT" TO WS-RESULT-NAME
               WHEN "D"
                   MOVE "DUELWIN" TO WS-RESULT-NAME
               WHEN "L"
