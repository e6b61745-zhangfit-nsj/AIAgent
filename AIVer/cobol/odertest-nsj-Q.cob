                   MOVE "CHANGED"     TO WS-ACTION-TEXT
               WHEN 'D'
                   MOVE "DEACTIVATED" TO WS-ACTION-TEXT
               WHEN 'T'
                   MOVE "TIER REVIEW" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN"     TO WS-ACTION-TEXT
           END-EVALUATE
