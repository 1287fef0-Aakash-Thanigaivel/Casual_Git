                   MOVE 'DELETE' TO WS-TRANS-DESC
               WHEN 'F'
                   MOVE 'FEE POSTING' TO WS-TRANS-DESC
               WHEN 'M'
                   MOVE 'TXN POSTING' TO WS-TRANS-DESC
               WHEN 'W'
                   MOVE 'FEE WAIVER' TO WS-TRANS-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-TRANS-DESC
                   STRING 'TRANS ' AUDIT-TRANS-CODE
