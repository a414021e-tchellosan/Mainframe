             WHEN 'D'
             WHEN 'F'
             WHEN 'T'
             WHEN 'Q'
               SUBTRACT FD-RELEASE-VALUE
                                   FROM WS-RUNNING-BALANCE
             WHEN 'R'
               MOVE 'TRF IN'       TO WS-RD-TYPE
             WHEN 'R'
               MOVE 'REVERSL'      TO WS-RD-TYPE
             WHEN 'Q'
               MOVE 'CHEQUE'       TO WS-RD-TYPE
             WHEN OTHER
               MOVE 'INVALID'      TO WS-RD-TYPE
           END-EVALUATE.
