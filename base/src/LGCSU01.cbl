           COMPUTE CA-TOTAL-POLICY-COUNT = CA-HOUSE-COUNT
                                          + CA-MOTOR-COUNT
                                          + CA-ENDOW-COUNT
                                          + CA-COMM-COUNT
                                          + CA-TRAVEL-COUNT.
      *================================================================*
       ACCUMULATE-TYPE-COUNT.
      *================================================================*
               MOVE WS-PS-TYPE-COUNT TO CA-ENDOW-COUNT
             WHEN 'COM'
               MOVE WS-PS-TYPE-COUNT TO CA-COMM-COUNT
             WHEN 'TRV'
               MOVE WS-PS-TYPE-COUNT TO CA-TRAVEL-COUNT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
