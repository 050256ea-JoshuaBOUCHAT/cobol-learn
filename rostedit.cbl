
       normalize-status-fields.
           if ROSTER-STATUS = "A" or ROSTER-STATUS = "W"
                   or ROSTER-STATUS = "P" or ROSTER-STATUS = "M"
               move ROSTER-STATUS to WS-NORM-STATUS
           else
               move "A" to WS-NORM-STATUS
