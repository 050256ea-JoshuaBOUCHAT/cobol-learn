           move ROSTER-SURNAME to MST-SURNAME
           move ROSTER-ID to MST-ID
           if ROSTER-STATUS = "A" or ROSTER-STATUS = "W"
                   or ROSTER-STATUS = "P" or ROSTER-STATUS = "M"
               move ROSTER-STATUS to MST-STATUS
           else
               move "A" to MST-STATUS
