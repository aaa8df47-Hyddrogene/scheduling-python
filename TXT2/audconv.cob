            MOVE AUDO-CAPACITY-FLAG TO AUD-CAPACITY-FLAG
            MOVE SPACE TO AUD-REVERSAL-FLAG
            MOVE SPACES TO AUD-BACKOUT-USER
            MOVE SPACES TO AUD-APPROVER-USER
            WRITE AUDIT-RECORD
            ADD 1 TO WS-RECORDS-OUT.

