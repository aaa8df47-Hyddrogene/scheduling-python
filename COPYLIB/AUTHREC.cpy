       01  AUTH-USER-RECORD.
           05 AUTH-USER-ID            PIC X(8).
           05 AUTH-STATUS             PIC X.
               88 AUTH-ACTIVE          VALUE 'A'.
               88 AUTH-REVOKED         VALUE 'R'.
           05 AUTH-USER-NAME          PIC X(24).
           05 AUTH-FUNCTION-ENTRY OCCURS 3 TIMES.
               10 AUTH-MAY-REQUEST    PIC X.
                   88 AUTH-CAN-REQUEST VALUE 'Y'.
               10 AUTH-MAY-APPROVE    PIC X.
                   88 AUTH-CAN-APPROVE VALUE 'Y'.
               10 AUTH-LAST-REQUESTED PIC 9(8).
               10 AUTH-LAST-APPROVED  PIC 9(8).
           05 AUTH-CHANGED-DATE       PIC 9(8).
           05 FILLER                  PIC X(5).
