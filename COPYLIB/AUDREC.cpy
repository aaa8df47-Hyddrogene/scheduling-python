               88 AUD-REVERSED         VALUE 'R'.
               88 AUD-REVERSAL-ENTRY   VALUE 'V'.
           05 AUD-BACKOUT-USER        PIC X(8).
           05 AUD-APPROVER-USER       PIC X(8).
           05 FILLER                  PIC X(1).
