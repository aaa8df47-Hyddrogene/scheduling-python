       01  DEPT-MASTER-RECORD.
           05 DEPT-CODE               PIC X(4).
           05 DEPT-STATUS             PIC X.
               88 DEPT-ACTIVE          VALUE 'A'.
               88 DEPT-CLOSED          VALUE 'C'.
           05 DEPT-NAME               PIC X(30).
           05 DEPT-COST-CENTER        PIC X(10).
           05 DEPT-MANAGER            PIC X(20).
           05 FILLER                  PIC X(15).
