       01  JOB-HISTORY-RECORD.
           05 JHI-JOB-ID              PIC X(8).
           05 JHI-JOB-DATE            PIC 9(8).
           05 JHI-UNITS               PIC S9(9) COMP-3.
           05 JHI-RUN-DATE            PIC 9(8).
           05 JHI-RUN-TIME            PIC 9(8).
           05 JHI-ENTRY-FLAG          PIC X.
               88 JHI-ENTRY-ACCEPTED   VALUE ' '.
               88 JHI-ENTRY-REJECTED   VALUE 'R'.
           05 FILLER                  PIC X(2).
