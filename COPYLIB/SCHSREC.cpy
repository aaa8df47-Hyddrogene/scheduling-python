       01  SCHED-SORTED-RECORD.
           05 SSR-JOB-DATE            PIC X(8).
           05 SSR-JOB-ID              PIC X(8).
           05 SSR-FEED-POSITION       PIC 9(9).
           05 SSR-UNIT-COUNT          PIC X(7).
           05 SSR-SOURCE-CODE         PIC X(3).
           05 FILLER                  PIC X(5).
