       01  SOURCE-HISTORY-RECORD.
           05 SRH-SOURCE-CODE         PIC X(3).
           05 SRH-FEED-DATE           PIC 9(8).
           05 SRH-FEED-PARTS REDEFINES SRH-FEED-DATE.
               10 SRH-FEED-PERIOD     PIC 9(6).
               10 SRH-FEED-DAY        PIC 9(2).
           05 SRH-RUN-DATE            PIC 9(8).
           05 SRH-RUN-TIME            PIC 9(8).
           05 SRH-RUN-MODE            PIC X.
               88 SRH-DAILY-RUN        VALUE 'D'.
               88 SRH-CATCHUP-RUN      VALUE 'C'.
           05 SRH-EXPECTED-COUNT      PIC S9(7) COMP-3.
           05 SRH-RECORDS-READ        PIC S9(9) COMP-3.
           05 SRH-UNITS               PIC S9(9) COMP-3.
           05 SRH-REJECTS             PIC S9(9) COMP-3.
           05 SRH-DUPLICATES          PIC S9(9) COMP-3.
           05 SRH-CONTROL-TOTAL       PIC S9(9) COMP-3.
           05 SRH-TRAILER-FLAG        PIC X.
               88 SRH-TRAILER-PRESENT  VALUE 'Y'.
               88 SRH-TRAILER-MISSING  VALUE 'N'.
           05 SRH-CTL-BREAK-FLAG      PIC X.
               88 SRH-CTL-BREAK        VALUE 'Y'.
           05 SRH-CNT-BREAK-FLAG      PIC X.
               88 SRH-CNT-BREAK        VALUE 'Y'.
           05 SRH-RECONCILED-FLAG     PIC X.
               88 SRH-RECONCILED       VALUE 'Y'.
               88 SRH-NOT-RECONCILED   VALUE 'N'.
           05 FILLER                  PIC X(19).
