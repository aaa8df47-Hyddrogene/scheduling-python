       01  CAPACITY-HISTORY-RECORD.
           05 CAPH-CHG-DATE           PIC 9(8).
           05 CAPH-CHG-TIME           PIC 9(8).
           05 CAPH-ACTION             PIC X(3).
               88 CAPH-ADDED           VALUE 'ADD'.
               88 CAPH-CHANGED         VALUE 'CHG'.
               88 CAPH-DELETED         VALUE 'DEL'.
           05 CAPH-CAP-DATE           PIC 9(8).
               88 CAPH-DEFAULT-LIMIT   VALUE ZEROES.
           05 CAPH-OLD-UNITS          PIC 9(9).
           05 CAPH-NEW-UNITS          PIC 9(9).
           05 CAPH-USER-ID            PIC X(8).
           05 FILLER                  PIC X(7).
