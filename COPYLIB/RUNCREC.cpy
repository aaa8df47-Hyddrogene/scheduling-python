       01  RUN-CONTROL-RECORD.
           05 RCT-PROGRAM             PIC X(8).
           05 RCT-EVENT               PIC X.
               88 RCT-RUN-START        VALUE 'S'.
               88 RCT-RUN-END          VALUE 'E'.
               88 RCT-RUN-REFUSED      VALUE 'X'.
               88 RCT-PERIOD-CLOSE     VALUE 'C'.
               88 RCT-PERIOD-REOPEN    VALUE 'O'.
           05 RCT-TARGET-DATE         PIC 9(8).
           05 RCT-TARGET-PARTS REDEFINES RCT-TARGET-DATE.
               10 RCT-TARGET-PERIOD   PIC 9(6).
               10 RCT-TARGET-DAY      PIC 9(2).
           05 RCT-OUTCOME             PIC X.
               88 RCT-OUTCOME-GOOD     VALUE 'G'.
               88 RCT-OUTCOME-FAILED   VALUE 'F'.
           05 RCT-RETURN-CODE         PIC S9(4) COMP-3.
           05 RCT-STAMP-DATE          PIC 9(8).
           05 RCT-STAMP-TIME          PIC 9(8).
           05 RCT-USER-ID             PIC X(8).
           05 RCT-REMARK              PIC X(30).
           05 FILLER                  PIC X(5).
