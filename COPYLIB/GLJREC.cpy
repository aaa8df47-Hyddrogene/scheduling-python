       01  GL-JOURNAL-HEADER-RECORD.
           05 GLJ-HDR-REC-TYPE        PIC X.
               88 GLJ-TYPE-HEADER      VALUE 'H'.
           05 GLJ-HDR-SOURCE          PIC X(8).
           05 GLJ-HDR-PERIOD          PIC 9(6).
           05 GLJ-HDR-RUN-DATE        PIC 9(8).
           05 GLJ-HDR-RUN-TIME        PIC 9(8).
           05 GLJ-HDR-DESC            PIC X(30).
           05 FILLER                  PIC X(19).

       01  GL-JOURNAL-DETAIL-RECORD.
           05 GLJ-DTL-REC-TYPE        PIC X.
               88 GLJ-TYPE-DETAIL      VALUE 'D'.
           05 GLJ-DTL-LINE-NO         PIC 9(5).
           05 GLJ-DTL-DR-CR           PIC X.
               88 GLJ-DEBIT            VALUE 'D'.
               88 GLJ-CREDIT           VALUE 'C'.
           05 GLJ-DTL-ACCOUNT         PIC X(10).
           05 GLJ-DTL-AMOUNT          PIC 9(13)V99.
           05 GLJ-DTL-DEPT-CODE       PIC X(4).
           05 GLJ-DTL-UNITS           PIC 9(11).
           05 GLJ-DTL-DESC            PIC X(30).
           05 FILLER                  PIC X(3).

       01  GL-JOURNAL-TRAILER-RECORD.
           05 GLJ-TRL-REC-TYPE        PIC X.
               88 GLJ-TYPE-TRAILER     VALUE 'T'.
           05 GLJ-TRL-LINE-COUNT      PIC 9(5).
           05 GLJ-TRL-DEBIT-TOTAL     PIC 9(13)V99.
           05 GLJ-TRL-CREDIT-TOTAL    PIC 9(13)V99.
           05 GLJ-TRL-STATUS          PIC X.
               88 GLJ-BALANCED         VALUE 'B'.
               88 GLJ-OUT-OF-BALANCE   VALUE 'O'.
               88 GLJ-SUSPENSE-UNPRICED VALUE 'S'.
           05 FILLER                  PIC X(43).
