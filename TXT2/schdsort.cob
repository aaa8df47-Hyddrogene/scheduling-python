        IDENTIFICATION DIVISION.
        PROGRAM-ID. SchedSort.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SCHED-FILE ASSIGN TO 'SCHEDIN'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SCHED-STATUS.

            SELECT SCHDCTL-FILE ASSIGN TO 'SCHDCTL'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SCTL-STATUS.

            SELECT SORT-FILE ASSIGN TO 'SORTWK1'.

            SELECT SORTED-FILE ASSIGN TO 'SCHDSRT'
                ORGANIZATION IS SEQUENTIAL.

            SELECT PARM-FILE ASSIGN TO 'SYSIN'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

            SELECT REPORT-FILE ASSIGN TO 'RPTOUT'
                ORGANIZATION IS SEQUENTIAL.

            SELECT AUDIT-FILE ASSIGN TO 'AUDITFL'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  SCHED-FILE
            LABEL RECORDS ARE STANDARD.
            COPY SCHDREC.

        FD  SCHDCTL-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 28 CHARACTERS.
        01  SCHDCTL-RECORD            PIC X(28).

        SD  SORT-FILE.
        01  SORT-RECORD.
            05 SRT-JOB-DATE        PIC X(8).
            05 SRT-JOB-ID          PIC X(8).
            05 SRT-FEED-POSITION   PIC 9(9).
            05 SRT-UNIT-COUNT      PIC X(7).
            05 SRT-SOURCE-CODE     PIC X(3).
            05 FILLER              PIC X(5).

        FD  SORTED-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 40 CHARACTERS.
            COPY SCHSREC.

        FD  PARM-FILE
            LABEL RECORDS ARE STANDARD.
        01  PARM-CARD.
            05 PARM-BATCH-SIZE         PIC 9(9).
            05 PARM-RUN-MODE           PIC X.
            05 PARM-EXPECTED-DATE      PIC X(8).
            05 PARM-MAX-UNITS          PIC X(7).
            05 FILLER                  PIC X(55).

        FD  REPORT-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  RPT-RECORD                PIC X(80).

        FD  AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY AUDREC.

        WORKING-STORAGE SECTION.
        01 WS-SCHED-STATUS   PIC XX VALUE '00'.
        01 WS-SCTL-STATUS    PIC XX VALUE '00'.
        01 WS-PARM-STATUS    PIC XX VALUE '00'.
        01 WS-AUDIT-STATUS   PIC XX VALUE '00'.
        01 WS-SCHED-EOF      PIC X VALUE 'N'.

        01 WS-RUN-DATE       PIC 9(8) VALUE 0.
        01 WS-RPT-FAIL-TEXT  PIC X(80) VALUE SPACES.
        01 WS-RUN-TIME       PIC 9(8) VALUE 0.
        01 WS-EXPECTED-DATE  PIC X(8) VALUE SPACES.

        01 WS-FEED-COUNT     PIC S9(9) COMP-3 VALUE 0.
        01 WS-DETAIL-COUNT   PIC S9(9) COMP-3 VALUE 0.
        01 WS-HEADER-COUNT   PIC S9(9) COMP-3 VALUE 0.
        01 WS-TRAILER-COUNT  PIC S9(9) COMP-3 VALUE 0.

        01 WS-CURR-SOURCE    PIC X(3) VALUE SPACES.

        01 WS-V2-JOB-ID      PIC X(8) VALUE SPACES.
        01 WS-V2-JOB-DATE    PIC X(8) VALUE SPACES.
        01 WS-IN-UNIT-RAW-X.
            05 WS-IN-UNIT-PAD  PIC X(3).
            05 WS-IN-UNIT-LOW  PIC X(4).

        01 WS-RPT-HEADER-LINE.
            05 FILLER         PIC X(10) VALUE 'RUN DATE: '.
            05 RPT-HDR-DATE   PIC 9(8).
            05 FILLER         PIC X(8)  VALUE ' PGM: '.
            05 RPT-HDR-PGM    PIC X(20) VALUE 'SchedSort'.
            05 FILLER         PIC X(34) VALUE SPACES.

        01 WS-RPT-TRAILER-LINE.
            05 FILLER         PIC X(18) VALUE 'END OF DAILY TALLY'.
            05 FILLER         PIC X(62) VALUE SPACES.

        01 WS-RPT-SCHED-FAIL-LINE.
            05 FILLER          PIC X(38)
                VALUE 'UNABLE TO OPEN SCHEDIN - FILE STATUS '.
            05 RPT-FAIL-STATUS PIC XX.
            05 FILLER          PIC X(40) VALUE SPACES.

        01 WS-RPT-SCTL-FAIL-LINE.
            05 FILLER           PIC X(38)
                VALUE 'UNABLE TO OPEN SCHDCTL - FILE STATUS '.
            05 RPT-SCTL-STATUS  PIC XX.
            05 FILLER           PIC X(40) VALUE SPACES.

        01 WS-RPT-SORT-FAIL-LINE.
            05 FILLER           PIC X(45)
                VALUE 'SORT OF SCHEDIN DETAILS FAILED - SORT-RETURN '.
            05 RPT-SORT-RETURN  PIC ZZZ9.
            05 FILLER           PIC X(31) VALUE SPACES.

        PROCEDURE DIVISION.
        0000-MAIN-LOGIC.
            PERFORM 1000-INITIALIZE
            SORT SORT-FILE
                ON ASCENDING KEY SRT-JOB-DATE SRT-JOB-ID
                                 SRT-FEED-POSITION
                INPUT PROCEDURE IS 2000-RELEASE-DETAILS
                GIVING SORTED-FILE
            PERFORM 9000-TERMINATE
            STOP RUN.

        1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS = '00'
                PERFORM 1050-READ-PARM-CARD
            END-IF.

            OPEN INPUT SCHED-FILE.
            IF WS-SCHED-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN SCHEDIN - FILE STATUS '
                    WS-SCHED-STATUS
                MOVE 16 TO RETURN-CODE
                MOVE WS-SCHED-STATUS TO RPT-FAIL-STATUS
                MOVE WS-RPT-SCHED-FAIL-LINE TO WS-RPT-FAIL-TEXT
                PERFORM 1700-WRITE-FAIL-REPORT
                PERFORM 4000-WRITE-AUDIT-RECORD
                STOP RUN
            END-IF.

            OPEN OUTPUT SCHDCTL-FILE.
            IF WS-SCTL-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN SCHDCTL - FILE STATUS '
                    WS-SCTL-STATUS
                CLOSE SCHED-FILE
                MOVE 16 TO RETURN-CODE
                MOVE WS-SCTL-STATUS TO RPT-SCTL-STATUS
                MOVE WS-RPT-SCTL-FAIL-LINE TO WS-RPT-FAIL-TEXT
                PERFORM 1700-WRITE-FAIL-REPORT
                PERFORM 4000-WRITE-AUDIT-RECORD
                STOP RUN
            END-IF.

        1050-READ-PARM-CARD.
            READ PARM-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PARM-EXPECTED-DATE NUMERIC
                        MOVE PARM-EXPECTED-DATE
                            TO WS-EXPECTED-DATE
                    END-IF
            END-READ.
            CLOSE PARM-FILE.

        1700-WRITE-FAIL-REPORT.
            MOVE WS-RUN-DATE TO RPT-HDR-DATE
            MOVE WS-RPT-HEADER-LINE TO RPT-RECORD
            OPEN OUTPUT REPORT-FILE
            WRITE RPT-RECORD

            MOVE WS-RPT-FAIL-TEXT TO RPT-RECORD
            WRITE RPT-RECORD

            MOVE WS-RPT-TRAILER-LINE TO RPT-RECORD
            WRITE RPT-RECORD

            CLOSE REPORT-FILE.

        2000-RELEASE-DETAILS.
            PERFORM UNTIL WS-SCHED-EOF = 'Y'
                READ SCHED-FILE
                    AT END
                        MOVE 'Y' TO WS-SCHED-EOF
                    NOT AT END
                        ADD 1 TO WS-FEED-COUNT
                        IF SRC-HEADER-RECORD
                            ADD 1 TO WS-HEADER-COUNT
                            MOVE SRC-HDR-SOURCE-CODE TO WS-CURR-SOURCE
                            MOVE SCHED-SOURCE-HEADER TO SCHDCTL-RECORD
                            WRITE SCHDCTL-RECORD
                        ELSE
                        IF SRC-TRAILER-RECORD
                            ADD 1 TO WS-TRAILER-COUNT
                            MOVE SPACES TO WS-CURR-SOURCE
                            MOVE SCHED-SOURCE-TRAILER TO SCHDCTL-RECORD
                            WRITE SCHDCTL-RECORD
                        ELSE
                            PERFORM 2100-RELEASE-DETAIL
                        END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SCHED-FILE.
            CLOSE SCHDCTL-FILE.

        2100-RELEASE-DETAIL.
            IF SCHED-V2-RECORD
                MOVE SCHED-V2-JOB-ID TO WS-V2-JOB-ID
                MOVE SCHED-V2-JOB-DATE TO WS-V2-JOB-DATE
                MOVE SCHED-V2-UNIT-COUNT TO WS-IN-UNIT-RAW-X
                MOVE WS-V2-JOB-ID TO SRT-JOB-ID
                MOVE WS-V2-JOB-DATE TO SRT-JOB-DATE
            ELSE
                MOVE '000' TO WS-IN-UNIT-PAD
                MOVE SCHED-UNIT-COUNT TO WS-IN-UNIT-LOW
                MOVE SCHED-JOB-ID TO SRT-JOB-ID
                MOVE SCHED-JOB-DATE TO SRT-JOB-DATE
            END-IF
            MOVE WS-FEED-COUNT TO SRT-FEED-POSITION
            MOVE WS-IN-UNIT-RAW-X TO SRT-UNIT-COUNT
            MOVE WS-CURR-SOURCE TO SRT-SOURCE-CODE
            ADD 1 TO WS-DETAIL-COUNT
            RELEASE SORT-RECORD.

        4000-WRITE-AUDIT-RECORD.
            ACCEPT WS-RUN-TIME FROM TIME.
            OPEN EXTEND AUDIT-FILE.
            IF WS-AUDIT-STATUS NOT = '00'
                DISPLAY 'UNABLE TO EXTEND AUDITFL - FILE STATUS '
                    WS-AUDIT-STATUS
            ELSE
                IF WS-EXPECTED-DATE NUMERIC
                    MOVE WS-EXPECTED-DATE TO AUD-RUN-DATE
                ELSE
                    MOVE WS-RUN-DATE TO AUD-RUN-DATE
                END-IF
                MOVE WS-RUN-TIME TO AUD-RUN-TIME
                MOVE WS-FEED-COUNT TO AUD-RECORDS-PROCESSED
                MOVE 0 TO AUD-FINAL-TOTAL
                MOVE RETURN-CODE TO AUD-RETURN-CODE
                MOVE 'N' TO AUD-CAPACITY-FLAG
                MOVE SPACE TO AUD-REVERSAL-FLAG
                MOVE SPACES TO AUD-BACKOUT-USER
                MOVE SPACES TO AUD-APPROVER-USER
                WRITE AUDIT-RECORD
                CLOSE AUDIT-FILE
            END-IF.

        9000-TERMINATE.
            IF SORT-RETURN NOT = 0
                DISPLAY 'SORT OF SCHEDIN DETAILS FAILED - SORT-RETURN '
                    SORT-RETURN
                MOVE 16 TO RETURN-CODE
                MOVE SORT-RETURN TO RPT-SORT-RETURN
                MOVE WS-RPT-SORT-FAIL-LINE TO WS-RPT-FAIL-TEXT
                PERFORM 1700-WRITE-FAIL-REPORT
                PERFORM 4000-WRITE-AUDIT-RECORD
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.

            DISPLAY 'Feed records read: ' WS-FEED-COUNT
            DISPLAY 'Detail records sorted: ' WS-DETAIL-COUNT
            DISPLAY 'Source headers passed: ' WS-HEADER-COUNT
            DISPLAY 'Source trailers passed: ' WS-TRAILER-COUNT.
