        IDENTIFICATION DIVISION.
        PROGRAM-ID. JobInquiry.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT QRY-FILE ASSIGN TO 'QRYCARD'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-QRY-STATUS.

            SELECT JOBM-FILE ASSIGN TO 'JOBMSTR'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS JOBM-JOB-ID
                FILE STATUS IS WS-JOBM-STATUS.

            SELECT EXTRACT-FILE ASSIGN TO 'EXTRACT'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-EXT-STATUS.

            SELECT ADJEXT-FILE ASSIGN TO 'ADJEXTR'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-ADJ-STATUS.

            SELECT DAYHIST-FILE ASSIGN TO 'DAYHIST'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.

            SELECT AUDIT-FILE ASSIGN TO 'AUDITFL'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

            SELECT CAL-FILE ASSIGN TO 'CALFILE'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CAL-STATUS.

            SELECT INQ-FILE ASSIGN TO 'INQRPT'
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  QRY-FILE
            LABEL RECORDS ARE STANDARD.
        01  QRY-CARD.
            05 QRY-TYPE            PIC X(3).
                88 QRY-BY-JOB       VALUE 'JOB'.
                88 QRY-BY-DEPT      VALUE 'DPT'.
            05 FILLER              PIC X(1).
            05 QRY-KEY             PIC X(8).
            05 QRY-DEPT-KEY REDEFINES QRY-KEY.
                10 QRY-DEPT-CODE    PIC X(4).
                10 FILLER           PIC X(4).
            05 FILLER              PIC X(1).
            05 QRY-FROM-DATE       PIC X(8).
            05 FILLER              PIC X(1).
            05 QRY-THRU-DATE       PIC X(8).
            05 FILLER              PIC X(50).

        FD  JOBM-FILE
            LABEL RECORDS ARE STANDARD.
            COPY JOBMREC.

        FD  EXTRACT-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 40 CHARACTERS.
            COPY EXTREC.

        FD  ADJEXT-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 40 CHARACTERS.
        01  ADJEXT-RECORD.
            05 ADJ-REC-TYPE        PIC X.
            05 ADJ-JOB-ID          PIC X(8).
            05 ADJ-JOB-DATE        PIC X(8).
            05 ADJ-UNIT-TOTAL      PIC 9(9).
            05 FILLER              PIC X(14).

        FD  DAYHIST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY DAYHREC.

        FD  AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY AUDREC.

        FD  CAL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CALREC.

        FD  INQ-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  INQ-RECORD             PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-QRY-STATUS     PIC XX VALUE '00'.
        01 WS-JOBM-STATUS    PIC XX VALUE '00'.
        01 WS-EXT-STATUS     PIC XX VALUE '00'.
        01 WS-ADJ-STATUS     PIC XX VALUE '00'.
        01 WS-HIST-STATUS    PIC XX VALUE '00'.
        01 WS-AUDIT-STATUS   PIC XX VALUE '00'.
        01 WS-CAL-STATUS     PIC XX VALUE '00'.

        01 WS-QRY-EOF        PIC X VALUE 'N'.
        01 WS-JOBM-EOF       PIC X VALUE 'N'.
        01 WS-EXT-EOF        PIC X VALUE 'N'.
        01 WS-ADJ-EOF        PIC X VALUE 'N'.
        01 WS-HIST-EOF       PIC X VALUE 'N'.
        01 WS-AUDIT-EOF      PIC X VALUE 'N'.
        01 WS-CAL-EOF        PIC X VALUE 'N'.

        01 WS-RUN-DATE       PIC 9(8) VALUE 0.

        01 WS-CARDS-READ     PIC S9(4) COMP VALUE 0.
        01 WS-CARDS-REJECTED PIC S9(4) COMP VALUE 0.
        01 WS-CARD-ERROR     PIC X(40) VALUE SPACES.
        01 WS-CARD-FROM      PIC 9(8) VALUE 0.
        01 WS-CARD-THRU      PIC 9(8) VALUE 0.

        01 WS-EXT-DETAILS    PIC S9(9) COMP-3 VALUE 0.
        01 WS-ADJ-DETAILS    PIC S9(9) COMP-3 VALUE 0.
        01 WS-DTL-JOB-ID     PIC X(8) VALUE SPACES.
        01 WS-DTL-DATE       PIC 9(8) VALUE 0.
        01 WS-DTL-UNITS      PIC S9(9) COMP-3 VALUE 0.
        01 WS-DTL-KIND       PIC X VALUE SPACE.
        01 WS-CAL-DAYS       PIC S9(9) COMP-3 VALUE 0.

        01 WS-MARK-DATE      PIC 9(8) VALUE 0.
        01 WS-MARK-KIND      PIC X VALUE SPACE.

        01 WS-ADJ-MISSING    PIC X VALUE 'N'.
        01 WS-HIST-MISSING   PIC X VALUE 'N'.
        01 WS-AUDIT-MISSING  PIC X VALUE 'N'.
        01 WS-NOJOB-COUNT    PIC S9(4) COMP VALUE 0.

        01 WS-QRY-MAX        PIC S9(4) COMP VALUE 50.
        01 WS-QRY-COUNT      PIC S9(4) COMP VALUE 0.
        01 WS-QRY-IDX        PIC S9(4) COMP VALUE 0.

        01 WS-QRY-TABLE.
            05 WS-QRY-ENTRY OCCURS 50 TIMES.
                10 WS-QRY-TAB-TYPE    PIC X(3).
                10 WS-QRY-TAB-KEY     PIC X(8).
                10 WS-QRY-TAB-FROM    PIC 9(8).
                10 WS-QRY-TAB-THRU    PIC 9(8).
                10 WS-QRY-TAB-JOBS    PIC S9(4) COMP.

        01 WS-INT-MAX        PIC S9(4) COMP VALUE 500.
        01 WS-INT-COUNT      PIC S9(4) COMP VALUE 0.
        01 WS-INT-IDX        PIC S9(4) COMP VALUE 0.
        01 WS-INT-JOB-WORK   PIC X(8) VALUE SPACES.

        01 WS-INT-TABLE.
            05 WS-INT-ENTRY OCCURS 500 TIMES.
                10 WS-INT-JOB-ID      PIC X(8).
                10 WS-INT-QRY         PIC S9(4) COMP.

        01 WS-TL-MAX         PIC S9(4) COMP VALUE 3000.
        01 WS-TL-COUNT       PIC S9(4) COMP VALUE 0.
        01 WS-TL-IDX         PIC S9(4) COMP VALUE 0.
        01 WS-TL-SLOT        PIC S9(4) COMP VALUE 0.
        01 WS-TL-MOVE        PIC S9(4) COMP VALUE 0.
        01 WS-TL-NEXT        PIC S9(4) COMP VALUE 0.
        01 WS-TL-FOUND       PIC X VALUE 'N'.
        01 WS-TL-QRY-WORK    PIC S9(4) COMP VALUE 0.

        01 WS-TL-TABLE.
            05 WS-TL-ENTRY OCCURS 3000 TIMES.
                10 WS-TL-QRY          PIC S9(4) COMP.
                10 WS-TL-DATE         PIC 9(8).
                10 WS-TL-EXT-UNITS    PIC S9(11) COMP-3.
                10 WS-TL-ADJ-UNITS    PIC S9(11) COMP-3.
                10 WS-TL-REVERSED     PIC X.
                10 WS-TL-LIVE         PIC X.
                10 WS-TL-POSTED       PIC X.

        01 WS-INQ-FULL       PIC X VALUE 'N'.

        01 WS-NET-UNITS      PIC S9(11) COMP-3 VALUE 0.
        01 WS-SUB-EXT        PIC S9(11) COMP-3 VALUE 0.
        01 WS-SUB-ADJ        PIC S9(11) COMP-3 VALUE 0.
        01 WS-SUB-NET        PIC S9(11) COMP-3 VALUE 0.
        01 WS-SUB-DAYS       PIC S9(4) COMP VALUE 0.
        01 WS-SUB-BACKED     PIC S9(4) COMP VALUE 0.
        01 WS-SUB-ACTIVE     PIC S9(4) COMP VALUE 0.

        01 WS-INQ-HEADER-LINE.
            05 FILLER         PIC X(10) VALUE 'RUN DATE: '.
            05 INQ-HDR-DATE   PIC 9(8).
            05 FILLER         PIC X(8)  VALUE ' PGM: '.
            05 INQ-HDR-PGM    PIC X(20) VALUE 'JobInquiry'.
            05 FILLER         PIC X(34) VALUE SPACES.

        01 WS-INQ-QUERY-LINE.
            05 FILLER         PIC X(6)  VALUE 'QUERY '.
            05 INQ-QRY-NUM    PIC ZZ9.
            05 FILLER         PIC X(2)  VALUE ': '.
            05 INQ-QRY-TYPE   PIC X(5).
            05 INQ-QRY-KEY    PIC X(8).
            05 FILLER         PIC X(6)  VALUE ' FROM '.
            05 INQ-QRY-FROM   PIC 9(8).
            05 FILLER         PIC X(6)  VALUE ' THRU '.
            05 INQ-QRY-THRU   PIC 9(8).
            05 FILLER         PIC X(6)  VALUE ' JOBS '.
            05 INQ-QRY-JOBS   PIC ZZZ9.
            05 FILLER         PIC X(18) VALUE SPACES.

        01 WS-INQ-COLHDR-LINE.
            05 FILLER         PIC X(11) VALUE 'BUS DATE'.
            05 FILLER         PIC X(13) VALUE '    EXTRACT'.
            05 FILLER         PIC X(13) VALUE ' ADJUSTMENT'.
            05 FILLER         PIC X(13) VALUE ' NET BILLED'.
            05 FILLER         PIC X(14) VALUE 'BACKOUT STATUS'.
            05 FILLER         PIC X(16) VALUE SPACES.

        01 WS-INQ-DETAIL-LINE.
            05 INQ-DTL-DATE   PIC 9(8).
            05 FILLER         PIC X(3)  VALUE SPACES.
            05 INQ-DTL-EXT    PIC Z(10)9.
            05 FILLER         PIC X(2)  VALUE SPACES.
            05 INQ-DTL-ADJ    PIC Z(10)9.
            05 FILLER         PIC X(2)  VALUE SPACES.
            05 INQ-DTL-NET    PIC Z(10)9.
            05 FILLER         PIC X(2)  VALUE SPACES.
            05 INQ-DTL-STATUS PIC X(16).
            05 FILLER         PIC X(14) VALUE SPACES.

        01 WS-INQ-SUBTOT-LINE.
            05 FILLER         PIC X(11) VALUE 'TOTAL'.
            05 INQ-SUB-EXT    PIC Z(10)9.
            05 FILLER         PIC X(2)  VALUE SPACES.
            05 INQ-SUB-ADJ    PIC Z(10)9.
            05 FILLER         PIC X(2)  VALUE SPACES.
            05 INQ-SUB-NET    PIC Z(10)9.
            05 FILLER         PIC X(7)  VALUE '  DAYS '.
            05 INQ-SUB-DAYS   PIC ZZZ9.
            05 FILLER         PIC X(8)  VALUE ' BACKED '.
            05 INQ-SUB-BACKED PIC ZZZ9.
            05 FILLER         PIC X(9)  VALUE SPACES.

        01 WS-INQ-NOACT-LINE.
            05 FILLER         PIC X(22) VALUE '  NO ACTIVITY IN RANGE'.
            05 FILLER         PIC X(58) VALUE SPACES.

        01 WS-INQ-NOJOB-LINE.
            05 FILLER         PIC X(40)
                VALUE '  NO JOBS ON THE JOB MASTER FOR THE DEPT'.
            05 FILLER         PIC X(40) VALUE SPACES.

        01 WS-INQ-REJECT-LINE.
            05 FILLER         PIC X(5)  VALUE 'CARD '.
            05 INQ-REJ-CARD   PIC ZZZ9.
            05 FILLER         PIC X(12) VALUE ' REJECTED - '.
            05 INQ-REJ-REASON PIC X(40).
            05 FILLER         PIC X(19) VALUE SPACES.

        01 WS-INQ-NOTE-LINE.
            05 INQ-NOTE-TEXT  PIC X(60).
            05 FILLER         PIC X(20) VALUE SPACES.

        01 WS-INQ-BLANK-LINE  PIC X(80) VALUE SPACES.

        01 WS-INQ-SUMMARY-LINE.
            05 FILLER         PIC X(12) VALUE 'CARDS READ: '.
            05 INQ-SUM-READ   PIC ZZZ9.
            05 FILLER         PIC X(15) VALUE '  QUERIES RUN: '.
            05 INQ-SUM-QRY    PIC ZZZ9.
            05 FILLER         PIC X(18) VALUE '  CARDS REJECTED: '.
            05 INQ-SUM-REJ    PIC ZZZ9.
            05 FILLER         PIC X(23) VALUE SPACES.

        01 WS-INQ-FULL-LINE.
            05 FILLER         PIC X(46) VALUE
                'INQUIRY TABLE FULL - SOME ACTIVITY NOT LISTED'.
            05 FILLER         PIC X(34) VALUE SPACES.

        01 WS-INQ-TRAILER-LINE.
            05 FILLER         PIC X(27)
                VALUE 'END OF JOB ACTIVITY INQUIRY'.
            05 FILLER         PIC X(53) VALUE SPACES.

        01 WS-INQ-QRY-FAIL-LINE.
            05 FILLER           PIC X(38)
                VALUE 'UNABLE TO OPEN QRYCARD - FILE STATUS '.
            05 INQ-QRY-STATUS   PIC XX.
            05 FILLER           PIC X(40) VALUE SPACES.

        01 WS-INQ-JOBM-FAIL-LINE.
            05 FILLER           PIC X(38)
                VALUE 'UNABLE TO OPEN JOBMSTR - FILE STATUS '.
            05 INQ-JOBM-STATUS  PIC XX.
            05 FILLER           PIC X(40) VALUE SPACES.

        01 WS-INQ-EXT-FAIL-LINE.
            05 FILLER           PIC X(38)
                VALUE 'UNABLE TO OPEN EXTRACT - FILE STATUS '.
            05 INQ-EXT-STATUS   PIC XX.
            05 FILLER           PIC X(40) VALUE SPACES.

        01 WS-INQ-CAL-FAIL-LINE.
            05 FILLER           PIC X(38)
                VALUE 'UNABLE TO OPEN CALFILE - FILE STATUS '.
            05 INQ-CAL-STATUS   PIC XX.
            05 FILLER           PIC X(40) VALUE SPACES.

        PROCEDURE DIVISION.
        0000-MAIN-LOGIC.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-LOAD-QUERY-CARDS
            PERFORM 2500-SEED-BUSINESS-DAYS
            PERFORM 3000-SCAN-EXTRACTS
            PERFORM 4000-SCAN-ADJUSTMENTS
            PERFORM 5000-SCAN-REVERSALS
            PERFORM 9000-TERMINATE
            STOP RUN.

        1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

            OPEN INPUT QRY-FILE.
            IF WS-QRY-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN QRYCARD - FILE STATUS '
                    WS-QRY-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1700-WRITE-QRY-FAIL-REPORT
                STOP RUN
            END-IF.

            OPEN INPUT JOBM-FILE.
            IF WS-JOBM-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN JOBMSTR - FILE STATUS '
                    WS-JOBM-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1750-WRITE-JOBM-FAIL-REPORT
                STOP RUN
            END-IF.

            OPEN INPUT EXTRACT-FILE.
            IF WS-EXT-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN EXTRACT - FILE STATUS '
                    WS-EXT-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1760-WRITE-EXT-FAIL-REPORT
                STOP RUN
            END-IF.

            OPEN INPUT CAL-FILE.
            IF WS-CAL-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN CALFILE - FILE STATUS '
                    WS-CAL-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1770-WRITE-CAL-FAIL-REPORT
                STOP RUN
            END-IF.

            OPEN OUTPUT INQ-FILE.
            MOVE WS-RUN-DATE TO INQ-HDR-DATE
            MOVE WS-INQ-HEADER-LINE TO INQ-RECORD
            WRITE INQ-RECORD.

        1700-WRITE-QRY-FAIL-REPORT.
            MOVE WS-RUN-DATE TO INQ-HDR-DATE
            MOVE WS-INQ-HEADER-LINE TO INQ-RECORD
            OPEN OUTPUT INQ-FILE
            WRITE INQ-RECORD

            MOVE WS-QRY-STATUS TO INQ-QRY-STATUS
            MOVE WS-INQ-QRY-FAIL-LINE TO INQ-RECORD
            WRITE INQ-RECORD

            MOVE WS-INQ-TRAILER-LINE TO INQ-RECORD
            WRITE INQ-RECORD

            CLOSE INQ-FILE.

        1750-WRITE-JOBM-FAIL-REPORT.
            MOVE WS-RUN-DATE TO INQ-HDR-DATE
            MOVE WS-INQ-HEADER-LINE TO INQ-RECORD
            OPEN OUTPUT INQ-FILE
            WRITE INQ-RECORD

            MOVE WS-JOBM-STATUS TO INQ-JOBM-STATUS
            MOVE WS-INQ-JOBM-FAIL-LINE TO INQ-RECORD
            WRITE INQ-RECORD

            MOVE WS-INQ-TRAILER-LINE TO INQ-RECORD
            WRITE INQ-RECORD

            CLOSE INQ-FILE.

        1760-WRITE-EXT-FAIL-REPORT.
            MOVE WS-RUN-DATE TO INQ-HDR-DATE
            MOVE WS-INQ-HEADER-LINE TO INQ-RECORD
            OPEN OUTPUT INQ-FILE
            WRITE INQ-RECORD

            MOVE WS-EXT-STATUS TO INQ-EXT-STATUS
            MOVE WS-INQ-EXT-FAIL-LINE TO INQ-RECORD
            WRITE INQ-RECORD

            MOVE WS-INQ-TRAILER-LINE TO INQ-RECORD
            WRITE INQ-RECORD

            CLOSE INQ-FILE.

        1770-WRITE-CAL-FAIL-REPORT.
            MOVE WS-RUN-DATE TO INQ-HDR-DATE
            MOVE WS-INQ-HEADER-LINE TO INQ-RECORD
            OPEN OUTPUT INQ-FILE
            WRITE INQ-RECORD

            MOVE WS-CAL-STATUS TO INQ-CAL-STATUS
            MOVE WS-INQ-CAL-FAIL-LINE TO INQ-RECORD
            WRITE INQ-RECORD

            MOVE WS-INQ-TRAILER-LINE TO INQ-RECORD
            WRITE INQ-RECORD

            CLOSE INQ-FILE.

        2000-LOAD-QUERY-CARDS.
            PERFORM UNTIL WS-QRY-EOF = 'Y'
                READ QRY-FILE
                    AT END
                        MOVE 'Y' TO WS-QRY-EOF
                    NOT AT END
                        ADD 1 TO WS-CARDS-READ
                        PERFORM 2100-EDIT-QUERY-CARD
                END-READ
            END-PERFORM.
            CLOSE QRY-FILE.
            CLOSE JOBM-FILE.

        2100-EDIT-QUERY-CARD.
            MOVE SPACES TO WS-CARD-ERROR

            IF NOT QRY-BY-JOB AND NOT QRY-BY-DEPT
                MOVE 'QUERY TYPE NOT JOB OR DPT' TO WS-CARD-ERROR
            ELSE
                IF QRY-KEY = SPACES
                    MOVE 'JOB ID OR DEPT CODE MISSING'
                        TO WS-CARD-ERROR
                ELSE
                    IF QRY-FROM-DATE NOT NUMERIC
                        MOVE 'FROM DATE NOT NUMERIC' TO WS-CARD-ERROR
                    ELSE
                        MOVE QRY-FROM-DATE TO WS-CARD-FROM
                        IF QRY-THRU-DATE = SPACES
                            MOVE WS-CARD-FROM TO WS-CARD-THRU
                        ELSE
                            IF QRY-THRU-DATE NOT NUMERIC
                                MOVE 'THRU DATE NOT NUMERIC'
                                    TO WS-CARD-ERROR
                            ELSE
                                MOVE QRY-THRU-DATE TO WS-CARD-THRU
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.

            IF WS-CARD-ERROR = SPACES
                IF WS-CARD-THRU < WS-CARD-FROM
                    MOVE 'THRU DATE BEFORE FROM DATE' TO WS-CARD-ERROR
                ELSE
                    IF WS-QRY-COUNT NOT < WS-QRY-MAX
                        MOVE 'QUERY TABLE FULL' TO WS-CARD-ERROR
                    END-IF
                END-IF
            END-IF.

            IF WS-CARD-ERROR NOT = SPACES
                PERFORM 2190-WRITE-CARD-REJECT
            ELSE
                ADD 1 TO WS-QRY-COUNT
                MOVE QRY-TYPE TO WS-QRY-TAB-TYPE (WS-QRY-COUNT)
                MOVE QRY-KEY TO WS-QRY-TAB-KEY (WS-QRY-COUNT)
                MOVE WS-CARD-FROM TO WS-QRY-TAB-FROM (WS-QRY-COUNT)
                MOVE WS-CARD-THRU TO WS-QRY-TAB-THRU (WS-QRY-COUNT)
                MOVE 0 TO WS-QRY-TAB-JOBS (WS-QRY-COUNT)
                IF QRY-BY-JOB
                    MOVE QRY-KEY TO WS-INT-JOB-WORK
                    PERFORM 2300-ADD-INTEREST
                ELSE
                    PERFORM 2200-RESOLVE-DEPT-JOBS
                    IF WS-QRY-TAB-JOBS (WS-QRY-COUNT) = 0
                        ADD 1 TO WS-NOJOB-COUNT
                    END-IF
                END-IF
            END-IF.

        2190-WRITE-CARD-REJECT.
            ADD 1 TO WS-CARDS-REJECTED
            MOVE WS-CARDS-READ TO INQ-REJ-CARD
            MOVE WS-CARD-ERROR TO INQ-REJ-REASON
            MOVE WS-INQ-REJECT-LINE TO INQ-RECORD
            WRITE INQ-RECORD.

        2200-RESOLVE-DEPT-JOBS.
            MOVE 'N' TO WS-JOBM-EOF
            MOVE LOW-VALUES TO JOBM-JOB-ID
            START JOBM-FILE KEY IS NOT LESS THAN JOBM-JOB-ID
                INVALID KEY
                    MOVE 'Y' TO WS-JOBM-EOF
            END-START.
            PERFORM UNTIL WS-JOBM-EOF = 'Y'
                READ JOBM-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-JOBM-EOF
                    NOT AT END
                        IF JOBM-DEPT-CODE = QRY-DEPT-CODE
                            MOVE JOBM-JOB-ID TO WS-INT-JOB-WORK
                            PERFORM 2300-ADD-INTEREST
                        END-IF
                END-READ
            END-PERFORM.

        2300-ADD-INTEREST.
            IF WS-INT-COUNT < WS-INT-MAX
                ADD 1 TO WS-INT-COUNT
                MOVE WS-INT-JOB-WORK TO WS-INT-JOB-ID (WS-INT-COUNT)
                MOVE WS-QRY-COUNT TO WS-INT-QRY (WS-INT-COUNT)
                ADD 1 TO WS-QRY-TAB-JOBS (WS-QRY-COUNT)
            ELSE
                MOVE 'Y' TO WS-INQ-FULL
                DISPLAY 'JOB INTEREST TABLE FULL - ' WS-INT-JOB-WORK
            END-IF.

        2500-SEED-BUSINESS-DAYS.
            PERFORM UNTIL WS-CAL-EOF = 'Y'
                READ CAL-FILE
                    AT END
                        MOVE 'Y' TO WS-CAL-EOF
                    NOT AT END
                        IF CAL-BUSINESS-DAY
                            ADD 1 TO WS-CAL-DAYS
                            MOVE CAL-DATE TO WS-DTL-DATE
                            PERFORM 2600-SEED-QUERY-DAY
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CAL-FILE.

        2600-SEED-QUERY-DAY.
            PERFORM VARYING WS-QRY-IDX FROM 1 BY 1
                    UNTIL WS-QRY-IDX > WS-QRY-COUNT
                IF WS-DTL-DATE >= WS-QRY-TAB-FROM (WS-QRY-IDX)
                        AND WS-DTL-DATE <= WS-QRY-TAB-THRU (WS-QRY-IDX)
                    MOVE WS-QRY-IDX TO WS-TL-QRY-WORK
                    PERFORM 3200-FIND-TIMELINE-SLOT
                END-IF
            END-PERFORM.

        3000-SCAN-EXTRACTS.
            MOVE 'E' TO WS-DTL-KIND
            PERFORM UNTIL WS-EXT-EOF = 'Y'
                READ EXTRACT-FILE
                    AT END
                        MOVE 'Y' TO WS-EXT-EOF
                    NOT AT END
                        IF EXT-TYPE-DETAIL
                                AND EXT-DTL-JOB-DATE NUMERIC
                                AND EXT-DTL-UNIT-TOTAL NUMERIC
                            ADD 1 TO WS-EXT-DETAILS
                            MOVE EXT-DTL-JOB-ID TO WS-DTL-JOB-ID
                            MOVE EXT-DTL-JOB-DATE TO WS-DTL-DATE
                            MOVE EXT-DTL-UNIT-TOTAL TO WS-DTL-UNITS
                            PERFORM 3100-POST-DETAIL
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE EXTRACT-FILE.

        3100-POST-DETAIL.
            PERFORM VARYING WS-INT-IDX FROM 1 BY 1
                    UNTIL WS-INT-IDX > WS-INT-COUNT
                IF WS-INT-JOB-ID (WS-INT-IDX) = WS-DTL-JOB-ID
                    MOVE WS-INT-QRY (WS-INT-IDX) TO WS-TL-QRY-WORK
                    IF WS-DTL-DATE >= WS-QRY-TAB-FROM (WS-TL-QRY-WORK)
                        AND WS-DTL-DATE <= WS-QRY-TAB-THRU
                                               (WS-TL-QRY-WORK)
                        PERFORM 3200-FIND-TIMELINE-SLOT
                        IF WS-TL-SLOT > 0
                            MOVE 'Y' TO WS-TL-POSTED (WS-TL-SLOT)
                            IF WS-DTL-KIND = 'E'
                                ADD WS-DTL-UNITS
                                    TO WS-TL-EXT-UNITS (WS-TL-SLOT)
                            ELSE
                                ADD WS-DTL-UNITS
                                    TO WS-TL-ADJ-UNITS (WS-TL-SLOT)
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

        3200-FIND-TIMELINE-SLOT.
            MOVE 0 TO WS-TL-SLOT
            MOVE 'N' TO WS-TL-FOUND
            PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                    UNTIL WS-TL-IDX > WS-TL-COUNT
                       OR WS-TL-SLOT > 0
                IF WS-TL-QRY (WS-TL-IDX) = WS-TL-QRY-WORK
                        AND WS-TL-DATE (WS-TL-IDX) = WS-DTL-DATE
                    MOVE WS-TL-IDX TO WS-TL-SLOT
                    MOVE 'Y' TO WS-TL-FOUND
                ELSE
                    IF WS-TL-QRY (WS-TL-IDX) > WS-TL-QRY-WORK
                       OR (WS-TL-QRY (WS-TL-IDX) = WS-TL-QRY-WORK
                           AND WS-TL-DATE (WS-TL-IDX) > WS-DTL-DATE)
                        MOVE WS-TL-IDX TO WS-TL-SLOT
                    END-IF
                END-IF
            END-PERFORM.

            IF WS-TL-FOUND = 'N'
                IF WS-TL-COUNT < WS-TL-MAX
                    IF WS-TL-SLOT = 0
                        COMPUTE WS-TL-SLOT = WS-TL-COUNT + 1
                    ELSE
                        PERFORM 3250-OPEN-TIMELINE-GAP
                    END-IF
                    ADD 1 TO WS-TL-COUNT
                    MOVE WS-TL-QRY-WORK TO WS-TL-QRY (WS-TL-SLOT)
                    MOVE WS-DTL-DATE TO WS-TL-DATE (WS-TL-SLOT)
                    MOVE 0 TO WS-TL-EXT-UNITS (WS-TL-SLOT)
                    MOVE 0 TO WS-TL-ADJ-UNITS (WS-TL-SLOT)
                    MOVE 'N' TO WS-TL-REVERSED (WS-TL-SLOT)
                    MOVE 'N' TO WS-TL-LIVE (WS-TL-SLOT)
                    MOVE 'N' TO WS-TL-POSTED (WS-TL-SLOT)
                ELSE
                    MOVE 0 TO WS-TL-SLOT
                    MOVE 'Y' TO WS-INQ-FULL
                    DISPLAY 'TIMELINE TABLE FULL - QUERY '
                        WS-TL-QRY-WORK ' ' WS-DTL-DATE
                END-IF
            END-IF.

        3250-OPEN-TIMELINE-GAP.
            PERFORM VARYING WS-TL-MOVE FROM WS-TL-COUNT BY -1
                    UNTIL WS-TL-MOVE < WS-TL-SLOT
                COMPUTE WS-TL-NEXT = WS-TL-MOVE + 1
                MOVE WS-TL-ENTRY (WS-TL-MOVE)
                    TO WS-TL-ENTRY (WS-TL-NEXT)
            END-PERFORM.

        4000-SCAN-ADJUSTMENTS.
            OPEN INPUT ADJEXT-FILE.
            IF WS-ADJ-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN ADJEXTR - FILE STATUS '
                    WS-ADJ-STATUS
                MOVE 'Y' TO WS-ADJ-MISSING
            ELSE
                MOVE 'A' TO WS-DTL-KIND
                PERFORM UNTIL WS-ADJ-EOF = 'Y'
                    READ ADJEXT-FILE
                        AT END
                            MOVE 'Y' TO WS-ADJ-EOF
                        NOT AT END
                            IF ADJ-REC-TYPE = 'D'
                                    AND ADJ-JOB-DATE NUMERIC
                                    AND ADJ-UNIT-TOTAL NUMERIC
                                ADD 1 TO WS-ADJ-DETAILS
                                MOVE ADJ-JOB-ID TO WS-DTL-JOB-ID
                                MOVE ADJ-JOB-DATE TO WS-DTL-DATE
                                MOVE ADJ-UNIT-TOTAL TO WS-DTL-UNITS
                                PERFORM 3100-POST-DETAIL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ADJEXT-FILE
            END-IF.

        5000-SCAN-REVERSALS.
            OPEN INPUT DAYHIST-FILE.
            IF WS-HIST-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DAYHIST - FILE STATUS '
                    WS-HIST-STATUS
                MOVE 'Y' TO WS-HIST-MISSING
            ELSE
                PERFORM UNTIL WS-HIST-EOF = 'Y'
                    READ DAYHIST-FILE
                        AT END
                            MOVE 'Y' TO WS-HIST-EOF
                        NOT AT END
                            MOVE DHI-RUN-DATE TO WS-MARK-DATE
                            IF DHI-REVERSED
                                MOVE 'R' TO WS-MARK-KIND
                            ELSE
                                MOVE 'L' TO WS-MARK-KIND
                            END-IF
                            PERFORM 5100-MARK-TIMELINE-DATE
                    END-READ
                END-PERFORM
                CLOSE DAYHIST-FILE
            END-IF.

            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN AUDITFL - FILE STATUS '
                    WS-AUDIT-STATUS
                MOVE 'Y' TO WS-AUDIT-MISSING
            ELSE
                PERFORM UNTIL WS-AUDIT-EOF = 'Y'
                    READ AUDIT-FILE
                        AT END
                            MOVE 'Y' TO WS-AUDIT-EOF
                        NOT AT END
                            MOVE AUD-RUN-DATE TO WS-MARK-DATE
                            IF AUD-POSTED-ENTRY
                                MOVE 'L' TO WS-MARK-KIND
                            ELSE
                                MOVE 'R' TO WS-MARK-KIND
                            END-IF
                            PERFORM 5100-MARK-TIMELINE-DATE
                    END-READ
                END-PERFORM
                CLOSE AUDIT-FILE
            END-IF.

        5100-MARK-TIMELINE-DATE.
            PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                    UNTIL WS-TL-IDX > WS-TL-COUNT
                IF WS-TL-DATE (WS-TL-IDX) = WS-MARK-DATE
                    IF WS-MARK-KIND = 'R'
                        MOVE 'Y' TO WS-TL-REVERSED (WS-TL-IDX)
                    ELSE
                        MOVE 'Y' TO WS-TL-LIVE (WS-TL-IDX)
                    END-IF
                END-IF
            END-PERFORM.

        9000-TERMINATE.
            IF WS-ADJ-MISSING = 'Y'
                MOVE 'ADJEXTR NOT AVAILABLE - ADJUSTMENTS NOT SHOWN'
                    TO INQ-NOTE-TEXT
                MOVE WS-INQ-NOTE-LINE TO INQ-RECORD
                WRITE INQ-RECORD
            END-IF.
            IF WS-HIST-MISSING = 'Y' OR WS-AUDIT-MISSING = 'Y'
                MOVE 'BACKOUTS NOT SHOWN - DAYHIST OR AUDITFL NOT READ'
                    TO INQ-NOTE-TEXT
                MOVE WS-INQ-NOTE-LINE TO INQ-RECORD
                WRITE INQ-RECORD
            END-IF.

            MOVE 1 TO WS-TL-IDX
            PERFORM VARYING WS-QRY-IDX FROM 1 BY 1
                    UNTIL WS-QRY-IDX > WS-QRY-COUNT
                PERFORM 9100-WRITE-QUERY-TIMELINE
            END-PERFORM.

            MOVE WS-INQ-BLANK-LINE TO INQ-RECORD
            WRITE INQ-RECORD.

            MOVE WS-CARDS-READ TO INQ-SUM-READ
            MOVE WS-QRY-COUNT TO INQ-SUM-QRY
            MOVE WS-CARDS-REJECTED TO INQ-SUM-REJ
            MOVE WS-INQ-SUMMARY-LINE TO INQ-RECORD
            WRITE INQ-RECORD.

            IF WS-INQ-FULL = 'Y'
                MOVE WS-INQ-FULL-LINE TO INQ-RECORD
                WRITE INQ-RECORD
            END-IF.

            MOVE WS-INQ-TRAILER-LINE TO INQ-RECORD
            WRITE INQ-RECORD.

            CLOSE INQ-FILE.

            IF WS-CARDS-REJECTED > 0 OR WS-INQ-FULL = 'Y'
                    OR WS-NOJOB-COUNT > 0 OR WS-ADJ-MISSING = 'Y'
                    OR WS-HIST-MISSING = 'Y' OR WS-AUDIT-MISSING = 'Y'
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.

            DISPLAY 'Query cards read: ' WS-CARDS-READ
            DISPLAY 'Query cards rejected: ' WS-CARDS-REJECTED
            DISPLAY 'Extract details read: ' WS-EXT-DETAILS
            DISPLAY 'Adjustment details read: ' WS-ADJ-DETAILS
            DISPLAY 'Calendar business days read: ' WS-CAL-DAYS
            DISPLAY 'Timeline lines: ' WS-TL-COUNT.

        9100-WRITE-QUERY-TIMELINE.
            MOVE WS-INQ-BLANK-LINE TO INQ-RECORD
            WRITE INQ-RECORD.

            MOVE WS-QRY-IDX TO INQ-QRY-NUM
            IF WS-QRY-TAB-TYPE (WS-QRY-IDX) = 'JOB'
                MOVE 'JOB  ' TO INQ-QRY-TYPE
            ELSE
                MOVE 'DEPT ' TO INQ-QRY-TYPE
            END-IF
            MOVE WS-QRY-TAB-KEY (WS-QRY-IDX) TO INQ-QRY-KEY
            MOVE WS-QRY-TAB-FROM (WS-QRY-IDX) TO INQ-QRY-FROM
            MOVE WS-QRY-TAB-THRU (WS-QRY-IDX) TO INQ-QRY-THRU
            MOVE WS-QRY-TAB-JOBS (WS-QRY-IDX) TO INQ-QRY-JOBS
            MOVE WS-INQ-QUERY-LINE TO INQ-RECORD
            WRITE INQ-RECORD.

            IF WS-QRY-TAB-JOBS (WS-QRY-IDX) = 0
                MOVE WS-INQ-NOJOB-LINE TO INQ-RECORD
                WRITE INQ-RECORD
            END-IF.

            MOVE WS-INQ-COLHDR-LINE TO INQ-RECORD
            WRITE INQ-RECORD.

            MOVE 0 TO WS-SUB-EXT
            MOVE 0 TO WS-SUB-ADJ
            MOVE 0 TO WS-SUB-NET
            MOVE 0 TO WS-SUB-DAYS
            MOVE 0 TO WS-SUB-BACKED
            MOVE 0 TO WS-SUB-ACTIVE

            PERFORM UNTIL WS-TL-IDX > WS-TL-COUNT
                       OR WS-TL-QRY (WS-TL-IDX) NOT = WS-QRY-IDX
                PERFORM 9200-WRITE-TIMELINE-LINE
                ADD 1 TO WS-TL-IDX
            END-PERFORM.

            IF WS-SUB-ACTIVE = 0
                MOVE WS-INQ-NOACT-LINE TO INQ-RECORD
                WRITE INQ-RECORD
            END-IF.

            MOVE WS-SUB-EXT TO INQ-SUB-EXT
            MOVE WS-SUB-ADJ TO INQ-SUB-ADJ
            MOVE WS-SUB-NET TO INQ-SUB-NET
            MOVE WS-SUB-DAYS TO INQ-SUB-DAYS
            MOVE WS-SUB-BACKED TO INQ-SUB-BACKED
            MOVE WS-INQ-SUBTOT-LINE TO INQ-RECORD
            WRITE INQ-RECORD.

        9200-WRITE-TIMELINE-LINE.
            ADD WS-TL-EXT-UNITS (WS-TL-IDX)
                WS-TL-ADJ-UNITS (WS-TL-IDX)
                GIVING WS-NET-UNITS
            MOVE SPACES TO INQ-DTL-STATUS
            IF WS-TL-REVERSED (WS-TL-IDX) = 'Y'
                ADD 1 TO WS-SUB-BACKED
                IF WS-TL-LIVE (WS-TL-IDX) = 'Y'
                    MOVE 'BACKED OUT/RERUN' TO INQ-DTL-STATUS
                ELSE
                    MOVE 'BACKED OUT' TO INQ-DTL-STATUS
                    MOVE 0 TO WS-NET-UNITS
                END-IF
            END-IF.

            MOVE WS-TL-DATE (WS-TL-IDX) TO INQ-DTL-DATE
            MOVE WS-TL-EXT-UNITS (WS-TL-IDX) TO INQ-DTL-EXT
            MOVE WS-TL-ADJ-UNITS (WS-TL-IDX) TO INQ-DTL-ADJ
            MOVE WS-NET-UNITS TO INQ-DTL-NET
            MOVE WS-INQ-DETAIL-LINE TO INQ-RECORD
            WRITE INQ-RECORD.

            ADD 1 TO WS-SUB-DAYS
            IF WS-TL-POSTED (WS-TL-IDX) = 'Y'
                    OR WS-TL-REVERSED (WS-TL-IDX) = 'Y'
                ADD 1 TO WS-SUB-ACTIVE
            END-IF.
            ADD WS-TL-EXT-UNITS (WS-TL-IDX) TO WS-SUB-EXT
            ADD WS-TL-ADJ-UNITS (WS-TL-IDX) TO WS-SUB-ADJ
            ADD WS-NET-UNITS TO WS-SUB-NET.
