        IDENTIFICATION DIVISION.
        PROGRAM-ID. JobExceptions.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT JOBHIST-FILE ASSIGN TO 'JOBHIST'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-JOBH-STATUS.

            SELECT JOBM-FILE ASSIGN TO 'JOBMSTR'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS JOBM-JOB-ID
                FILE STATUS IS WS-JOBM-STATUS.

            SELECT PARM-FILE ASSIGN TO 'SYSIN'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

            SELECT SORT-FILE ASSIGN TO 'SORTWK1'.

            SELECT EXCP-FILE ASSIGN TO 'JOBEXRPT'
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  JOBHIST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY JOBHREC.

        FD  JOBM-FILE
            LABEL RECORDS ARE STANDARD.
            COPY JOBMREC.

        FD  PARM-FILE
            LABEL RECORDS ARE STANDARD.
        01  PARM-CARD.
            05 PARM-BUS-DATE       PIC X(8).
            05 FILLER              PIC X(1).
            05 PARM-WEEKS          PIC X(2).
            05 FILLER              PIC X(1).
            05 PARM-RANGE-PCT      PIC X(3).
            05 FILLER              PIC X(65).

        SD  SORT-FILE.
        01  SORT-RECORD.
            05 SRT-JOB-ID          PIC X(8).
            05 SRT-JOB-DATE        PIC 9(8).
            05 SRT-RUN-DATE        PIC 9(8).
            05 SRT-RUN-TIME        PIC 9(8).
            05 SRT-UNITS           PIC S9(9) COMP-3.
            05 SRT-ENTRY-FLAG      PIC X.

        FD  EXCP-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  EXCP-RECORD            PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-JOBH-STATUS    PIC XX VALUE '00'.
        01 WS-JOBM-STATUS    PIC XX VALUE '00'.
        01 WS-PARM-STATUS    PIC XX VALUE '00'.

        01 WS-JOBH-EOF       PIC X VALUE 'N'.
        01 WS-SORT-EOF       PIC X VALUE 'N'.

        01 WS-RUN-DATE       PIC 9(8) VALUE 0.
        01 WS-BUS-DATE       PIC 9(8) VALUE 0.
        01 WS-BUS-DAYNUM     PIC S9(9) COMP VALUE 0.
        01 WS-BUS-DOW        PIC S9(4) COMP VALUE 0.
        01 WS-WEEKS          PIC S9(4) COMP VALUE 8.
        01 WS-RANGE-PCT      PIC S9(3) COMP-3 VALUE 50.
        01 WS-MIN-SAMPLES    PIC S9(4) COMP VALUE 5.
        01 WS-WINDOW-START   PIC S9(9) COMP VALUE 0.

        01 WS-DN-DATE-GRP.
            05 WS-DN-YEAR      PIC 9(4).
            05 WS-DN-MONTH     PIC 9(2).
            05 WS-DN-DAY       PIC 9(2).
        01 WS-DN-Y           PIC S9(9) COMP VALUE 0.
        01 WS-DN-M           PIC S9(9) COMP VALUE 0.
        01 WS-DN-WORK        PIC S9(9) COMP VALUE 0.
        01 WS-DN-TERM        PIC S9(9) COMP VALUE 0.
        01 WS-DN-QUOT        PIC S9(9) COMP VALUE 0.
        01 WS-DN-NUMBER      PIC S9(9) COMP VALUE 0.
        01 WS-DN-DOW         PIC S9(4) COMP VALUE 0.

        01 WS-DAY-NAMES-X.
            05 FILLER          PIC X(36) VALUE
                'MONDAY   TUESDAY  WEDNESDAYTHURSDAY '.
            05 FILLER          PIC X(27) VALUE
                'FRIDAY   SATURDAY SUNDAY   '.
        01 WS-DAY-NAMES REDEFINES WS-DAY-NAMES-X.
            05 WS-DAY-NAME     OCCURS 7 TIMES PIC X(9).
        01 WS-DAY-SUB        PIC S9(4) COMP VALUE 0.

        01 WS-HIST-READ      PIC S9(9) COMP-3 VALUE 0.
        01 WS-HIST-USED      PIC S9(9) COMP-3 VALUE 0.
        01 WS-JOBS-SEEN      PIC S9(9) COMP-3 VALUE 0.

        01 WS-CUR-JOB-ID     PIC X(8) VALUE SPACES.
        01 WS-PEND-SW        PIC X VALUE 'N'.
        01 WS-PEND-DATE      PIC 9(8) VALUE 0.
        01 WS-PEND-UNITS     PIC S9(9) COMP-3 VALUE 0.
        01 WS-PEND-ACC-SW    PIC X VALUE 'N'.

        01 WS-JOB-TODAY-SW   PIC X VALUE 'N'.
        01 WS-JOB-TODAY-UNITS PIC S9(9) COMP-3 VALUE 0.
        01 WS-JOB-TODAY-ACC  PIC X VALUE 'N'.
        01 WS-JOB-PRIOR-SW   PIC X VALUE 'N'.
        01 WS-JOB-LAST-SEEN  PIC 9(8) VALUE 0.
        01 WS-JOB-WIN-DAYS   PIC S9(4) COMP VALUE 0.
        01 WS-JOB-DOW-DAYS   PIC S9(4) COMP VALUE 0.
        01 WS-JOB-WIN-SUM    PIC S9(11) COMP-3 VALUE 0.
        01 WS-JOB-WIN-MIN    PIC S9(9) COMP-3 VALUE 0.
        01 WS-JOB-WIN-MAX    PIC S9(9) COMP-3 VALUE 0.
        01 WS-JOB-AVG        PIC S9(9) COMP-3 VALUE 0.
        01 WS-RANGE-LOW      PIC S9(11) COMP-3 VALUE 0.
        01 WS-RANGE-HIGH     PIC S9(11) COMP-3 VALUE 0.

        01 WS-JOBM-FOUND     PIC X VALUE 'N'.
        01 WS-JOBM-ACTIVE    PIC X VALUE 'N'.
        01 WS-JOBM-FROM-N    PIC 9(8) VALUE 0.
        01 WS-JOBM-THRU-N    PIC 9(8) VALUE 0.
        01 WS-JOBM-DEPT      PIC X(4) VALUE SPACES.

        01 WS-MIS-MAX        PIC S9(4) COMP VALUE 500.
        01 WS-MIS-COUNT      PIC S9(4) COMP VALUE 0.
        01 WS-MIS-IDX        PIC S9(4) COMP VALUE 0.

        01 WS-MIS-TABLE.
            05 WS-MIS-ENTRY OCCURS 500 TIMES.
                10 WS-MIS-JOB-ID      PIC X(8).
                10 WS-MIS-DEPT        PIC X(4).
                10 WS-MIS-DOW-DAYS    PIC S9(4) COMP.
                10 WS-MIS-AVG         PIC S9(9) COMP-3.
                10 WS-MIS-LAST-SEEN   PIC 9(8).

        01 WS-RNG-MAX        PIC S9(4) COMP VALUE 500.
        01 WS-RNG-COUNT      PIC S9(4) COMP VALUE 0.
        01 WS-RNG-IDX        PIC S9(4) COMP VALUE 0.

        01 WS-RNG-TABLE.
            05 WS-RNG-ENTRY OCCURS 500 TIMES.
                10 WS-RNG-JOB-ID      PIC X(8).
                10 WS-RNG-DIR         PIC X(4).
                10 WS-RNG-UNITS       PIC S9(9) COMP-3.
                10 WS-RNG-MIN         PIC S9(9) COMP-3.
                10 WS-RNG-MAX-UNITS   PIC S9(9) COMP-3.
                10 WS-RNG-AVG         PIC S9(9) COMP-3.

        01 WS-NEW-MAX        PIC S9(4) COMP VALUE 500.
        01 WS-NEW-COUNT      PIC S9(4) COMP VALUE 0.
        01 WS-NEW-IDX        PIC S9(4) COMP VALUE 0.

        01 WS-NEW-TABLE.
            05 WS-NEW-ENTRY OCCURS 500 TIMES.
                10 WS-NEW-JOB-ID      PIC X(8).
                10 WS-NEW-DEPT        PIC X(4).
                10 WS-NEW-UNITS       PIC S9(9) COMP-3.
                10 WS-NEW-ACC         PIC X.

        01 WS-EXC-FULL       PIC X VALUE 'N'.

        01 WS-EXC-HEADER-LINE.
            05 FILLER         PIC X(10) VALUE 'RUN DATE: '.
            05 EXC-HDR-DATE   PIC 9(8).
            05 FILLER         PIC X(8)  VALUE ' PGM: '.
            05 EXC-HDR-PGM    PIC X(20) VALUE 'JobExceptions'.
            05 FILLER         PIC X(34) VALUE SPACES.

        01 WS-EXC-TITLE-LINE.
            05 FILLER         PIC X(19) VALUE 'JOB EXCEPTIONS FOR '.
            05 EXC-TTL-DATE   PIC 9(8).
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 EXC-TTL-DAY    PIC X(9).
            05 FILLER         PIC X(11) VALUE ' LOOKBACK: '.
            05 EXC-TTL-WEEKS  PIC Z9.
            05 FILLER         PIC X(17) VALUE ' WEEKS  RANGE +/-'.
            05 EXC-TTL-PCT    PIC ZZ9.
            05 FILLER         PIC X(1)  VALUE '%'.
            05 FILLER         PIC X(9)  VALUE SPACES.

        01 WS-EXC-SECTION-LINE.
            05 EXC-SEC-TEXT   PIC X(60).
            05 FILLER         PIC X(20) VALUE SPACES.

        01 WS-EXC-NONE-LINE.
            05 FILLER         PIC X(6)  VALUE '  NONE'.
            05 FILLER         PIC X(74) VALUE SPACES.

        01 WS-EXC-MIS-LINE.
            05 EXC-MIS-JOB-ID PIC X(8).
            05 FILLER         PIC X(6)  VALUE ' DEPT '.
            05 EXC-MIS-DEPT   PIC X(4).
            05 FILLER         PIC X(5)  VALUE ' RAN '.
            05 EXC-MIS-DAYS   PIC Z9.
            05 FILLER         PIC X(9)  VALUE ' OF LAST '.
            05 EXC-MIS-WEEKS  PIC Z9.
            05 FILLER         PIC X(11) VALUE ' AVG UNITS '.
            05 EXC-MIS-AVG    PIC Z(8)9.
            05 FILLER         PIC X(11) VALUE ' LAST SEEN '.
            05 EXC-MIS-LAST   PIC 9(8).
            05 FILLER         PIC X(5)  VALUE SPACES.

        01 WS-EXC-RNG-LINE.
            05 EXC-RNG-JOB-ID PIC X(8).
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 EXC-RNG-DIR    PIC X(4).
            05 FILLER         PIC X(7)  VALUE ' UNITS '.
            05 EXC-RNG-UNITS  PIC Z(8)9.
            05 FILLER         PIC X(5)  VALUE ' MIN '.
            05 EXC-RNG-MIN    PIC Z(8)9.
            05 FILLER         PIC X(5)  VALUE ' MAX '.
            05 EXC-RNG-MAX    PIC Z(8)9.
            05 FILLER         PIC X(5)  VALUE ' AVG '.
            05 EXC-RNG-AVG    PIC Z(8)9.
            05 FILLER         PIC X(9)  VALUE SPACES.

        01 WS-EXC-NEW-LINE.
            05 EXC-NEW-JOB-ID PIC X(8).
            05 FILLER         PIC X(6)  VALUE ' DEPT '.
            05 EXC-NEW-DEPT   PIC X(4).
            05 FILLER         PIC X(7)  VALUE ' UNITS '.
            05 EXC-NEW-UNITS  PIC Z(8)9.
            05 FILLER         PIC X(2)  VALUE SPACES.
            05 EXC-NEW-NOTE   PIC X(30).
            05 FILLER         PIC X(14) VALUE SPACES.

        01 WS-EXC-SUMMARY-LINE.
            05 FILLER         PIC X(11) VALUE 'JOBS SEEN: '.
            05 EXC-SUM-SEEN   PIC Z(6)9.
            05 FILLER         PIC X(11) VALUE '  MISSING: '.
            05 EXC-SUM-MIS    PIC Z(4)9.
            05 FILLER         PIC X(16) VALUE '  OUT OF RANGE: '.
            05 EXC-SUM-RNG    PIC Z(4)9.
            05 FILLER         PIC X(14) VALUE '  FIRST TIME: '.
            05 EXC-SUM-NEW    PIC Z(4)9.
            05 FILLER         PIC X(6)  VALUE SPACES.

        01 WS-EXC-FULL-LINE.
            05 FILLER         PIC X(52) VALUE
                'EXCEPTION TABLE FULL - SOME EXCEPTIONS NOT LISTED'.
            05 FILLER         PIC X(28) VALUE SPACES.

        01 WS-EXC-TRAILER-LINE.
            05 FILLER         PIC X(27)
                VALUE 'END OF JOB EXCEPTION REPORT'.
            05 FILLER         PIC X(53) VALUE SPACES.

        01 WS-EXC-JOBH-FAIL-LINE.
            05 FILLER           PIC X(38)
                VALUE 'UNABLE TO OPEN JOBHIST - FILE STATUS '.
            05 EXC-JOBH-STATUS  PIC XX.
            05 FILLER           PIC X(40) VALUE SPACES.

        01 WS-EXC-JOBM-FAIL-LINE.
            05 FILLER           PIC X(38)
                VALUE 'UNABLE TO OPEN JOBMSTR - FILE STATUS '.
            05 EXC-JOBM-STATUS  PIC XX.
            05 FILLER           PIC X(40) VALUE SPACES.

        PROCEDURE DIVISION.
        0000-MAIN-LOGIC.
            PERFORM 1000-INITIALIZE
            SORT SORT-FILE
                ON ASCENDING KEY SRT-JOB-ID SRT-JOB-DATE
                                 SRT-RUN-DATE SRT-RUN-TIME
                INPUT PROCEDURE IS 2000-RELEASE-HISTORY
                OUTPUT PROCEDURE IS 3000-SCAN-SORTED-HISTORY
            PERFORM 9000-TERMINATE
            STOP RUN.

        1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE TO WS-BUS-DATE.

            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS = '00'
                PERFORM 1050-READ-PARM-CARD
            END-IF.

            MOVE WS-BUS-DATE TO WS-DN-DATE-GRP
            PERFORM 2500-COMPUTE-DAY-NUMBER
            MOVE WS-DN-NUMBER TO WS-BUS-DAYNUM
            MOVE WS-DN-DOW TO WS-BUS-DOW
            COMPUTE WS-WINDOW-START = WS-BUS-DAYNUM - 7 * WS-WEEKS.

            OPEN INPUT JOBHIST-FILE.
            IF WS-JOBH-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN JOBHIST - FILE STATUS '
                    WS-JOBH-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1700-WRITE-JOBH-FAIL-REPORT
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

            OPEN OUTPUT EXCP-FILE.

        1050-READ-PARM-CARD.
            READ PARM-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PARM-BUS-DATE NUMERIC
                        MOVE PARM-BUS-DATE TO WS-BUS-DATE
                    END-IF
                    IF PARM-WEEKS NUMERIC AND PARM-WEEKS > '00'
                        MOVE PARM-WEEKS TO WS-WEEKS
                    END-IF
                    IF PARM-RANGE-PCT NUMERIC
                            AND PARM-RANGE-PCT > '000'
                        MOVE PARM-RANGE-PCT TO WS-RANGE-PCT
                    END-IF
            END-READ.
            CLOSE PARM-FILE.

        1700-WRITE-JOBH-FAIL-REPORT.
            MOVE WS-RUN-DATE TO EXC-HDR-DATE
            MOVE WS-EXC-HEADER-LINE TO EXCP-RECORD
            OPEN OUTPUT EXCP-FILE
            WRITE EXCP-RECORD

            MOVE WS-JOBH-STATUS TO EXC-JOBH-STATUS
            MOVE WS-EXC-JOBH-FAIL-LINE TO EXCP-RECORD
            WRITE EXCP-RECORD

            MOVE WS-EXC-TRAILER-LINE TO EXCP-RECORD
            WRITE EXCP-RECORD

            CLOSE EXCP-FILE.

        1750-WRITE-JOBM-FAIL-REPORT.
            MOVE WS-RUN-DATE TO EXC-HDR-DATE
            MOVE WS-EXC-HEADER-LINE TO EXCP-RECORD
            OPEN OUTPUT EXCP-FILE
            WRITE EXCP-RECORD

            MOVE WS-JOBM-STATUS TO EXC-JOBM-STATUS
            MOVE WS-EXC-JOBM-FAIL-LINE TO EXCP-RECORD
            WRITE EXCP-RECORD

            MOVE WS-EXC-TRAILER-LINE TO EXCP-RECORD
            WRITE EXCP-RECORD

            CLOSE EXCP-FILE.

        2000-RELEASE-HISTORY.
            PERFORM UNTIL WS-JOBH-EOF = 'Y'
                READ JOBHIST-FILE
                    AT END
                        MOVE 'Y' TO WS-JOBH-EOF
                    NOT AT END
                        ADD 1 TO WS-HIST-READ
                        IF JHI-JOB-DATE NUMERIC
                                AND JHI-JOB-DATE <= WS-BUS-DATE
                            ADD 1 TO WS-HIST-USED
                            MOVE JHI-JOB-ID TO SRT-JOB-ID
                            MOVE JHI-JOB-DATE TO SRT-JOB-DATE
                            MOVE JHI-RUN-DATE TO SRT-RUN-DATE
                            MOVE JHI-RUN-TIME TO SRT-RUN-TIME
                            MOVE JHI-UNITS TO SRT-UNITS
                            MOVE JHI-ENTRY-FLAG TO SRT-ENTRY-FLAG
                            RELEASE SORT-RECORD
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE JOBHIST-FILE.

        2500-COMPUTE-DAY-NUMBER.
            MOVE WS-DN-YEAR TO WS-DN-Y
            MOVE WS-DN-MONTH TO WS-DN-M
            IF WS-DN-M < 3
                ADD 12 TO WS-DN-M
                SUBTRACT 1 FROM WS-DN-Y
            END-IF
            SUBTRACT 3 FROM WS-DN-M
            ADD 4800 TO WS-DN-Y
            COMPUTE WS-DN-WORK = 153 * WS-DN-M + 2
            DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-TERM
            COMPUTE WS-DN-NUMBER = WS-DN-DAY + WS-DN-TERM
                + 365 * WS-DN-Y - 32045
            DIVIDE WS-DN-Y BY 4 GIVING WS-DN-TERM
            ADD WS-DN-TERM TO WS-DN-NUMBER
            DIVIDE WS-DN-Y BY 100 GIVING WS-DN-TERM
            SUBTRACT WS-DN-TERM FROM WS-DN-NUMBER
            DIVIDE WS-DN-Y BY 400 GIVING WS-DN-TERM
            ADD WS-DN-TERM TO WS-DN-NUMBER
            DIVIDE WS-DN-NUMBER BY 7
                GIVING WS-DN-QUOT REMAINDER WS-DN-DOW.

        3000-SCAN-SORTED-HISTORY.
            PERFORM UNTIL WS-SORT-EOF = 'Y'
                RETURN SORT-FILE
                    AT END
                        MOVE 'Y' TO WS-SORT-EOF
                    NOT AT END
                        PERFORM 3100-TAKE-SORTED-RECORD
                END-RETURN
            END-PERFORM.

            IF WS-CUR-JOB-ID NOT = SPACES
                PERFORM 3200-POST-PENDING-DAY
                PERFORM 3300-FINISH-JOB
            END-IF.

        3050-START-JOB.
            MOVE SRT-JOB-ID TO WS-CUR-JOB-ID
            MOVE 'N' TO WS-PEND-SW
            MOVE 'N' TO WS-PEND-ACC-SW
            MOVE 0 TO WS-PEND-UNITS
            MOVE 'N' TO WS-JOB-TODAY-SW
            MOVE 0 TO WS-JOB-TODAY-UNITS
            MOVE 'N' TO WS-JOB-TODAY-ACC
            MOVE 'N' TO WS-JOB-PRIOR-SW
            MOVE 0 TO WS-JOB-LAST-SEEN
            MOVE 0 TO WS-JOB-WIN-DAYS
            MOVE 0 TO WS-JOB-DOW-DAYS
            MOVE 0 TO WS-JOB-WIN-SUM
            MOVE 0 TO WS-JOB-WIN-MIN
            MOVE 0 TO WS-JOB-WIN-MAX.

        3100-TAKE-SORTED-RECORD.
            IF WS-CUR-JOB-ID = SPACES
                PERFORM 3050-START-JOB
            ELSE
                IF SRT-JOB-ID NOT = WS-CUR-JOB-ID
                    PERFORM 3200-POST-PENDING-DAY
                    PERFORM 3300-FINISH-JOB
                    PERFORM 3050-START-JOB
                ELSE
                    IF SRT-JOB-DATE NOT = WS-PEND-DATE
                        PERFORM 3200-POST-PENDING-DAY
                    END-IF
                END-IF
            END-IF.

            MOVE 'Y' TO WS-PEND-SW
            MOVE SRT-JOB-DATE TO WS-PEND-DATE
            IF SRT-ENTRY-FLAG NOT = 'R'
                MOVE 'Y' TO WS-PEND-ACC-SW
                MOVE SRT-UNITS TO WS-PEND-UNITS
            END-IF.

        3200-POST-PENDING-DAY.
            IF WS-PEND-SW = 'Y'
                IF WS-PEND-DATE = WS-BUS-DATE
                    MOVE 'Y' TO WS-JOB-TODAY-SW
                    MOVE WS-PEND-ACC-SW TO WS-JOB-TODAY-ACC
                    MOVE WS-PEND-UNITS TO WS-JOB-TODAY-UNITS
                ELSE
                    MOVE 'Y' TO WS-JOB-PRIOR-SW
                    MOVE WS-PEND-DATE TO WS-JOB-LAST-SEEN
                    IF WS-PEND-ACC-SW = 'Y'
                        MOVE WS-PEND-DATE TO WS-DN-DATE-GRP
                        PERFORM 2500-COMPUTE-DAY-NUMBER
                        IF WS-DN-NUMBER >= WS-WINDOW-START
                            PERFORM 3250-POST-WINDOW-DAY
                        END-IF
                    END-IF
                END-IF
                MOVE 'N' TO WS-PEND-SW
                MOVE 'N' TO WS-PEND-ACC-SW
                MOVE 0 TO WS-PEND-UNITS
            END-IF.

        3250-POST-WINDOW-DAY.
            ADD 1 TO WS-JOB-WIN-DAYS
            ADD WS-PEND-UNITS TO WS-JOB-WIN-SUM
            IF WS-JOB-WIN-DAYS = 1
                MOVE WS-PEND-UNITS TO WS-JOB-WIN-MIN
                MOVE WS-PEND-UNITS TO WS-JOB-WIN-MAX
            ELSE
                IF WS-PEND-UNITS < WS-JOB-WIN-MIN
                    MOVE WS-PEND-UNITS TO WS-JOB-WIN-MIN
                END-IF
                IF WS-PEND-UNITS > WS-JOB-WIN-MAX
                    MOVE WS-PEND-UNITS TO WS-JOB-WIN-MAX
                END-IF
            END-IF
            IF WS-DN-DOW = WS-BUS-DOW
                ADD 1 TO WS-JOB-DOW-DAYS
            END-IF.

        3300-FINISH-JOB.
            ADD 1 TO WS-JOBS-SEEN.

            IF WS-JOB-WIN-DAYS > 0
                DIVIDE WS-JOB-WIN-SUM BY WS-JOB-WIN-DAYS
                    GIVING WS-JOB-AVG
            ELSE
                MOVE 0 TO WS-JOB-AVG
            END-IF.

            IF WS-JOB-TODAY-SW = 'Y'
                IF WS-JOB-PRIOR-SW = 'N'
                    PERFORM 3600-ADD-FIRST-TIME-JOB
                ELSE
                    IF WS-JOB-WIN-DAYS >= WS-MIN-SAMPLES
                            AND WS-JOB-TODAY-ACC = 'Y'
                        PERFORM 3500-CHECK-UNIT-RANGE
                    END-IF
                END-IF
            ELSE
                IF WS-JOB-DOW-DAYS * 2 > WS-WEEKS
                    PERFORM 3400-CHECK-MISSING-JOB
                END-IF
            END-IF.

        3400-CHECK-MISSING-JOB.
            PERFORM 3450-CHECK-MASTER-ACTIVE
            IF WS-JOBM-ACTIVE = 'Y'
                IF WS-MIS-COUNT < WS-MIS-MAX
                    ADD 1 TO WS-MIS-COUNT
                    MOVE WS-CUR-JOB-ID
                        TO WS-MIS-JOB-ID (WS-MIS-COUNT)
                    MOVE WS-JOBM-DEPT TO WS-MIS-DEPT (WS-MIS-COUNT)
                    MOVE WS-JOB-DOW-DAYS
                        TO WS-MIS-DOW-DAYS (WS-MIS-COUNT)
                    MOVE WS-JOB-AVG TO WS-MIS-AVG (WS-MIS-COUNT)
                    MOVE WS-JOB-LAST-SEEN
                        TO WS-MIS-LAST-SEEN (WS-MIS-COUNT)
                ELSE
                    MOVE 'Y' TO WS-EXC-FULL
                END-IF
            END-IF.

        3450-CHECK-MASTER-ACTIVE.
            MOVE 'N' TO WS-JOBM-FOUND
            MOVE 'N' TO WS-JOBM-ACTIVE
            MOVE SPACES TO WS-JOBM-DEPT
            MOVE WS-CUR-JOB-ID TO JOBM-JOB-ID
            READ JOBM-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-JOBM-FOUND
                    MOVE JOBM-DEPT-CODE TO WS-JOBM-DEPT
                    PERFORM 3460-CHECK-MASTER-EFFECTIVITY
            END-READ.

        3460-CHECK-MASTER-EFFECTIVITY.
            IF JOBM-EFF-FROM-DATE NOT NUMERIC
                    AND JOBM-EFF-THRU-DATE NOT NUMERIC
                IF JOBM-STATUS = 'A'
                    MOVE 'Y' TO WS-JOBM-ACTIVE
                END-IF
            ELSE
                IF JOBM-EFF-FROM-DATE NUMERIC
                    MOVE JOBM-EFF-FROM-DATE TO WS-JOBM-FROM-N
                ELSE
                    MOVE 0 TO WS-JOBM-FROM-N
                END-IF
                IF JOBM-EFF-THRU-DATE NUMERIC
                    MOVE JOBM-EFF-THRU-DATE TO WS-JOBM-THRU-N
                ELSE
                    MOVE 99999999 TO WS-JOBM-THRU-N
                END-IF
                IF WS-BUS-DATE >= WS-JOBM-FROM-N
                        AND WS-BUS-DATE <= WS-JOBM-THRU-N
                    MOVE 'Y' TO WS-JOBM-ACTIVE
                END-IF
            END-IF.

        3500-CHECK-UNIT-RANGE.
            COMPUTE WS-RANGE-LOW =
                WS-JOB-WIN-MIN * (100 - WS-RANGE-PCT) / 100
            COMPUTE WS-RANGE-HIGH =
                WS-JOB-WIN-MAX * (100 + WS-RANGE-PCT) / 100
            IF WS-JOB-TODAY-UNITS > WS-RANGE-HIGH
                    OR WS-JOB-TODAY-UNITS < WS-RANGE-LOW
                IF WS-RNG-COUNT < WS-RNG-MAX
                    ADD 1 TO WS-RNG-COUNT
                    MOVE WS-CUR-JOB-ID
                        TO WS-RNG-JOB-ID (WS-RNG-COUNT)
                    IF WS-JOB-TODAY-UNITS > WS-RANGE-HIGH
                        MOVE 'HIGH' TO WS-RNG-DIR (WS-RNG-COUNT)
                    ELSE
                        MOVE 'LOW' TO WS-RNG-DIR (WS-RNG-COUNT)
                    END-IF
                    MOVE WS-JOB-TODAY-UNITS
                        TO WS-RNG-UNITS (WS-RNG-COUNT)
                    MOVE WS-JOB-WIN-MIN TO WS-RNG-MIN (WS-RNG-COUNT)
                    MOVE WS-JOB-WIN-MAX
                        TO WS-RNG-MAX-UNITS (WS-RNG-COUNT)
                    MOVE WS-JOB-AVG TO WS-RNG-AVG (WS-RNG-COUNT)
                ELSE
                    MOVE 'Y' TO WS-EXC-FULL
                END-IF
            END-IF.

        3600-ADD-FIRST-TIME-JOB.
            PERFORM 3450-CHECK-MASTER-ACTIVE
            IF WS-NEW-COUNT < WS-NEW-MAX
                ADD 1 TO WS-NEW-COUNT
                MOVE WS-CUR-JOB-ID TO WS-NEW-JOB-ID (WS-NEW-COUNT)
                MOVE WS-JOBM-DEPT TO WS-NEW-DEPT (WS-NEW-COUNT)
                MOVE WS-JOB-TODAY-UNITS
                    TO WS-NEW-UNITS (WS-NEW-COUNT)
                MOVE WS-JOB-TODAY-ACC TO WS-NEW-ACC (WS-NEW-COUNT)
            ELSE
                MOVE 'Y' TO WS-EXC-FULL
            END-IF.

        9000-TERMINATE.
            CLOSE JOBM-FILE.

            MOVE WS-RUN-DATE TO EXC-HDR-DATE
            MOVE WS-EXC-HEADER-LINE TO EXCP-RECORD
            WRITE EXCP-RECORD.

            COMPUTE WS-DAY-SUB = WS-BUS-DOW + 1
            MOVE WS-BUS-DATE TO EXC-TTL-DATE
            MOVE WS-DAY-NAME (WS-DAY-SUB) TO EXC-TTL-DAY
            MOVE WS-WEEKS TO EXC-TTL-WEEKS
            MOVE WS-RANGE-PCT TO EXC-TTL-PCT
            MOVE WS-EXC-TITLE-LINE TO EXCP-RECORD
            WRITE EXCP-RECORD.

            MOVE 'ACTIVE JOBS MISSING - NORMALLY RUN ON THIS WEEKDAY'
                TO EXC-SEC-TEXT
            MOVE WS-EXC-SECTION-LINE TO EXCP-RECORD
            WRITE EXCP-RECORD.
            IF WS-MIS-COUNT = 0
                MOVE WS-EXC-NONE-LINE TO EXCP-RECORD
                WRITE EXCP-RECORD
            ELSE
                PERFORM VARYING WS-MIS-IDX FROM 1 BY 1
                        UNTIL WS-MIS-IDX > WS-MIS-COUNT
                    PERFORM 9100-WRITE-MISSING-LINE
                END-PERFORM
            END-IF.

            MOVE 'JOBS OUTSIDE THEIR USUAL UNIT RANGE'
                TO EXC-SEC-TEXT
            MOVE WS-EXC-SECTION-LINE TO EXCP-RECORD
            WRITE EXCP-RECORD.
            IF WS-RNG-COUNT = 0
                MOVE WS-EXC-NONE-LINE TO EXCP-RECORD
                WRITE EXCP-RECORD
            ELSE
                PERFORM VARYING WS-RNG-IDX FROM 1 BY 1
                        UNTIL WS-RNG-IDX > WS-RNG-COUNT
                    PERFORM 9200-WRITE-RANGE-LINE
                END-PERFORM
            END-IF.

            MOVE 'FIRST-TIME JOBS ON SCHEDIN' TO EXC-SEC-TEXT
            MOVE WS-EXC-SECTION-LINE TO EXCP-RECORD
            WRITE EXCP-RECORD.
            IF WS-NEW-COUNT = 0
                MOVE WS-EXC-NONE-LINE TO EXCP-RECORD
                WRITE EXCP-RECORD
            ELSE
                PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                        UNTIL WS-NEW-IDX > WS-NEW-COUNT
                    PERFORM 9300-WRITE-FIRST-TIME-LINE
                END-PERFORM
            END-IF.

            MOVE WS-JOBS-SEEN TO EXC-SUM-SEEN
            MOVE WS-MIS-COUNT TO EXC-SUM-MIS
            MOVE WS-RNG-COUNT TO EXC-SUM-RNG
            MOVE WS-NEW-COUNT TO EXC-SUM-NEW
            MOVE WS-EXC-SUMMARY-LINE TO EXCP-RECORD
            WRITE EXCP-RECORD.

            IF WS-EXC-FULL = 'Y'
                MOVE WS-EXC-FULL-LINE TO EXCP-RECORD
                WRITE EXCP-RECORD
            END-IF.

            MOVE WS-EXC-TRAILER-LINE TO EXCP-RECORD
            WRITE EXCP-RECORD.

            CLOSE EXCP-FILE.

            IF WS-MIS-COUNT > 0 OR WS-RNG-COUNT > 0
                    OR WS-NEW-COUNT > 0 OR WS-EXC-FULL = 'Y'
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.

            DISPLAY 'History records read: ' WS-HIST-READ
            DISPLAY 'History records used: ' WS-HIST-USED
            DISPLAY 'Jobs examined: ' WS-JOBS-SEEN
            DISPLAY 'Missing jobs: ' WS-MIS-COUNT
            DISPLAY 'Jobs out of range: ' WS-RNG-COUNT
            DISPLAY 'First-time jobs: ' WS-NEW-COUNT.

        9100-WRITE-MISSING-LINE.
            MOVE WS-MIS-JOB-ID (WS-MIS-IDX) TO EXC-MIS-JOB-ID
            MOVE WS-MIS-DEPT (WS-MIS-IDX) TO EXC-MIS-DEPT
            MOVE WS-MIS-DOW-DAYS (WS-MIS-IDX) TO EXC-MIS-DAYS
            MOVE WS-WEEKS TO EXC-MIS-WEEKS
            MOVE WS-MIS-AVG (WS-MIS-IDX) TO EXC-MIS-AVG
            MOVE WS-MIS-LAST-SEEN (WS-MIS-IDX) TO EXC-MIS-LAST
            MOVE WS-EXC-MIS-LINE TO EXCP-RECORD
            WRITE EXCP-RECORD.

        9200-WRITE-RANGE-LINE.
            MOVE WS-RNG-JOB-ID (WS-RNG-IDX) TO EXC-RNG-JOB-ID
            MOVE WS-RNG-DIR (WS-RNG-IDX) TO EXC-RNG-DIR
            MOVE WS-RNG-UNITS (WS-RNG-IDX) TO EXC-RNG-UNITS
            MOVE WS-RNG-MIN (WS-RNG-IDX) TO EXC-RNG-MIN
            MOVE WS-RNG-MAX-UNITS (WS-RNG-IDX) TO EXC-RNG-MAX
            MOVE WS-RNG-AVG (WS-RNG-IDX) TO EXC-RNG-AVG
            MOVE WS-EXC-RNG-LINE TO EXCP-RECORD
            WRITE EXCP-RECORD.

        9300-WRITE-FIRST-TIME-LINE.
            MOVE WS-NEW-JOB-ID (WS-NEW-IDX) TO EXC-NEW-JOB-ID
            MOVE WS-NEW-DEPT (WS-NEW-IDX) TO EXC-NEW-DEPT
            MOVE WS-NEW-UNITS (WS-NEW-IDX) TO EXC-NEW-UNITS
            IF WS-NEW-ACC (WS-NEW-IDX) = 'Y'
                MOVE SPACES TO EXC-NEW-NOTE
            ELSE
                MOVE 'ALL RECORDS REJECTED' TO EXC-NEW-NOTE
            END-IF
            MOVE WS-EXC-NEW-LINE TO EXCP-RECORD
            WRITE EXCP-RECORD.
