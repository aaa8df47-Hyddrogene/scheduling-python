        IDENTIFICATION DIVISION.
        PROGRAM-ID. CapLimitMaint.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CAPIN-FILE ASSIGN TO 'CAPIN'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CAPIN-STATUS.

            SELECT TRAN-FILE ASSIGN TO 'CAPCARD'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.

            SELECT CAL-FILE ASSIGN TO 'CALFILE'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CAL-STATUS.

            SELECT CAPH-FILE ASSIGN TO 'CAPHIST'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CAPH-STATUS.

            SELECT CAPOUT-FILE ASSIGN TO 'CAPOUT'
                ORGANIZATION IS SEQUENTIAL.

            SELECT PROOF-FILE ASSIGN TO 'CAPRPT'
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  CAPIN-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CAPREC.

        FD  TRAN-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  TRAN-CARD.
            05 TRAN-ACTION         PIC X(3).
            05 FILLER              PIC X(1).
            05 TRAN-CAP-DATE       PIC X(8).
            05 FILLER              PIC X(1).
            05 TRAN-MAX-UNITS      PIC X(9).
            05 FILLER              PIC X(1).
            05 TRAN-USER-ID        PIC X(8).
            05 FILLER              PIC X(49).

        FD  CAL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CALREC.

        FD  CAPH-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CAPHREC.

        FD  CAPOUT-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 20 CHARACTERS.
        01  CAPOUT-RECORD          PIC X(20).

        FD  PROOF-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  CAPR-RECORD            PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-CAPIN-STATUS   PIC XX VALUE '00'.
        01 WS-TRAN-STATUS    PIC XX VALUE '00'.
        01 WS-CAL-STATUS     PIC XX VALUE '00'.
        01 WS-CAPH-STATUS    PIC XX VALUE '00'.

        01 WS-CAPIN-EOF      PIC X VALUE 'N'.
        01 WS-TRAN-EOF       PIC X VALUE 'N'.
        01 WS-CAL-EOF        PIC X VALUE 'N'.

        01 WS-RUN-DATE       PIC 9(8) VALUE 0.
        01 WS-RUN-TIME       PIC 9(8) VALUE 0.

        01 WS-TRAN-READ      PIC S9(9) COMP-3 VALUE 0.
        01 WS-ADD-COUNT      PIC S9(9) COMP-3 VALUE 0.
        01 WS-CHG-COUNT      PIC S9(9) COMP-3 VALUE 0.
        01 WS-DEL-COUNT      PIC S9(9) COMP-3 VALUE 0.
        01 WS-ERROR-COUNT    PIC S9(9) COMP-3 VALUE 0.
        01 WS-HIST-COUNT     PIC S9(9) COMP-3 VALUE 0.
        01 WS-IN-DUPS        PIC S9(9) COMP-3 VALUE 0.
        01 WS-IN-DROPPED     PIC S9(9) COMP-3 VALUE 0.
        01 WS-OUT-COUNT      PIC S9(9) COMP-3 VALUE 0.

        01 WS-CAL-MAX        PIC S9(4) COMP VALUE 1000.
        01 WS-CAL-COUNT      PIC S9(4) COMP VALUE 0.
        01 WS-CAL-IDX        PIC S9(4) COMP VALUE 0.
        01 WS-CAL-FOUND      PIC X VALUE 'N'.
        01 WS-CAL-FULL       PIC X VALUE 'N'.
        01 WS-CAL-HIT        PIC S9(4) COMP VALUE 0.

        01 WS-CAL-TABLE.
            05 WS-CAL-ENTRY OCCURS 1000 TIMES.
                10 WS-CAL-TAB-DATE   PIC 9(8).
                10 WS-CAL-TAB-TYPE   PIC X.

        01 WS-CAP-MAX        PIC S9(4) COMP VALUE 200.
        01 WS-CAP-COUNT      PIC S9(4) COMP VALUE 0.
        01 WS-CAP-IDX        PIC S9(4) COMP VALUE 0.
        01 WS-CAP-IDX2       PIC S9(4) COMP VALUE 0.
        01 WS-CAP-FOUND      PIC X VALUE 'N'.
        01 WS-CAP-HIT        PIC S9(4) COMP VALUE 0.

        01 WS-CAP-TABLE.
            05 WS-CAP-ENTRY OCCURS 200 TIMES.
                10 WS-CAP-TAB-DATE   PIC 9(8).
                10 WS-CAP-TAB-UNITS  PIC 9(9).
                10 WS-CAP-TAB-DEL    PIC X.

        01 WS-HOLD-CAP.
            05 WS-HOLD-DATE      PIC 9(8).
            05 WS-HOLD-UNITS     PIC 9(9).
            05 WS-HOLD-DEL       PIC X.

        01 WS-TRAN-DATE      PIC 9(8) VALUE 0.
        01 WS-TRAN-UNITS     PIC 9(9) VALUE 0.
        01 WS-OLD-UNITS      PIC 9(9) VALUE 0.
        01 WS-EDIT-UNITS     PIC Z(8)9.
        01 WS-TRAN-OK        PIC X VALUE 'N'.

        01 WS-CAPR-HEADER-LINE.
            05 FILLER         PIC X(10) VALUE 'RUN DATE: '.
            05 CAPR-HDR-DATE  PIC 9(8).
            05 FILLER         PIC X(8)  VALUE ' PGM: '.
            05 CAPR-HDR-PGM   PIC X(20) VALUE 'CapLimitMaint'.
            05 FILLER         PIC X(34) VALUE SPACES.

        01 WS-CAPR-TITLE-LINE.
            05 FILLER         PIC X(40)
                VALUE 'CAPACITY LIMIT MAINTENANCE PROOF'.
            05 FILLER         PIC X(40) VALUE SPACES.

        01 WS-CAPR-COLHDR-LINE.
            05 FILLER         PIC X(3)  VALUE 'ACT'.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 FILLER         PIC X(8)  VALUE 'DATE'.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 FILLER         PIC X(9)  VALUE '   BEFORE'.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 FILLER         PIC X(9)  VALUE '    AFTER'.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 FILLER         PIC X(8)  VALUE 'USER'.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 FILLER         PIC X(30) VALUE 'RESULT'.
            05 FILLER         PIC X(8)  VALUE SPACES.

        01 WS-CAPR-TRAN-LINE.
            05 CAPR-TRN-ACTION   PIC X(3).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 CAPR-TRN-DATE     PIC X(8).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 CAPR-TRN-BEFORE   PIC X(9).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 CAPR-TRN-AFTER    PIC X(9).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 CAPR-TRN-USER     PIC X(8).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 CAPR-TRN-RESULT   PIC X(34).
            05 FILLER            PIC X(4)  VALUE SPACES.

        01 WS-CAPR-LIST-TITLE-LINE.
            05 FILLER         PIC X(40)
                VALUE 'LIMITS ON FILE:'.
            05 FILLER         PIC X(40) VALUE SPACES.

        01 WS-CAPR-LIST-LINE.
            05 FILLER            PIC X(5)  VALUE 'LIST '.
            05 CAPR-LST-DATE     PIC X(8).
            05 FILLER            PIC X(12) VALUE ' MAX UNITS: '.
            05 CAPR-LST-UNITS    PIC Z(8)9.
            05 FILLER            PIC X(46) VALUE SPACES.

        01 WS-CAPR-INDUP-LINE.
            05 FILLER            PIC X(15) VALUE 'CAPIN RECORD '.
            05 CAPR-DUP-DATE     PIC 9(8).
            05 FILLER            PIC X(35)
                VALUE ' DUPLICATE DATE - LATER ONE DROPPED'.
            05 FILLER            PIC X(22) VALUE SPACES.

        01 WS-CAPR-SUMMARY-LINE.
            05 FILLER         PIC X(7)  VALUE 'ADDED: '.
            05 CAPR-SUM-ADDS  PIC Z(4)9.
            05 FILLER         PIC X(11) VALUE '  CHANGED: '.
            05 CAPR-SUM-CHGS  PIC Z(4)9.
            05 FILLER         PIC X(11) VALUE '  DELETED: '.
            05 CAPR-SUM-DELS  PIC Z(4)9.
            05 FILLER         PIC X(10) VALUE '  ERRORS: '.
            05 CAPR-SUM-ERRS  PIC Z(4)9.
            05 FILLER         PIC X(11) VALUE '  ON FILE: '.
            05 CAPR-SUM-TOTAL PIC Z(4)9.
            05 FILLER         PIC X(5)  VALUE SPACES.

        01 WS-CAPR-NOCAP-LINE.
            05 FILLER         PIC X(52) VALUE
                'NO INPUT LIMITS FOUND - STARTING FROM EMPTY FILE'.
            05 FILLER         PIC X(28) VALUE SPACES.

        01 WS-CAPR-FULL-LINE.
            05 FILLER         PIC X(19) VALUE 'LIMIT TABLE FULL - '.
            05 CAPR-FULL-DROP PIC ZZZZ9.
            05 FILLER         PIC X(52) VALUE
                ' EXCESS ENTRIES DROPPED - LIVE FILE NOT REPLACED'.
            05 FILLER         PIC X(4)  VALUE SPACES.

        01 WS-CAPR-TRAILER-LINE.
            05 FILLER         PIC X(33)
                VALUE 'END OF CAPACITY LIMIT MAINTENANCE'.
            05 FILLER         PIC X(47) VALUE SPACES.

        01 WS-CAPR-TRAN-FAIL-LINE.
            05 FILLER           PIC X(38)
                VALUE 'UNABLE TO OPEN CAPCARD - FILE STATUS '.
            05 CAPR-FAIL-STATUS PIC XX.
            05 FILLER           PIC X(40) VALUE SPACES.

        01 WS-CAPR-CAL-FAIL-LINE.
            05 FILLER           PIC X(38)
                VALUE 'UNABLE TO OPEN CALFILE - FILE STATUS '.
            05 CAPR-CAL-STATUS  PIC XX.
            05 FILLER           PIC X(40) VALUE SPACES.

        01 WS-CAPR-HIST-FAIL-LINE.
            05 FILLER           PIC X(38)
                VALUE 'UNABLE TO OPEN CAPHIST - FILE STATUS '.
            05 CAPR-HIST-STATUS PIC XX.
            05 FILLER           PIC X(40) VALUE SPACES.

        PROCEDURE DIVISION.
        0000-MAIN-LOGIC.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-PROCESS-TRANSACTIONS
            PERFORM 3000-WRITE-NEW-LIMITS
            PERFORM 9000-TERMINATE
            STOP RUN.

        1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.

            OPEN INPUT TRAN-FILE.
            IF WS-TRAN-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN CAPCARD - FILE STATUS '
                    WS-TRAN-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1700-WRITE-TRAN-FAIL-REPORT
                STOP RUN
            END-IF.

            PERFORM 1200-LOAD-CALENDAR.

            OPEN EXTEND CAPH-FILE.
            IF WS-CAPH-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN CAPHIST - FILE STATUS '
                    WS-CAPH-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1720-WRITE-HIST-FAIL-REPORT
                STOP RUN
            END-IF.

            OPEN OUTPUT PROOF-FILE.

            MOVE WS-RUN-DATE TO CAPR-HDR-DATE.
            MOVE WS-CAPR-HEADER-LINE TO CAPR-RECORD.
            WRITE CAPR-RECORD.

            MOVE WS-CAPR-TITLE-LINE TO CAPR-RECORD.
            WRITE CAPR-RECORD.

            PERFORM 1100-LOAD-OLD-LIMITS.

            MOVE WS-CAPR-COLHDR-LINE TO CAPR-RECORD.
            WRITE CAPR-RECORD.

        1100-LOAD-OLD-LIMITS.
            OPEN INPUT CAPIN-FILE.
            IF WS-CAPIN-STATUS = '00'
                PERFORM UNTIL WS-CAPIN-EOF = 'Y'
                    READ CAPIN-FILE
                        AT END
                            MOVE 'Y' TO WS-CAPIN-EOF
                        NOT AT END
                            PERFORM 1150-STORE-LIMIT-ENTRY
                    END-READ
                END-PERFORM
                CLOSE CAPIN-FILE
            ELSE
                DISPLAY 'NO INPUT LIMITS - CAPIN STATUS '
                    WS-CAPIN-STATUS
                MOVE WS-CAPR-NOCAP-LINE TO CAPR-RECORD
                WRITE CAPR-RECORD
            END-IF.

        1150-STORE-LIMIT-ENTRY.
            IF CAP-DATE NOT NUMERIC OR CAP-MAX-UNITS NOT NUMERIC
                DISPLAY 'BAD CAPACITY LIMIT RECORD IGNORED'
            ELSE
                MOVE CAP-DATE TO WS-TRAN-DATE
                PERFORM 2200-FIND-LIMIT-ENTRY
                IF WS-CAP-FOUND = 'Y'
                    ADD 1 TO WS-IN-DUPS
                    MOVE CAP-DATE TO CAPR-DUP-DATE
                    MOVE WS-CAPR-INDUP-LINE TO CAPR-RECORD
                    WRITE CAPR-RECORD
                ELSE
                IF WS-CAP-COUNT < WS-CAP-MAX
                    ADD 1 TO WS-CAP-COUNT
                    MOVE CAP-DATE
                        TO WS-CAP-TAB-DATE (WS-CAP-COUNT)
                    MOVE CAP-MAX-UNITS
                        TO WS-CAP-TAB-UNITS (WS-CAP-COUNT)
                    MOVE 'N' TO WS-CAP-TAB-DEL (WS-CAP-COUNT)
                ELSE
                    IF WS-IN-DROPPED = 0
                        DISPLAY 'LIMIT TABLE FULL - '
                            'EXCESS ENTRIES DROPPED'
                    END-IF
                    ADD 1 TO WS-IN-DROPPED
                END-IF
                END-IF
            END-IF.

        1200-LOAD-CALENDAR.
            OPEN INPUT CAL-FILE.
            IF WS-CAL-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN CALFILE - FILE STATUS '
                    WS-CAL-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1710-WRITE-CAL-FAIL-REPORT
                STOP RUN
            END-IF.

            PERFORM UNTIL WS-CAL-EOF = 'Y'
                READ CAL-FILE
                    AT END
                        MOVE 'Y' TO WS-CAL-EOF
                    NOT AT END
                        PERFORM 1250-STORE-CALENDAR-ENTRY
                END-READ
            END-PERFORM.
            CLOSE CAL-FILE.

            IF WS-CAL-COUNT = 0
                DISPLAY 'WARNING: CALENDAR IS EMPTY - '
                    'ALL DATED LIMITS WILL REJECT'
            END-IF.

        1250-STORE-CALENDAR-ENTRY.
            IF WS-CAL-COUNT < WS-CAL-MAX
                ADD 1 TO WS-CAL-COUNT
                MOVE CAL-DATE
                    TO WS-CAL-TAB-DATE (WS-CAL-COUNT)
                MOVE CAL-DAY-TYPE
                    TO WS-CAL-TAB-TYPE (WS-CAL-COUNT)
            ELSE
                IF WS-CAL-FULL = 'N'
                    MOVE 'Y' TO WS-CAL-FULL
                    DISPLAY 'CALENDAR TABLE FULL - '
                        'EXCESS CALENDAR ENTRIES IGNORED'
                END-IF
            END-IF.

        1700-WRITE-TRAN-FAIL-REPORT.
            MOVE WS-RUN-DATE TO CAPR-HDR-DATE
            MOVE WS-CAPR-HEADER-LINE TO CAPR-RECORD
            OPEN OUTPUT PROOF-FILE
            WRITE CAPR-RECORD

            MOVE WS-TRAN-STATUS TO CAPR-FAIL-STATUS
            MOVE WS-CAPR-TRAN-FAIL-LINE TO CAPR-RECORD
            WRITE CAPR-RECORD

            MOVE WS-CAPR-TRAILER-LINE TO CAPR-RECORD
            WRITE CAPR-RECORD

            CLOSE PROOF-FILE.

        1710-WRITE-CAL-FAIL-REPORT.
            MOVE WS-RUN-DATE TO CAPR-HDR-DATE
            MOVE WS-CAPR-HEADER-LINE TO CAPR-RECORD
            OPEN OUTPUT PROOF-FILE
            WRITE CAPR-RECORD

            MOVE WS-CAL-STATUS TO CAPR-CAL-STATUS
            MOVE WS-CAPR-CAL-FAIL-LINE TO CAPR-RECORD
            WRITE CAPR-RECORD

            MOVE WS-CAPR-TRAILER-LINE TO CAPR-RECORD
            WRITE CAPR-RECORD

            CLOSE PROOF-FILE.

        1720-WRITE-HIST-FAIL-REPORT.
            MOVE WS-RUN-DATE TO CAPR-HDR-DATE
            MOVE WS-CAPR-HEADER-LINE TO CAPR-RECORD
            OPEN OUTPUT PROOF-FILE
            WRITE CAPR-RECORD

            MOVE WS-CAPH-STATUS TO CAPR-HIST-STATUS
            MOVE WS-CAPR-HIST-FAIL-LINE TO CAPR-RECORD
            WRITE CAPR-RECORD

            MOVE WS-CAPR-TRAILER-LINE TO CAPR-RECORD
            WRITE CAPR-RECORD

            CLOSE PROOF-FILE.

        2000-PROCESS-TRANSACTIONS.
            PERFORM UNTIL WS-TRAN-EOF = 'Y'
                READ TRAN-FILE
                    AT END
                        MOVE 'Y' TO WS-TRAN-EOF
                    NOT AT END
                        ADD 1 TO WS-TRAN-READ
                        PERFORM 2100-APPLY-TRANSACTION
                END-READ
            END-PERFORM.
            CLOSE TRAN-FILE.
            CLOSE CAPH-FILE.

        2100-APPLY-TRANSACTION.
            MOVE TRAN-ACTION TO CAPR-TRN-ACTION
            MOVE TRAN-CAP-DATE TO CAPR-TRN-DATE
            MOVE SPACES TO CAPR-TRN-BEFORE
            MOVE SPACES TO CAPR-TRN-AFTER
            MOVE TRAN-USER-ID TO CAPR-TRN-USER
            MOVE SPACES TO CAPR-TRN-RESULT

            IF TRAN-CAP-DATE = '00000000'
                MOVE 'DEFAULT' TO CAPR-TRN-DATE
            END-IF

            IF TRAN-ACTION NOT = 'LST'
                PERFORM 2150-EDIT-TRANSACTION
                IF WS-TRAN-OK = 'Y' AND WS-IN-DROPPED > 0
                    MOVE 'N' TO WS-TRAN-OK
                    MOVE 'NOT APPLIED - LIMIT TABLE OVERFLOW'
                        TO CAPR-TRN-RESULT
                END-IF
            END-IF

            IF TRAN-ACTION = 'LST' OR WS-TRAN-OK = 'Y'
                EVALUATE TRAN-ACTION
                    WHEN 'ADD'
                        PERFORM 2300-APPLY-ADD
                    WHEN 'CHG'
                        PERFORM 2400-APPLY-CHANGE
                    WHEN 'DEL'
                        PERFORM 2450-APPLY-DELETE
                    WHEN 'LST'
                        MOVE 'LIMITS LISTED BELOW' TO CAPR-TRN-RESULT
                END-EVALUATE
            END-IF

            MOVE WS-CAPR-TRAN-LINE TO CAPR-RECORD
            WRITE CAPR-RECORD

            IF TRAN-ACTION = 'LST'
                PERFORM 2500-LIST-LIMITS
            END-IF.

        2150-EDIT-TRANSACTION.
            MOVE 'N' TO WS-TRAN-OK
            MOVE 0 TO WS-TRAN-DATE
            MOVE 0 TO WS-TRAN-UNITS

            IF TRAN-ACTION NOT = 'ADD' AND TRAN-ACTION NOT = 'CHG'
                    AND TRAN-ACTION NOT = 'DEL'
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'UNKNOWN ACTION' TO CAPR-TRN-RESULT
            ELSE
            IF TRAN-USER-ID = SPACES
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'USER ID MISSING' TO CAPR-TRN-RESULT
            ELSE
            IF TRAN-CAP-DATE NOT NUMERIC
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'LIMIT DATE NOT NUMERIC' TO CAPR-TRN-RESULT
            ELSE
            IF TRAN-ACTION NOT = 'DEL'
                    AND TRAN-MAX-UNITS NOT NUMERIC
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'MAX UNITS NOT NUMERIC' TO CAPR-TRN-RESULT
            ELSE
                MOVE TRAN-CAP-DATE TO WS-TRAN-DATE
                IF TRAN-ACTION NOT = 'DEL'
                    MOVE TRAN-MAX-UNITS TO WS-TRAN-UNITS
                END-IF
                MOVE 'Y' TO WS-TRAN-OK
                IF WS-TRAN-DATE NOT = 0
                        AND TRAN-ACTION NOT = 'DEL'
                    PERFORM 2160-CHECK-BUSINESS-DAY
                END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

        2160-CHECK-BUSINESS-DAY.
            MOVE 'N' TO WS-CAL-FOUND
            MOVE 0 TO WS-CAL-HIT
            PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                    UNTIL WS-CAL-IDX > WS-CAL-COUNT
                       OR WS-CAL-FOUND = 'Y'
                IF WS-CAL-TAB-DATE (WS-CAL-IDX) = WS-TRAN-DATE
                    MOVE 'Y' TO WS-CAL-FOUND
                    MOVE WS-CAL-IDX TO WS-CAL-HIT
                END-IF
            END-PERFORM.

            IF WS-CAL-FOUND = 'N'
                MOVE 'N' TO WS-TRAN-OK
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'DATE NOT ON CALENDAR' TO CAPR-TRN-RESULT
            ELSE
                IF WS-CAL-TAB-TYPE (WS-CAL-HIT) NOT = 'B'
                    MOVE 'N' TO WS-TRAN-OK
                    ADD 1 TO WS-ERROR-COUNT
                    MOVE 'DATE NOT A BUSINESS DAY'
                        TO CAPR-TRN-RESULT
                END-IF
            END-IF.

        2200-FIND-LIMIT-ENTRY.
            MOVE 'N' TO WS-CAP-FOUND
            MOVE 0 TO WS-CAP-HIT
            PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                    UNTIL WS-CAP-IDX > WS-CAP-COUNT
                       OR WS-CAP-FOUND = 'Y'
                IF WS-CAP-TAB-DATE (WS-CAP-IDX) = WS-TRAN-DATE
                        AND WS-CAP-TAB-DEL (WS-CAP-IDX) = 'N'
                    MOVE 'Y' TO WS-CAP-FOUND
                    MOVE WS-CAP-IDX TO WS-CAP-HIT
                END-IF
            END-PERFORM.

        2300-APPLY-ADD.
            PERFORM 2200-FIND-LIMIT-ENTRY
            IF WS-CAP-FOUND = 'Y'
                ADD 1 TO WS-ERROR-COUNT
                MOVE WS-CAP-TAB-UNITS (WS-CAP-HIT) TO WS-EDIT-UNITS
                MOVE WS-EDIT-UNITS TO CAPR-TRN-BEFORE
                MOVE 'DATE ALREADY ON FILE' TO CAPR-TRN-RESULT
            ELSE
            IF WS-CAP-COUNT >= WS-CAP-MAX
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'LIMIT TABLE FULL' TO CAPR-TRN-RESULT
            ELSE
                ADD 1 TO WS-CAP-COUNT
                MOVE WS-TRAN-DATE
                    TO WS-CAP-TAB-DATE (WS-CAP-COUNT)
                MOVE WS-TRAN-UNITS
                    TO WS-CAP-TAB-UNITS (WS-CAP-COUNT)
                MOVE 'N' TO WS-CAP-TAB-DEL (WS-CAP-COUNT)
                MOVE WS-TRAN-UNITS TO WS-EDIT-UNITS
                MOVE WS-EDIT-UNITS TO CAPR-TRN-AFTER
                MOVE 0 TO WS-OLD-UNITS
                PERFORM 2600-WRITE-HISTORY-RECORD
                ADD 1 TO WS-ADD-COUNT
                MOVE 'LIMIT ADDED' TO CAPR-TRN-RESULT
            END-IF
            END-IF.

        2400-APPLY-CHANGE.
            PERFORM 2200-FIND-LIMIT-ENTRY
            IF WS-CAP-FOUND = 'N'
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'DATE NOT ON FILE' TO CAPR-TRN-RESULT
            ELSE
                MOVE WS-CAP-TAB-UNITS (WS-CAP-HIT) TO WS-OLD-UNITS
                MOVE WS-OLD-UNITS TO WS-EDIT-UNITS
                MOVE WS-EDIT-UNITS TO CAPR-TRN-BEFORE
                MOVE WS-TRAN-UNITS TO WS-CAP-TAB-UNITS (WS-CAP-HIT)
                MOVE WS-TRAN-UNITS TO WS-EDIT-UNITS
                MOVE WS-EDIT-UNITS TO CAPR-TRN-AFTER
                PERFORM 2600-WRITE-HISTORY-RECORD
                ADD 1 TO WS-CHG-COUNT
                MOVE 'LIMIT CHANGED' TO CAPR-TRN-RESULT
            END-IF.

        2450-APPLY-DELETE.
            PERFORM 2200-FIND-LIMIT-ENTRY
            IF WS-CAP-FOUND = 'N'
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'DATE NOT ON FILE' TO CAPR-TRN-RESULT
            ELSE
                MOVE WS-CAP-TAB-UNITS (WS-CAP-HIT) TO WS-OLD-UNITS
                MOVE WS-OLD-UNITS TO WS-EDIT-UNITS
                MOVE WS-EDIT-UNITS TO CAPR-TRN-BEFORE
                MOVE 'Y' TO WS-CAP-TAB-DEL (WS-CAP-HIT)
                MOVE 0 TO WS-TRAN-UNITS
                MOVE 'DELETED' TO CAPR-TRN-AFTER
                PERFORM 2600-WRITE-HISTORY-RECORD
                ADD 1 TO WS-DEL-COUNT
                MOVE 'LIMIT DELETED' TO CAPR-TRN-RESULT
            END-IF.

        2500-LIST-LIMITS.
            PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                    UNTIL WS-CAP-IDX > WS-CAP-COUNT
                IF WS-CAP-TAB-DEL (WS-CAP-IDX) = 'N'
                    PERFORM 2550-WRITE-LIST-LINE
                END-IF
            END-PERFORM.

        2550-WRITE-LIST-LINE.
            IF WS-CAP-TAB-DATE (WS-CAP-IDX) = 0
                MOVE 'DEFAULT' TO CAPR-LST-DATE
            ELSE
                MOVE WS-CAP-TAB-DATE (WS-CAP-IDX) TO CAPR-LST-DATE
            END-IF
            MOVE WS-CAP-TAB-UNITS (WS-CAP-IDX) TO CAPR-LST-UNITS
            MOVE WS-CAPR-LIST-LINE TO CAPR-RECORD
            WRITE CAPR-RECORD.

        2600-WRITE-HISTORY-RECORD.
            MOVE SPACES TO CAPACITY-HISTORY-RECORD
            MOVE WS-RUN-DATE TO CAPH-CHG-DATE
            MOVE WS-RUN-TIME TO CAPH-CHG-TIME
            MOVE TRAN-ACTION TO CAPH-ACTION
            MOVE WS-TRAN-DATE TO CAPH-CAP-DATE
            MOVE WS-OLD-UNITS TO CAPH-OLD-UNITS
            MOVE WS-TRAN-UNITS TO CAPH-NEW-UNITS
            MOVE TRAN-USER-ID TO CAPH-USER-ID
            WRITE CAPACITY-HISTORY-RECORD
            ADD 1 TO WS-HIST-COUNT.

        3000-WRITE-NEW-LIMITS.
            PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                    UNTIL WS-CAP-IDX >= WS-CAP-COUNT
                PERFORM VARYING WS-CAP-IDX2 FROM 1 BY 1
                        UNTIL WS-CAP-IDX2 >= WS-CAP-COUNT
                    IF WS-CAP-TAB-DATE (WS-CAP-IDX2) >
                            WS-CAP-TAB-DATE (WS-CAP-IDX2 + 1)
                        PERFORM 3100-SWAP-LIMIT-ENTRIES
                    END-IF
                END-PERFORM
            END-PERFORM.

            OPEN OUTPUT CAPOUT-FILE.
            PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                    UNTIL WS-CAP-IDX > WS-CAP-COUNT
                IF WS-CAP-TAB-DEL (WS-CAP-IDX) = 'N'
                    MOVE SPACES TO CAPACITY-LIMIT-RECORD
                    MOVE WS-CAP-TAB-DATE (WS-CAP-IDX) TO CAP-DATE
                    MOVE WS-CAP-TAB-UNITS (WS-CAP-IDX)
                        TO CAP-MAX-UNITS
                    MOVE CAPACITY-LIMIT-RECORD TO CAPOUT-RECORD
                    WRITE CAPOUT-RECORD
                    ADD 1 TO WS-OUT-COUNT
                END-IF
            END-PERFORM.
            CLOSE CAPOUT-FILE.

        3100-SWAP-LIMIT-ENTRIES.
            MOVE WS-CAP-ENTRY (WS-CAP-IDX2) TO WS-HOLD-CAP
            MOVE WS-CAP-ENTRY (WS-CAP-IDX2 + 1)
                TO WS-CAP-ENTRY (WS-CAP-IDX2)
            MOVE WS-HOLD-CAP TO WS-CAP-ENTRY (WS-CAP-IDX2 + 1).

        9000-TERMINATE.
            MOVE WS-CAPR-LIST-TITLE-LINE TO CAPR-RECORD
            WRITE CAPR-RECORD.

            PERFORM 2500-LIST-LIMITS.

            MOVE WS-ADD-COUNT TO CAPR-SUM-ADDS
            MOVE WS-CHG-COUNT TO CAPR-SUM-CHGS
            MOVE WS-DEL-COUNT TO CAPR-SUM-DELS
            MOVE WS-ERROR-COUNT TO CAPR-SUM-ERRS
            MOVE WS-OUT-COUNT TO CAPR-SUM-TOTAL
            MOVE WS-CAPR-SUMMARY-LINE TO CAPR-RECORD
            WRITE CAPR-RECORD.

            IF WS-IN-DROPPED > 0
                MOVE WS-IN-DROPPED TO CAPR-FULL-DROP
                MOVE WS-CAPR-FULL-LINE TO CAPR-RECORD
                WRITE CAPR-RECORD
            END-IF.

            MOVE WS-CAPR-TRAILER-LINE TO CAPR-RECORD
            WRITE CAPR-RECORD.

            CLOSE PROOF-FILE.

            IF WS-IN-DROPPED > 0
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-ERROR-COUNT > 0 OR WS-IN-DUPS > 0
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
            END-IF.

            DISPLAY 'Transactions read: ' WS-TRAN-READ
            DISPLAY 'Limits added: ' WS-ADD-COUNT
            DISPLAY 'Limits changed: ' WS-CHG-COUNT
            DISPLAY 'Limits deleted: ' WS-DEL-COUNT
            DISPLAY 'Transaction errors: ' WS-ERROR-COUNT
            DISPLAY 'History records written: ' WS-HIST-COUNT
            DISPLAY 'Limit records out: ' WS-OUT-COUNT.
