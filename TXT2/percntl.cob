        IDENTIFICATION DIVISION.
        PROGRAM-ID. PeriodControl.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RCT-STATUS.

            SELECT TRAN-FILE ASSIGN TO 'PERCARD'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.

            SELECT PER-FILE ASSIGN TO 'PERRPT'
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  RUNCTL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY RUNCREC.

        FD  TRAN-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  TRAN-CARD.
            05 TRAN-ACTION         PIC X(3).
            05 FILLER              PIC X(1).
            05 TRAN-PERIOD         PIC X(6).
            05 TRAN-PERIOD-N REDEFINES TRAN-PERIOD.
                10 TRAN-PER-YEAR   PIC 9(4).
                10 TRAN-PER-MONTH  PIC 9(2).
            05 FILLER              PIC X(1).
            05 TRAN-USER-ID        PIC X(8).
            05 FILLER              PIC X(1).
            05 TRAN-REASON         PIC X(30).
            05 FILLER              PIC X(30).

        FD  PER-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  PER-RECORD             PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-RCT-STATUS     PIC XX VALUE '00'.
        01 WS-TRAN-STATUS    PIC XX VALUE '00'.

        01 WS-RCT-EOF        PIC X VALUE 'N'.
        01 WS-TRAN-EOF       PIC X VALUE 'N'.

        01 WS-RUN-DATE       PIC 9(8) VALUE 0.
        01 WS-RUN-TIME       PIC 9(8) VALUE 0.

        01 WS-TRAN-READ      PIC S9(9) COMP-3 VALUE 0.
        01 WS-CLS-COUNT      PIC S9(9) COMP-3 VALUE 0.
        01 WS-REO-COUNT      PIC S9(9) COMP-3 VALUE 0.
        01 WS-ERROR-COUNT    PIC S9(9) COMP-3 VALUE 0.
        01 WS-LEDGER-READ    PIC S9(9) COMP-3 VALUE 0.

        01 WS-PER-MAX        PIC S9(4) COMP VALUE 120.
        01 WS-PER-COUNT      PIC S9(4) COMP VALUE 0.
        01 WS-PER-IDX        PIC S9(4) COMP VALUE 0.
        01 WS-PER-FOUND      PIC X VALUE 'N'.
        01 WS-PER-FULL       PIC X VALUE 'N'.
        01 WS-PER-SLOT       PIC S9(4) COMP VALUE 0.
        01 WS-PER-WORK       PIC 9(6) VALUE 0.
        01 WS-PER-EVENT      PIC X VALUE SPACE.

        01 WS-PER-TABLE.
            05 WS-PER-ENTRY OCCURS 120 TIMES.
                10 WS-PER-PERIOD     PIC 9(6).
                10 WS-PER-STATE      PIC X.
                10 WS-PER-ROLLED     PIC X.
                10 WS-PER-USER       PIC X(8).
                10 WS-PER-STAMP      PIC 9(8).

        01 WS-PER-HEADER-LINE.
            05 FILLER         PIC X(10) VALUE 'RUN DATE: '.
            05 PER-HDR-DATE   PIC 9(8).
            05 FILLER         PIC X(8)  VALUE ' PGM: '.
            05 PER-HDR-PGM    PIC X(20) VALUE 'PeriodControl'.
            05 FILLER         PIC X(34) VALUE SPACES.

        01 WS-PER-TRAN-LINE.
            05 PER-TRN-ACTION    PIC X(3).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 PER-TRN-PERIOD    PIC X(6).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 PER-TRN-USER      PIC X(8).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 PER-TRN-RESULT    PIC X(30).
            05 FILLER            PIC X(30) VALUE SPACES.

        01 WS-PER-LIST-LINE.
            05 FILLER            PIC X(5)  VALUE 'LIST '.
            05 PER-LST-PERIOD    PIC 9(6).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 PER-LST-STATE     PIC X(6).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 PER-LST-ROLLED    PIC X(10).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 PER-LST-USER      PIC X(8).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 PER-LST-STAMP     PIC 9(8).
            05 FILLER            PIC X(33) VALUE SPACES.

        01 WS-PER-SUMMARY-LINE.
            05 FILLER         PIC X(8)  VALUE 'CLOSED: '.
            05 PER-SUM-CLSS   PIC Z(4)9.
            05 FILLER         PIC X(12) VALUE '  REOPENED: '.
            05 PER-SUM-REOS   PIC Z(4)9.
            05 FILLER         PIC X(10) VALUE '  ERRORS: '.
            05 PER-SUM-ERRS   PIC Z(4)9.
            05 FILLER         PIC X(35) VALUE SPACES.

        01 WS-PER-FULL-LINE.
            05 FILLER         PIC X(48) VALUE
                'PERIOD TABLE FULL - SOME PERIODS NOT TRACKED'.
            05 FILLER         PIC X(32) VALUE SPACES.

        01 WS-PER-TRAILER-LINE.
            05 FILLER         PIC X(28)
                VALUE 'END OF PERIOD CONTROL'.
            05 FILLER         PIC X(52) VALUE SPACES.

        01 WS-PER-RCT-FAIL-LINE.
            05 FILLER           PIC X(37)
                VALUE 'UNABLE TO OPEN RUNCTL - FILE STATUS '.
            05 PER-RCT-STATUS   PIC XX.
            05 FILLER           PIC X(41) VALUE SPACES.

        01 WS-PER-TRAN-FAIL-LINE.
            05 FILLER           PIC X(38)
                VALUE 'UNABLE TO OPEN PERCARD - FILE STATUS '.
            05 PER-FAIL-STATUS  PIC XX.
            05 FILLER           PIC X(40) VALUE SPACES.

        PROCEDURE DIVISION.
        0000-MAIN-LOGIC.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-PROCESS-TRANSACTIONS
            PERFORM 9000-TERMINATE
            STOP RUN.

        1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

            OPEN INPUT TRAN-FILE.
            IF WS-TRAN-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN PERCARD - FILE STATUS '
                    WS-TRAN-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1700-WRITE-TRAN-FAIL-REPORT
                STOP RUN
            END-IF.

            OPEN INPUT RUNCTL-FILE.
            IF WS-RCT-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN RUNCTL - FILE STATUS '
                    WS-RCT-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1750-WRITE-RCT-FAIL-REPORT
                STOP RUN
            END-IF.

            PERFORM UNTIL WS-RCT-EOF = 'Y'
                READ RUNCTL-FILE
                    AT END
                        MOVE 'Y' TO WS-RCT-EOF
                    NOT AT END
                        ADD 1 TO WS-LEDGER-READ
                        PERFORM 1100-APPLY-LEDGER-RECORD
                END-READ
            END-PERFORM.
            CLOSE RUNCTL-FILE.

            OPEN OUTPUT PER-FILE.

            MOVE WS-RUN-DATE TO PER-HDR-DATE.
            MOVE WS-PER-HEADER-LINE TO PER-RECORD.
            WRITE PER-RECORD.

        1100-APPLY-LEDGER-RECORD.
            IF RCT-PERIOD-CLOSE OR RCT-PERIOD-REOPEN
                MOVE RCT-TARGET-PERIOD TO WS-PER-WORK
                PERFORM 2200-FIND-PERIOD-SLOT
                IF WS-PER-SLOT > 0
                    MOVE RCT-EVENT TO WS-PER-STATE (WS-PER-SLOT)
                    MOVE RCT-USER-ID TO WS-PER-USER (WS-PER-SLOT)
                    MOVE RCT-STAMP-DATE TO WS-PER-STAMP (WS-PER-SLOT)
                END-IF
            END-IF.
            IF RCT-PROGRAM = 'MONTHEND' AND RCT-RUN-END
                    AND RCT-OUTCOME-GOOD
                MOVE RCT-TARGET-PERIOD TO WS-PER-WORK
                PERFORM 2200-FIND-PERIOD-SLOT
                IF WS-PER-SLOT > 0
                    MOVE 'Y' TO WS-PER-ROLLED (WS-PER-SLOT)
                END-IF
            END-IF.
            IF (RCT-PROGRAM = 'SUMNUM' OR RCT-PROGRAM = 'BACKOUT'
                    OR RCT-PROGRAM = 'CORRREJ')
                    AND RCT-RUN-END AND RCT-OUTCOME-GOOD
                PERFORM 1150-RESET-ROLLUP
            END-IF.

        1150-RESET-ROLLUP.
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                    UNTIL WS-PER-IDX > WS-PER-COUNT
                IF WS-PER-PERIOD (WS-PER-IDX) = RCT-TARGET-PERIOD
                    MOVE 'N' TO WS-PER-ROLLED (WS-PER-IDX)
                END-IF
            END-PERFORM.

        1700-WRITE-TRAN-FAIL-REPORT.
            MOVE WS-RUN-DATE TO PER-HDR-DATE
            MOVE WS-PER-HEADER-LINE TO PER-RECORD
            OPEN OUTPUT PER-FILE
            WRITE PER-RECORD

            MOVE WS-TRAN-STATUS TO PER-FAIL-STATUS
            MOVE WS-PER-TRAN-FAIL-LINE TO PER-RECORD
            WRITE PER-RECORD

            MOVE WS-PER-TRAILER-LINE TO PER-RECORD
            WRITE PER-RECORD

            CLOSE PER-FILE.

        1750-WRITE-RCT-FAIL-REPORT.
            MOVE WS-RUN-DATE TO PER-HDR-DATE
            MOVE WS-PER-HEADER-LINE TO PER-RECORD
            OPEN OUTPUT PER-FILE
            WRITE PER-RECORD

            MOVE WS-RCT-STATUS TO PER-RCT-STATUS
            MOVE WS-PER-RCT-FAIL-LINE TO PER-RECORD
            WRITE PER-RECORD

            MOVE WS-PER-TRAILER-LINE TO PER-RECORD
            WRITE PER-RECORD

            CLOSE PER-FILE.

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

        2100-APPLY-TRANSACTION.
            MOVE TRAN-ACTION TO PER-TRN-ACTION
            MOVE TRAN-PERIOD TO PER-TRN-PERIOD
            MOVE TRAN-USER-ID TO PER-TRN-USER
            MOVE SPACES TO PER-TRN-RESULT
            MOVE 0 TO WS-PER-SLOT

            IF TRAN-ACTION = 'CLS' OR TRAN-ACTION = 'REO'
                IF TRAN-PERIOD NOT NUMERIC
                        OR TRAN-PER-MONTH < 1 OR TRAN-PER-MONTH > 12
                    ADD 1 TO WS-ERROR-COUNT
                    MOVE 'PERIOD MUST BE YYYYMM' TO PER-TRN-RESULT
                ELSE
                IF TRAN-USER-ID = SPACES
                    ADD 1 TO WS-ERROR-COUNT
                    MOVE 'USER ID MISSING' TO PER-TRN-RESULT
                ELSE
                    MOVE TRAN-PERIOD TO WS-PER-WORK
                    PERFORM 2200-FIND-PERIOD-SLOT
                    IF WS-PER-SLOT = 0
                        ADD 1 TO WS-ERROR-COUNT
                        MOVE 'PERIOD TABLE FULL' TO PER-TRN-RESULT
                    END-IF
                END-IF
                END-IF
            END-IF

            IF PER-TRN-RESULT = SPACES
                EVALUATE TRAN-ACTION
                    WHEN 'CLS'
                        PERFORM 2300-APPLY-CLOSE
                    WHEN 'REO'
                        PERFORM 2400-APPLY-REOPEN
                    WHEN 'LST'
                        MOVE 'PERIODS LISTED BELOW' TO PER-TRN-RESULT
                    WHEN OTHER
                        ADD 1 TO WS-ERROR-COUNT
                        MOVE 'UNKNOWN ACTION' TO PER-TRN-RESULT
                END-EVALUATE
            END-IF

            MOVE WS-PER-TRAN-LINE TO PER-RECORD
            WRITE PER-RECORD

            IF TRAN-ACTION = 'LST'
                PERFORM 2600-LIST-PERIODS
            END-IF.

        2200-FIND-PERIOD-SLOT.
            MOVE 'N' TO WS-PER-FOUND
            MOVE 0 TO WS-PER-SLOT
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                    UNTIL WS-PER-IDX > WS-PER-COUNT
                       OR WS-PER-FOUND = 'Y'
                IF WS-PER-PERIOD (WS-PER-IDX) = WS-PER-WORK
                    MOVE 'Y' TO WS-PER-FOUND
                    MOVE WS-PER-IDX TO WS-PER-SLOT
                END-IF
            END-PERFORM.

            IF WS-PER-FOUND = 'N'
                IF WS-PER-COUNT < WS-PER-MAX
                    ADD 1 TO WS-PER-COUNT
                    MOVE WS-PER-COUNT TO WS-PER-SLOT
                    MOVE WS-PER-WORK TO WS-PER-PERIOD (WS-PER-SLOT)
                    MOVE 'O' TO WS-PER-STATE (WS-PER-SLOT)
                    MOVE 'N' TO WS-PER-ROLLED (WS-PER-SLOT)
                    MOVE SPACES TO WS-PER-USER (WS-PER-SLOT)
                    MOVE 0 TO WS-PER-STAMP (WS-PER-SLOT)
                ELSE
                    IF WS-PER-FULL = 'N'
                        MOVE 'Y' TO WS-PER-FULL
                        DISPLAY 'PERIOD TABLE FULL - '
                            'EXCESS PERIODS NOT TRACKED'
                    END-IF
                END-IF
            END-IF.

        2300-APPLY-CLOSE.
            IF WS-PER-STATE (WS-PER-SLOT) = 'C'
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'PERIOD ALREADY CLOSED' TO PER-TRN-RESULT
            ELSE
            IF WS-PER-ROLLED (WS-PER-SLOT) NOT = 'Y'
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'NO GOOD MONTH-END ROLLUP RUN' TO PER-TRN-RESULT
            ELSE
                MOVE 'C' TO WS-PER-EVENT
                PERFORM 2500-WRITE-PERIOD-EVENT
                IF PER-TRN-RESULT = SPACES
                    ADD 1 TO WS-CLS-COUNT
                    MOVE 'PERIOD CLOSED' TO PER-TRN-RESULT
                END-IF
            END-IF
            END-IF.

        2400-APPLY-REOPEN.
            IF WS-PER-STATE (WS-PER-SLOT) NOT = 'C'
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'PERIOD IS NOT CLOSED' TO PER-TRN-RESULT
            ELSE
            IF TRAN-REASON = SPACES
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'REASON REQUIRED TO REOPEN' TO PER-TRN-RESULT
            ELSE
                MOVE 'O' TO WS-PER-EVENT
                PERFORM 2500-WRITE-PERIOD-EVENT
                IF PER-TRN-RESULT = SPACES
                    ADD 1 TO WS-REO-COUNT
                    MOVE 'PERIOD REOPENED' TO PER-TRN-RESULT
                END-IF
            END-IF
            END-IF.

        2500-WRITE-PERIOD-EVENT.
            ACCEPT WS-RUN-TIME FROM TIME.
            OPEN EXTEND RUNCTL-FILE.
            IF WS-RCT-STATUS NOT = '00'
                DISPLAY 'UNABLE TO EXTEND RUNCTL - FILE STATUS '
                    WS-RCT-STATUS
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'RUN CONTROL WRITE FAILED' TO PER-TRN-RESULT
            ELSE
                MOVE SPACES TO RUN-CONTROL-RECORD
                MOVE 'PERCNTL' TO RCT-PROGRAM
                MOVE WS-PER-EVENT TO RCT-EVENT
                MOVE TRAN-PERIOD TO RCT-TARGET-PERIOD
                MOVE 0 TO RCT-TARGET-DAY
                MOVE 'G' TO RCT-OUTCOME
                MOVE 0 TO RCT-RETURN-CODE
                MOVE WS-RUN-DATE TO RCT-STAMP-DATE
                MOVE WS-RUN-TIME TO RCT-STAMP-TIME
                MOVE TRAN-USER-ID TO RCT-USER-ID
                MOVE TRAN-REASON TO RCT-REMARK
                WRITE RUN-CONTROL-RECORD
                CLOSE RUNCTL-FILE
                MOVE RCT-EVENT TO WS-PER-STATE (WS-PER-SLOT)
                MOVE TRAN-USER-ID TO WS-PER-USER (WS-PER-SLOT)
                MOVE WS-RUN-DATE TO WS-PER-STAMP (WS-PER-SLOT)
            END-IF.

        2600-LIST-PERIODS.
            PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                    UNTIL WS-PER-IDX > WS-PER-COUNT
                MOVE WS-PER-PERIOD (WS-PER-IDX) TO PER-LST-PERIOD
                IF WS-PER-STATE (WS-PER-IDX) = 'C'
                    MOVE 'CLOSED' TO PER-LST-STATE
                ELSE
                    MOVE 'OPEN' TO PER-LST-STATE
                END-IF
                IF WS-PER-ROLLED (WS-PER-IDX) = 'Y'
                    MOVE 'ROLLED UP' TO PER-LST-ROLLED
                ELSE
                    MOVE 'NO ROLLUP' TO PER-LST-ROLLED
                END-IF
                MOVE WS-PER-USER (WS-PER-IDX) TO PER-LST-USER
                MOVE WS-PER-STAMP (WS-PER-IDX) TO PER-LST-STAMP
                MOVE WS-PER-LIST-LINE TO PER-RECORD
                WRITE PER-RECORD
            END-PERFORM.

        9000-TERMINATE.
            MOVE WS-CLS-COUNT TO PER-SUM-CLSS
            MOVE WS-REO-COUNT TO PER-SUM-REOS
            MOVE WS-ERROR-COUNT TO PER-SUM-ERRS
            MOVE WS-PER-SUMMARY-LINE TO PER-RECORD
            WRITE PER-RECORD.

            IF WS-PER-FULL = 'Y'
                MOVE WS-PER-FULL-LINE TO PER-RECORD
                WRITE PER-RECORD
            END-IF.

            MOVE WS-PER-TRAILER-LINE TO PER-RECORD
            WRITE PER-RECORD.

            CLOSE PER-FILE.

            IF WS-ERROR-COUNT > 0 OR WS-PER-FULL = 'Y'
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.

            DISPLAY 'Transactions read: ' WS-TRAN-READ
            DISPLAY 'Run control records read: ' WS-LEDGER-READ
            DISPLAY 'Periods closed: ' WS-CLS-COUNT
            DISPLAY 'Periods reopened: ' WS-REO-COUNT
            DISPLAY 'Transaction errors: ' WS-ERROR-COUNT.
