                FILE STATUS IS WS-EXT-STATUS.

            SELECT JOBM-FILE ASSIGN TO 'JOBMSTR'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS JOBM-JOB-ID
                FILE STATUS IS WS-JOBM-STATUS.

            SELECT DEPTM-FILE ASSIGN TO 'DEPTMSTR'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DEPT-CODE
                FILE STATUS IS WS-DEPTM-STATUS.

            SELECT RATE-FILE ASSIGN TO 'RATECARD'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RATE-STATUS.
            SELECT CHARGE-FILE ASSIGN TO 'CHGRPT'
                ORGANIZATION IS SEQUENTIAL.

            SELECT GLJ-FILE ASSIGN TO 'GLJRNL'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-GLJ-STATUS.

            SELECT CAL-FILE ASSIGN TO 'CALFILE'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CAL-STATUS.

            SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RCT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EXTRACT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY JOBMREC.

        FD  DEPTM-FILE
            LABEL RECORDS ARE STANDARD.
            COPY DEPTREC.

        FD  RATE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY RATEREC.
            LABEL RECORDS ARE STANDARD.
        01  PARM-CARD.
            05 PARM-CHARGE-MONTH   PIC X(6).
            05 FILLER              PIC X(1).
            05 PARM-RECOVERY-ACCT  PIC X(10).
            05 FILLER              PIC X(1).
            05 PARM-SUSPENSE-ACCT  PIC X(10).
            05 FILLER              PIC X(1).
            05 PARM-SUSPENSE-RATE  PIC X(7).
            05 PARM-SUSPENSE-RATE-N REDEFINES PARM-SUSPENSE-RATE
                                   PIC 9(5)V99.
            05 FILLER              PIC X(44).

        FD  CHARGE-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  CHG-RECORD             PIC X(80).

        FD  GLJ-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
            COPY GLJREC.

        FD  CAL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CALREC.

        FD  RUNCTL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY RUNCREC.

        WORKING-STORAGE SECTION.
        01 WS-EXT-STATUS     PIC XX VALUE '00'.
        01 WS-JOBM-STATUS    PIC XX VALUE '00'.
        01 WS-DEPTM-STATUS   PIC XX VALUE '00'.
        01 WS-RATE-STATUS    PIC XX VALUE '00'.
        01 WS-PARM-STATUS    PIC XX VALUE '00'.
        01 WS-GLJ-STATUS     PIC XX VALUE '00'.

        01 WS-CAL-STATUS     PIC XX VALUE '00'.
        01 WS-CAL-EOF        PIC X VALUE 'N'.
        01 WS-CAL-PERIOD     PIC 9(6) VALUE 0.
        01 WS-CAL-REM        PIC 9(2) VALUE 0.
        01 WS-RCT-STATUS     PIC XX VALUE '00'.
        01 WS-RCT-EOF        PIC X VALUE 'N'.

        01 WS-RCT-PGM        PIC X(8) VALUE 'DEPTCHG'.
        01 WS-RCT-TARGET     PIC 9(8) VALUE 0.
        01 WS-RCT-TARGET-R REDEFINES WS-RCT-TARGET.
            05 WS-RCT-PERIOD   PIC 9(6).
            05 WS-RCT-DAY      PIC 9(2).
        01 WS-RCT-REFUSED    PIC X VALUE 'N'.
        01 WS-RCT-REASON     PIC X(30) VALUE SPACES.
        01 WS-RCT-CLOSED     PIC X VALUE 'N'.
        01 WS-RCT-EVENT      PIC X VALUE SPACE.
        01 WS-RCT-OUTCOME    PIC X VALUE SPACE.
        01 WS-RCT-TIME       PIC 9(8) VALUE 0.

        01 WS-RCT-DAY-REASON.
            05 FILLER           PIC X(21)
                VALUE 'TALLY NOT POSTED FOR '.
            05 WS-RCT-DAY-DATE  PIC 9(8).
            05 FILLER           PIC X VALUE SPACE.

        01 WS-BDAY-MAX       PIC S9(4) COMP VALUE 31.
        01 WS-BDAY-COUNT     PIC S9(4) COMP VALUE 0.
        01 WS-BDAY-IDX       PIC S9(4) COMP VALUE 0.

        01 WS-BDAY-TABLE.
            05 WS-BDAY-ENTRY OCCURS 31 TIMES.
                10 WS-BDAY-DATE      PIC 9(8).
                10 WS-BDAY-STATE     PIC X.

        01 WS-EXT-EOF        PIC X VALUE 'N'.
        01 WS-RATE-EOF       PIC X VALUE 'N'.

        01 WS-RUN-DATE       PIC 9(8) VALUE 0.
        01 WS-RUN-TIME       PIC 9(8) VALUE 0.
        01 WS-CHARGE-MONTH   PIC 9(6) VALUE 0.
        01 WS-MONTH-REM      PIC 9(2) VALUE 0.

        01 WS-DTL-SKIPPED    PIC S9(9) COMP-3 VALUE 0.
        01 WS-DTL-UNITS      PIC S9(9) COMP-3 VALUE 0.

        01 WS-JOBM-FOUND     PIC X VALUE 'N'.

        01 WS-DEPT-MAX       PIC S9(4) COMP VALUE 200.
        01 WS-DEPT-COUNT     PIC S9(4) COMP VALUE 0.
                10 WS-DEPT-TAB-UNITS  PIC S9(9) COMP-3.
                10 WS-DEPT-TAB-RATE   PIC S9(5)V99 COMP-3.
                10 WS-DEPT-TAB-RATED  PIC X.
                10 WS-DEPT-TAB-MSTR   PIC X.
                10 WS-DEPT-TAB-NAME   PIC X(30).
                10 WS-DEPT-TAB-CC     PIC X(10).

        01 WS-UNA-MAX        PIC S9(4) COMP VALUE 200.
        01 WS-UNA-COUNT      PIC S9(4) COMP VALUE 0.
                10 WS-UNA-UNITS       PIC S9(9) COMP-3.

        01 WS-NORATE-COUNT   PIC S9(4) COMP VALUE 0.
        01 WS-BADRATE-COUNT  PIC S9(4) COMP VALUE 0.
        01 WS-DEPT-AMOUNT    PIC S9(13)V99 COMP-3 VALUE 0.
        01 WS-TOTAL-UNITS    PIC S9(11) COMP-3 VALUE 0.
        01 WS-TOTAL-AMOUNT   PIC S9(13)V99 COMP-3 VALUE 0.
        01 WS-UNA-TOTAL      PIC S9(11) COMP-3 VALUE 0.
        01 WS-UNA-ALL-UNITS  PIC S9(11) COMP-3 VALUE 0.

        01 WS-GL-RECOVERY-ACCT PIC X(10) VALUE '4910000000'.
        01 WS-GL-SUSPENSE-ACCT PIC X(10) VALUE '1999000000'.
        01 WS-GL-SUSP-RATE   PIC S9(5)V99 COMP-3 VALUE 0.
        01 WS-GL-SUSP-UNITS  PIC S9(11) COMP-3 VALUE 0.
        01 WS-GL-SUSP-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
        01 WS-GL-LINE-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
        01 WS-GL-LINE-UNITS  PIC S9(11) COMP-3 VALUE 0.
        01 WS-GL-CREDIT-AMT  PIC S9(13)V99 COMP-3 VALUE 0.
        01 WS-GL-LINE-COUNT  PIC S9(9) COMP-3 VALUE 0.
        01 WS-GL-DEBIT-TOTAL PIC S9(13)V99 COMP-3 VALUE 0.
        01 WS-GL-CREDIT-TOTAL PIC S9(13)V99 COMP-3 VALUE 0.
        01 WS-GL-STATUS      PIC X VALUE 'B'.

        01 WS-CHG-HEADER-LINE.
            05 FILLER         PIC X(10) VALUE 'RUN DATE: '.
        01 WS-CHG-COLHDR-LINE.
            05 FILLER         PIC X(4)  VALUE 'DEPT'.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 FILLER         PIC X(18) VALUE 'DEPARTMENT NAME'.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 FILLER         PIC X(10) VALUE 'COST CTR'.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 FILLER         PIC X(9)  VALUE 'MTD UNITS'.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 FILLER         PIC X(8)  VALUE '    RATE'.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 FILLER         PIC X(13) VALUE '       AMOUNT'.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 FILLER         PIC X(12) VALUE 'NOTE'.

        01 WS-CHG-DETAIL-LINE.
            05 CHG-DTL-DEPT   PIC X(4).
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 CHG-DTL-NAME   PIC X(18).
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 CHG-DTL-CC     PIC X(10).
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 CHG-DTL-UNITS  PIC Z(8)9.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 CHG-DTL-RATE   PIC ZZZZ9.99.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 CHG-DTL-AMOUNT PIC Z(9)9.99.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 CHG-DTL-NOTE   PIC X(12).

        01 WS-CHG-TOTAL-LINE.
            05 FILLER         PIC X(20) VALUE 'INVOICE TOTALS:     '.
                VALUE 'NO UNASSIGNED-DEPARTMENT UNITS'.
            05 FILLER         PIC X(46) VALUE SPACES.

        01 WS-CHG-BADHDR-LINE.
            05 FILLER         PIC X(50) VALUE
                'RATE CARD ENTRIES WITHOUT AN ACTIVE DEPARTMENT'.
            05 FILLER         PIC X(30) VALUE SPACES.

        01 WS-CHG-BAD-LINE.
            05 CHG-BAD-DEPT   PIC X(4).
            05 FILLER         PIC X(7)  VALUE ' RATE: '.
            05 CHG-BAD-RATE   PIC ZZZZ9.99.
            05 FILLER         PIC X(2)  VALUE SPACES.
            05 CHG-BAD-NOTE   PIC X(30).
            05 FILLER         PIC X(29) VALUE SPACES.

        01 WS-CHG-GL-LINE.
            05 FILLER         PIC X(18) VALUE 'GL JOURNAL LINES: '.
            05 CHG-GL-LINES   PIC Z(4)9.
            05 FILLER         PIC X(10) VALUE '  DEBITS: '.
            05 CHG-GL-DEBITS  PIC Z(12)9.99.
            05 FILLER         PIC X(11) VALUE '  CREDITS: '.
            05 CHG-GL-CREDITS PIC Z(12)9.99.
            05 FILLER         PIC X(4)  VALUE SPACES.

        01 WS-CHG-GLSUSP-LINE.
            05 FILLER         PIC X(16) VALUE 'SUSPENSE UNITS: '.
            05 CHG-GLS-UNITS  PIC Z(10)9.
            05 FILLER         PIC X(19)
                VALUE '  SUSPENSE AMOUNT: '.
            05 CHG-GLS-AMOUNT PIC Z(12)9.99.
            05 FILLER         PIC X(18) VALUE SPACES.

        01 WS-CHG-GLSTAT-LINE.
            05 CHG-GL-STATUS  PIC X(60).
            05 FILLER         PIC X(20) VALUE SPACES.

        01 WS-CHG-FULL-LINE.
            05 FILLER         PIC X(60) VALUE
                'A WORK TABLE FILLED - EXCESS UNITS BILLED TO SUSPENSE'.
            05 FILLER         PIC X(20) VALUE SPACES.

        01 WS-CHG-TRAILER-LINE.
            05 FILLER         PIC X(28)
                VALUE 'END OF DEPARTMENT CHARGEBACK'.
            05 CHG-RATE-STATUS  PIC XX.
            05 FILLER           PIC X(39) VALUE SPACES.

        01 WS-CHG-DEPTM-FAIL-LINE.
            05 FILLER            PIC X(39)
                VALUE 'UNABLE TO OPEN DEPTMSTR - FILE STATUS '.
            05 CHG-DEPTM-STATUS  PIC XX.
            05 FILLER            PIC X(39) VALUE SPACES.

        01 WS-CHG-GLJ-FAIL-LINE.
            05 FILLER            PIC X(37)
                VALUE 'UNABLE TO OPEN GLJRNL - FILE STATUS '.
            05 CHG-GLJ-STATUS    PIC XX.
            05 FILLER            PIC X(41) VALUE SPACES.

        01 WS-CHG-REFUSE-LINE.
            05 FILLER         PIC X(29)
                VALUE 'RUN REFUSED BY RUN CONTROL - '.
            05 CHG-REF-REASON PIC X(30).
            05 FILLER         PIC X(21) VALUE SPACES.

        PROCEDURE DIVISION.
        0000-MAIN-LOGIC.
            PERFORM 1000-INITIALIZE

        1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            DIVIDE WS-RUN-DATE BY 100
                GIVING WS-CHARGE-MONTH REMAINDER WS-MONTH-REM.

                PERFORM 1050-READ-PARM-CARD
            END-IF.

            PERFORM 1900-CHECK-RUN-CONTROL.
            IF WS-RCT-REFUSED = 'Y'
                PERFORM 1960-WRITE-REFUSAL-REPORT
                STOP RUN
            END-IF.

            MOVE 'S' TO WS-RCT-EVENT
            MOVE SPACE TO WS-RCT-OUTCOME
            PERFORM 1970-WRITE-RUN-CONTROL.

            PERFORM 1200-OPEN-JOB-MASTER.

            PERFORM 1250-OPEN-DEPT-MASTER.

            PERFORM 1300-LOAD-RATE-CARDS.

                    WS-EXT-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1700-WRITE-EXT-FAIL-REPORT
                PERFORM 1980-LOG-RUN-END
                STOP RUN
            END-IF.

            OPEN OUTPUT GLJ-FILE.
            IF WS-GLJ-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN GLJRNL - FILE STATUS '
                    WS-GLJ-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1780-WRITE-GLJ-FAIL-REPORT
                PERFORM 1980-LOG-RUN-END
                STOP RUN
            END-IF.

                    IF PARM-CHARGE-MONTH NUMERIC
                        MOVE PARM-CHARGE-MONTH TO WS-CHARGE-MONTH
                    END-IF
                    IF PARM-RECOVERY-ACCT NOT = SPACES
                        MOVE PARM-RECOVERY-ACCT
                            TO WS-GL-RECOVERY-ACCT
                    END-IF
                    IF PARM-SUSPENSE-ACCT NOT = SPACES
                        MOVE PARM-SUSPENSE-ACCT
                            TO WS-GL-SUSPENSE-ACCT
                    END-IF
                    IF PARM-SUSPENSE-RATE NUMERIC
                        MOVE PARM-SUSPENSE-RATE-N TO WS-GL-SUSP-RATE
                    END-IF
            END-READ.
            CLOSE PARM-FILE.

        1200-OPEN-JOB-MASTER.
            OPEN INPUT JOBM-FILE.
            IF WS-JOBM-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN JOBMSTR - FILE STATUS '
                    WS-JOBM-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1750-WRITE-JOBM-FAIL-REPORT
                PERFORM 1980-LOG-RUN-END
                STOP RUN
            END-IF.

        1250-OPEN-DEPT-MASTER.
            OPEN INPUT DEPTM-FILE.
            IF WS-DEPTM-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DEPTMSTR - FILE STATUS '
                    WS-DEPTM-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1770-WRITE-DEPTM-FAIL-REPORT
                PERFORM 1980-LOG-RUN-END
                STOP RUN
            END-IF.

        1300-LOAD-RATE-CARDS.
                    WS-RATE-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1760-WRITE-RATE-FAIL-REPORT
                PERFORM 1980-LOG-RUN-END
                STOP RUN
            END-IF.

                MOVE RATE-DEPT-CODE TO WS-DEPT-WORK
                PERFORM 2300-FIND-DEPT-SLOT
                IF WS-DEPT-SLOT > 0
                    IF WS-DEPT-TAB-RATED (WS-DEPT-SLOT) = 'N'
                            AND WS-DEPT-TAB-MSTR (WS-DEPT-SLOT)
                                NOT = 'A'
                        ADD 1 TO WS-BADRATE-COUNT
                        DISPLAY 'RATE CARD FOR INACTIVE OR UNKNOWN '
                            'DEPT ' RATE-DEPT-CODE
                    END-IF
                    MOVE RATE-PER-UNIT
                        TO WS-DEPT-TAB-RATE (WS-DEPT-SLOT)
                    MOVE 'Y' TO WS-DEPT-TAB-RATED (WS-DEPT-SLOT)

            CLOSE CHARGE-FILE.

        1770-WRITE-DEPTM-FAIL-REPORT.
            MOVE WS-RUN-DATE TO CHG-HDR-DATE
            MOVE WS-CHG-HEADER-LINE TO CHG-RECORD
            OPEN OUTPUT CHARGE-FILE
            WRITE CHG-RECORD

            MOVE WS-DEPTM-STATUS TO CHG-DEPTM-STATUS
            MOVE WS-CHG-DEPTM-FAIL-LINE TO CHG-RECORD
            WRITE CHG-RECORD

            MOVE WS-CHG-TRAILER-LINE TO CHG-RECORD
            WRITE CHG-RECORD

            CLOSE CHARGE-FILE.

        1780-WRITE-GLJ-FAIL-REPORT.
            MOVE WS-RUN-DATE TO CHG-HDR-DATE
            MOVE WS-CHG-HEADER-LINE TO CHG-RECORD
            OPEN OUTPUT CHARGE-FILE
            WRITE CHG-RECORD

            MOVE WS-GLJ-STATUS TO CHG-GLJ-STATUS
            MOVE WS-CHG-GLJ-FAIL-LINE TO CHG-RECORD
            WRITE CHG-RECORD

            MOVE WS-CHG-TRAILER-LINE TO CHG-RECORD
            WRITE CHG-RECORD

            CLOSE CHARGE-FILE.

        1900-CHECK-RUN-CONTROL.
            MOVE WS-CHARGE-MONTH TO WS-RCT-PERIOD
            MOVE 0 TO WS-RCT-DAY
            PERFORM 1910-LOAD-PERIOD-CALENDAR.
            IF WS-RCT-REFUSED = 'N'
                PERFORM 1920-READ-RUN-CONTROL
            END-IF.
            IF WS-RCT-REFUSED = 'N'
                PERFORM 1940-EDIT-PERIOD-STATE
            END-IF.
            IF WS-RCT-REFUSED = 'Y'
                DISPLAY 'RUN REFUSED BY RUN CONTROL - ' WS-RCT-REASON
            END-IF.

        1910-LOAD-PERIOD-CALENDAR.
            OPEN INPUT CAL-FILE.
            IF WS-CAL-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN CALFILE - FILE STATUS '
                    WS-CAL-STATUS
                MOVE 'Y' TO WS-RCT-REFUSED
                MOVE 'BUSINESS CALENDAR UNAVAILABLE' TO WS-RCT-REASON
            ELSE
                PERFORM UNTIL WS-CAL-EOF = 'Y'
                    READ CAL-FILE
                        AT END
                            MOVE 'Y' TO WS-CAL-EOF
                        NOT AT END
                            PERFORM 1915-STORE-PERIOD-DAY
                    END-READ
                END-PERFORM
                CLOSE CAL-FILE
                IF WS-BDAY-COUNT = 0
                    MOVE 'Y' TO WS-RCT-REFUSED
                    MOVE 'NO BUSINESS DAYS IN PERIOD' TO WS-RCT-REASON
                END-IF
            END-IF.

        1915-STORE-PERIOD-DAY.
            DIVIDE CAL-DATE BY 100
                GIVING WS-CAL-PERIOD REMAINDER WS-CAL-REM.
            IF WS-CAL-PERIOD = WS-RCT-PERIOD AND CAL-BUSINESS-DAY
                    AND WS-BDAY-COUNT < WS-BDAY-MAX
                ADD 1 TO WS-BDAY-COUNT
                MOVE CAL-DATE TO WS-BDAY-DATE (WS-BDAY-COUNT)
                MOVE SPACE TO WS-BDAY-STATE (WS-BDAY-COUNT)
            END-IF.

        1920-READ-RUN-CONTROL.
            OPEN INPUT RUNCTL-FILE.
            IF WS-RCT-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN RUNCTL - FILE STATUS '
                    WS-RCT-STATUS
                MOVE 'Y' TO WS-RCT-REFUSED
                MOVE 'RUN CONTROL FILE NOT AVAILABLE' TO WS-RCT-REASON
            ELSE
                PERFORM UNTIL WS-RCT-EOF = 'Y'
                    READ RUNCTL-FILE
                        AT END
                            MOVE 'Y' TO WS-RCT-EOF
                        NOT AT END
                            PERFORM 1930-APPLY-RUN-CONTROL-REC
                    END-READ
                END-PERFORM
                CLOSE RUNCTL-FILE
            END-IF.

        1930-APPLY-RUN-CONTROL-REC.
            IF RCT-TARGET-PERIOD = WS-RCT-PERIOD
                IF RCT-PERIOD-CLOSE
                    MOVE 'Y' TO WS-RCT-CLOSED
                END-IF
                IF RCT-PERIOD-REOPEN
                    MOVE 'N' TO WS-RCT-CLOSED
                END-IF
                IF RCT-PROGRAM = 'SUMNUM' OR RCT-PROGRAM = 'BACKOUT'
                    PERFORM VARYING WS-BDAY-IDX FROM 1 BY 1
                            UNTIL WS-BDAY-IDX > WS-BDAY-COUNT
                        IF WS-BDAY-DATE (WS-BDAY-IDX) = RCT-TARGET-DATE
                            PERFORM 1935-POST-DAY-STATE
                        END-IF
                    END-PERFORM
                END-IF
            END-IF.

        1935-POST-DAY-STATE.
            IF RCT-PROGRAM = 'SUMNUM'
                IF RCT-RUN-START
                    MOVE 'S' TO WS-BDAY-STATE (WS-BDAY-IDX)
                END-IF
                IF RCT-RUN-END
                    IF RCT-OUTCOME-GOOD
                        MOVE 'P' TO WS-BDAY-STATE (WS-BDAY-IDX)
                    ELSE
                        MOVE 'F' TO WS-BDAY-STATE (WS-BDAY-IDX)
                    END-IF
                END-IF
            ELSE
                IF RCT-RUN-END AND RCT-OUTCOME-GOOD
                    MOVE 'B' TO WS-BDAY-STATE (WS-BDAY-IDX)
                END-IF
            END-IF.

        1940-EDIT-PERIOD-STATE.
            IF WS-RCT-CLOSED = 'Y'
                MOVE 'Y' TO WS-RCT-REFUSED
                MOVE 'PERIOD IS CLOSED' TO WS-RCT-REASON
            ELSE
                PERFORM VARYING WS-BDAY-IDX FROM 1 BY 1
                        UNTIL WS-BDAY-IDX > WS-BDAY-COUNT
                           OR WS-RCT-REFUSED = 'Y'
                    IF WS-BDAY-STATE (WS-BDAY-IDX) NOT = 'P'
                        MOVE 'Y' TO WS-RCT-REFUSED
                        MOVE WS-BDAY-DATE (WS-BDAY-IDX)
                            TO WS-RCT-DAY-DATE
                        MOVE WS-RCT-DAY-REASON TO WS-RCT-REASON
                    END-IF
                END-PERFORM
            END-IF.

        1960-WRITE-REFUSAL-REPORT.
            MOVE WS-RUN-DATE TO CHG-HDR-DATE
            MOVE WS-CHG-HEADER-LINE TO CHG-RECORD
            OPEN OUTPUT CHARGE-FILE
            WRITE CHG-RECORD

            MOVE WS-CHARGE-MONTH TO CHG-TTL-MONTH
            MOVE WS-CHG-TITLE-LINE TO CHG-RECORD
            WRITE CHG-RECORD

            MOVE WS-RCT-REASON TO CHG-REF-REASON
            MOVE WS-CHG-REFUSE-LINE TO CHG-RECORD
            WRITE CHG-RECORD

            MOVE WS-CHG-TRAILER-LINE TO CHG-RECORD
            WRITE CHG-RECORD

            CLOSE CHARGE-FILE.

            MOVE 16 TO RETURN-CODE.
            MOVE 'X' TO WS-RCT-EVENT
            MOVE 'F' TO WS-RCT-OUTCOME
            PERFORM 1970-WRITE-RUN-CONTROL.

        1970-WRITE-RUN-CONTROL.
            ACCEPT WS-RCT-TIME FROM TIME.
            OPEN EXTEND RUNCTL-FILE.
            IF WS-RCT-STATUS NOT = '00'
                DISPLAY 'UNABLE TO EXTEND RUNCTL - FILE STATUS '
                    WS-RCT-STATUS
            ELSE
                MOVE SPACES TO RUN-CONTROL-RECORD
                MOVE WS-RCT-PGM TO RCT-PROGRAM
                MOVE WS-RCT-EVENT TO RCT-EVENT
                MOVE WS-RCT-TARGET TO RCT-TARGET-DATE
                MOVE WS-RCT-OUTCOME TO RCT-OUTCOME
                MOVE RETURN-CODE TO RCT-RETURN-CODE
                MOVE WS-RUN-DATE TO RCT-STAMP-DATE
                MOVE WS-RCT-TIME TO RCT-STAMP-TIME
                MOVE WS-RCT-REASON TO RCT-REMARK
                WRITE RUN-CONTROL-RECORD
                CLOSE RUNCTL-FILE
            END-IF.

        1980-LOG-RUN-END.
            IF RETURN-CODE < 8
                MOVE 'G' TO WS-RCT-OUTCOME
            ELSE
                MOVE 'F' TO WS-RCT-OUTCOME
            END-IF
            MOVE 'E' TO WS-RCT-EVENT
            PERFORM 1970-WRITE-RUN-CONTROL.

        2000-PROCESS-EXTRACT.
            PERFORM UNTIL WS-EXT-EOF = 'Y'
                READ EXTRACT-FILE
                END-READ
            END-PERFORM.
            CLOSE EXTRACT-FILE.
            CLOSE JOBM-FILE.
            CLOSE DEPTM-FILE.

        2100-POST-EXTRACT-DETAIL.
            ADD 1 TO WS-DTL-READ.
                    ADD 1 TO WS-DTL-POSTED
                    PERFORM 2200-FIND-MASTER-DEPT
                    IF WS-JOBM-FOUND = 'Y'
                        MOVE JOBM-DEPT-CODE TO WS-DEPT-WORK
                        PERFORM 2300-FIND-DEPT-SLOT
                        IF WS-DEPT-SLOT > 0
                            ADD WS-DTL-UNITS
                                TO WS-DEPT-TAB-UNITS (WS-DEPT-SLOT)
                        ELSE
                            PERFORM 2400-POST-UNASSIGNED-JOB
                        END-IF
                    ELSE
                        PERFORM 2400-POST-UNASSIGNED-JOB

        2200-FIND-MASTER-DEPT.
            MOVE 'N' TO WS-JOBM-FOUND
            MOVE EXT-DTL-JOB-ID TO JOBM-JOB-ID
            READ JOBM-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-JOBM-FOUND
            END-READ.

        2300-FIND-DEPT-SLOT.
            MOVE 'N' TO WS-DEPT-FOUND
                    MOVE 0 TO WS-DEPT-TAB-UNITS (WS-DEPT-SLOT)
                    MOVE 0 TO WS-DEPT-TAB-RATE (WS-DEPT-SLOT)
                    MOVE 'N' TO WS-DEPT-TAB-RATED (WS-DEPT-SLOT)
                    PERFORM 2350-LOOKUP-DEPT-MASTER
                ELSE
                    IF WS-DEPT-FULL = 'N'
                        MOVE 'Y' TO WS-DEPT-FULL
                        DISPLAY 'DEPARTMENT TABLE FULL - '
                            'EXCESS DEPARTMENTS TO SUSPENSE'
                    END-IF
                END-IF
            END-IF.

        2350-LOOKUP-DEPT-MASTER.
            MOVE WS-DEPT-WORK TO DEPT-CODE
            READ DEPTM-FILE
                INVALID KEY
                    MOVE 'N' TO WS-DEPT-TAB-MSTR (WS-DEPT-SLOT)
                    MOVE SPACES TO WS-DEPT-TAB-NAME (WS-DEPT-SLOT)
                    MOVE SPACES TO WS-DEPT-TAB-CC (WS-DEPT-SLOT)
                NOT INVALID KEY
                    MOVE DEPT-STATUS TO WS-DEPT-TAB-MSTR (WS-DEPT-SLOT)
                    MOVE DEPT-NAME TO WS-DEPT-TAB-NAME (WS-DEPT-SLOT)
                    MOVE DEPT-COST-CENTER
                        TO WS-DEPT-TAB-CC (WS-DEPT-SLOT)
            END-READ.

        2400-POST-UNASSIGNED-JOB.
            ADD WS-DTL-UNITS TO WS-UNA-ALL-UNITS
            MOVE 'N' TO WS-UNA-FOUND
            PERFORM VARYING WS-UNA-IDX FROM 1 BY 1
                    UNTIL WS-UNA-IDX > WS-UNA-COUNT
            MOVE WS-CHG-COLHDR-LINE TO CHG-RECORD
            WRITE CHG-RECORD.

            PERFORM 9500-WRITE-GL-HEADER.

            PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                    UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                PERFORM 9100-WRITE-DEPT-LINE
            END-PERFORM.

            PERFORM 9700-POST-GL-UNASSIGNED.
            PERFORM 9800-WRITE-GL-CREDIT-AND-TRAILER.

            MOVE WS-TOTAL-UNITS TO CHG-TOT-UNITS
            MOVE WS-TOTAL-AMOUNT TO CHG-TOT-AMOUNT
            MOVE WS-CHG-TOTAL-LINE TO CHG-RECORD
                WRITE CHG-RECORD
            END-IF.

            IF WS-BADRATE-COUNT > 0
                MOVE WS-CHG-BADHDR-LINE TO CHG-RECORD
                WRITE CHG-RECORD
                PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                        UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                    IF WS-DEPT-TAB-RATED (WS-DEPT-IDX) = 'Y'
                            AND WS-DEPT-TAB-MSTR (WS-DEPT-IDX)
                                NOT = 'A'
                        PERFORM 9300-WRITE-BAD-RATE-LINE
                    END-IF
                END-PERFORM
            END-IF.

            MOVE WS-GL-LINE-COUNT TO CHG-GL-LINES
            MOVE WS-GL-DEBIT-TOTAL TO CHG-GL-DEBITS
            MOVE WS-GL-CREDIT-TOTAL TO CHG-GL-CREDITS
            MOVE WS-CHG-GL-LINE TO CHG-RECORD
            WRITE CHG-RECORD.

            MOVE WS-GL-SUSP-UNITS TO CHG-GLS-UNITS
            MOVE WS-GL-SUSP-AMOUNT TO CHG-GLS-AMOUNT
            MOVE WS-CHG-GLSUSP-LINE TO CHG-RECORD
            WRITE CHG-RECORD.

            EVALUATE WS-GL-STATUS
                WHEN 'B'
                    MOVE 'GL JOURNAL BALANCED - READY FOR RELEASE'
                        TO CHG-GL-STATUS
                WHEN 'S'
                    MOVE 'NO SUSPENSE RATE ON CHGPARM - GL JOURNAL HELD'
                        TO CHG-GL-STATUS
                WHEN OTHER
                    MOVE 'GL JOURNAL OUT OF BALANCE - JOURNAL HELD'
                        TO CHG-GL-STATUS
            END-EVALUATE
            MOVE WS-CHG-GLSTAT-LINE TO CHG-RECORD
            WRITE CHG-RECORD.

            IF WS-DEPT-FULL = 'Y' OR WS-UNA-FULL = 'Y'
                MOVE WS-CHG-FULL-LINE TO CHG-RECORD
                WRITE CHG-RECORD
            END-IF.
            WRITE CHG-RECORD.

            CLOSE CHARGE-FILE.
            CLOSE GLJ-FILE.

            IF WS-GL-STATUS NOT = 'B'
                MOVE 8 TO RETURN-CODE
            ELSE
            IF WS-UNA-COUNT > 0 OR WS-NORATE-COUNT > 0
                    OR WS-BADRATE-COUNT > 0
                    OR WS-DEPT-FULL = 'Y' OR WS-UNA-FULL = 'Y'
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            END-IF.

            DISPLAY 'Extract records read: ' WS-EXT-READ
            DISPLAY 'Details outside month: ' WS-DTL-SKIPPED
            DISPLAY 'Departments billed: ' WS-DEPT-COUNT
            DISPLAY 'Departments without rates: ' WS-NORATE-COUNT
            DISPLAY 'Rates for unknown departments: ' WS-BADRATE-COUNT
            DISPLAY 'Unassigned jobs: ' WS-UNA-COUNT
            DISPLAY 'GL journal lines: ' WS-GL-LINE-COUNT
            DISPLAY 'GL journal status: ' WS-GL-STATUS.

            PERFORM 1980-LOG-RUN-END.

        9100-WRITE-DEPT-LINE.
            MOVE WS-DEPT-TAB-CODE (WS-DEPT-IDX) TO CHG-DTL-DEPT
            MOVE WS-DEPT-TAB-NAME (WS-DEPT-IDX) TO CHG-DTL-NAME
            MOVE WS-DEPT-TAB-CC (WS-DEPT-IDX) TO CHG-DTL-CC
            MOVE WS-DEPT-TAB-UNITS (WS-DEPT-IDX) TO CHG-DTL-UNITS
            MOVE WS-DEPT-TAB-RATE (WS-DEPT-IDX) TO CHG-DTL-RATE

                COMPUTE WS-DEPT-AMOUNT =
                    WS-DEPT-TAB-UNITS (WS-DEPT-IDX)
                    * WS-DEPT-TAB-RATE (WS-DEPT-IDX)
                EVALUATE WS-DEPT-TAB-MSTR (WS-DEPT-IDX)
                    WHEN 'A'
                        MOVE SPACES TO CHG-DTL-NOTE
                    WHEN 'C'
                        MOVE 'DEPT CLOSED' TO CHG-DTL-NOTE
                    WHEN OTHER
                        MOVE 'UNKNOWN DEPT' TO CHG-DTL-NOTE
                END-EVALUATE
            ELSE
                MOVE 0 TO WS-DEPT-AMOUNT
                ADD 1 TO WS-NORATE-COUNT
                MOVE 'NO RATE CARD' TO CHG-DTL-NOTE
            END-IF
            MOVE WS-DEPT-AMOUNT TO CHG-DTL-AMOUNT

            MOVE WS-CHG-DETAIL-LINE TO CHG-RECORD
            WRITE CHG-RECORD.

            PERFORM 9600-POST-GL-DEPT.

        9200-WRITE-UNASSIGNED-LINE.
            MOVE WS-UNA-JOB-ID (WS-UNA-IDX) TO CHG-UNA-JOB-ID
            MOVE WS-UNA-UNITS (WS-UNA-IDX) TO CHG-UNA-UNITS
            ADD WS-UNA-UNITS (WS-UNA-IDX) TO WS-UNA-TOTAL
            MOVE WS-CHG-UNA-LINE TO CHG-RECORD
            WRITE CHG-RECORD.

        9300-WRITE-BAD-RATE-LINE.
            MOVE WS-DEPT-TAB-CODE (WS-DEPT-IDX) TO CHG-BAD-DEPT
            MOVE WS-DEPT-TAB-RATE (WS-DEPT-IDX) TO CHG-BAD-RATE
            IF WS-DEPT-TAB-MSTR (WS-DEPT-IDX) = 'C'
                MOVE 'DEPT CLOSED ON DEPT MASTER' TO CHG-BAD-NOTE
            ELSE
                MOVE 'DEPT NOT ON DEPT MASTER' TO CHG-BAD-NOTE
            END-IF
            MOVE WS-CHG-BAD-LINE TO CHG-RECORD
            WRITE CHG-RECORD.

        9500-WRITE-GL-HEADER.
            MOVE SPACES TO GL-JOURNAL-HEADER-RECORD
            MOVE 'H' TO GLJ-HDR-REC-TYPE
            MOVE 'SUMNUM' TO GLJ-HDR-SOURCE
            MOVE WS-CHARGE-MONTH TO GLJ-HDR-PERIOD
            MOVE WS-RUN-DATE TO GLJ-HDR-RUN-DATE
            MOVE WS-RUN-TIME TO GLJ-HDR-RUN-TIME
            MOVE 'IT CHARGEBACK RECOVERY' TO GLJ-HDR-DESC
            WRITE GL-JOURNAL-HEADER-RECORD.

        9600-POST-GL-DEPT.
            MOVE SPACES TO GL-JOURNAL-DETAIL-RECORD
            MOVE WS-DEPT-TAB-CODE (WS-DEPT-IDX) TO GLJ-DTL-DEPT-CODE
            MOVE WS-DEPT-TAB-UNITS (WS-DEPT-IDX) TO WS-GL-LINE-UNITS

            IF WS-DEPT-TAB-RATED (WS-DEPT-IDX) = 'Y'
                MOVE WS-DEPT-AMOUNT TO WS-GL-LINE-AMOUNT
                IF WS-DEPT-TAB-CC (WS-DEPT-IDX) = SPACES
                    MOVE WS-GL-SUSPENSE-ACCT TO GLJ-DTL-ACCOUNT
                    MOVE 'SUSPENSE - NO COST CENTER' TO GLJ-DTL-DESC
                ELSE
                    MOVE WS-DEPT-TAB-CC (WS-DEPT-IDX)
                        TO GLJ-DTL-ACCOUNT
                    MOVE WS-DEPT-TAB-NAME (WS-DEPT-IDX)
                        TO GLJ-DTL-DESC
                END-IF
            ELSE
                COMPUTE WS-GL-LINE-AMOUNT =
                    WS-DEPT-TAB-UNITS (WS-DEPT-IDX) * WS-GL-SUSP-RATE
                ADD WS-GL-LINE-UNITS TO WS-GL-SUSP-UNITS
                ADD WS-GL-LINE-AMOUNT TO WS-GL-SUSP-AMOUNT
                MOVE WS-GL-SUSPENSE-ACCT TO GLJ-DTL-ACCOUNT
                MOVE 'SUSPENSE - NO RATE CARD' TO GLJ-DTL-DESC
            END-IF

            PERFORM 9650-WRITE-GL-DEBIT.

        9650-WRITE-GL-DEBIT.
            IF WS-GL-LINE-AMOUNT > 0
                ADD 1 TO WS-GL-LINE-COUNT
                MOVE 'D' TO GLJ-DTL-REC-TYPE
                MOVE WS-GL-LINE-COUNT TO GLJ-DTL-LINE-NO
                MOVE 'D' TO GLJ-DTL-DR-CR
                MOVE WS-GL-LINE-AMOUNT TO GLJ-DTL-AMOUNT
                MOVE WS-GL-LINE-UNITS TO GLJ-DTL-UNITS
                ADD WS-GL-LINE-AMOUNT TO WS-GL-DEBIT-TOTAL
                WRITE GL-JOURNAL-DETAIL-RECORD
            END-IF.

        9700-POST-GL-UNASSIGNED.
            IF WS-UNA-ALL-UNITS > 0
                MOVE SPACES TO GL-JOURNAL-DETAIL-RECORD
                MOVE WS-UNA-ALL-UNITS TO WS-GL-LINE-UNITS
                COMPUTE WS-GL-LINE-AMOUNT =
                    WS-UNA-ALL-UNITS * WS-GL-SUSP-RATE
                ADD WS-GL-LINE-UNITS TO WS-GL-SUSP-UNITS
                ADD WS-GL-LINE-AMOUNT TO WS-GL-SUSP-AMOUNT
                MOVE WS-GL-SUSPENSE-ACCT TO GLJ-DTL-ACCOUNT
                MOVE 'SUSPENSE - UNASSIGNED JOBS' TO GLJ-DTL-DESC
                PERFORM 9650-WRITE-GL-DEBIT
            END-IF.

        9800-WRITE-GL-CREDIT-AND-TRAILER.
            COMPUTE WS-GL-CREDIT-AMT =
                WS-TOTAL-AMOUNT + WS-GL-SUSP-AMOUNT

            MOVE SPACES TO GL-JOURNAL-DETAIL-RECORD
            ADD 1 TO WS-GL-LINE-COUNT
            MOVE 'D' TO GLJ-DTL-REC-TYPE
            MOVE WS-GL-LINE-COUNT TO GLJ-DTL-LINE-NO
            MOVE 'C' TO GLJ-DTL-DR-CR
            MOVE WS-GL-RECOVERY-ACCT TO GLJ-DTL-ACCOUNT
            MOVE WS-GL-CREDIT-AMT TO GLJ-DTL-AMOUNT
            COMPUTE GLJ-DTL-UNITS =
                WS-TOTAL-UNITS + WS-UNA-ALL-UNITS
            MOVE 'IT RECOVERY' TO GLJ-DTL-DESC
            ADD WS-GL-CREDIT-AMT TO WS-GL-CREDIT-TOTAL
            WRITE GL-JOURNAL-DETAIL-RECORD

            IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
                MOVE 'O' TO WS-GL-STATUS
                DISPLAY 'GL JOURNAL OUT OF BALANCE - DEBITS '
                    WS-GL-DEBIT-TOTAL ' CREDITS ' WS-GL-CREDIT-TOTAL
            ELSE
            IF WS-GL-SUSP-UNITS > 0 AND WS-GL-SUSP-RATE = 0
                MOVE 'S' TO WS-GL-STATUS
                DISPLAY 'SUSPENSE UNITS WITH NO SUSPENSE RATE - '
                    'GL JOURNAL HELD'
            END-IF
            END-IF

            MOVE SPACES TO GL-JOURNAL-TRAILER-RECORD
            MOVE 'T' TO GLJ-TRL-REC-TYPE
            MOVE WS-GL-LINE-COUNT TO GLJ-TRL-LINE-COUNT
            MOVE WS-GL-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL
            MOVE WS-GL-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL
            MOVE WS-GL-STATUS TO GLJ-TRL-STATUS
            WRITE GL-JOURNAL-TRAILER-RECORD.
