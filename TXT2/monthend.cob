            SELECT ROLLUP-FILE ASSIGN TO 'MERPT'
                ORGANIZATION IS SEQUENTIAL.

            SELECT CAL-FILE ASSIGN TO 'CALFILE'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CAL-STATUS.

            SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RCT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  DAYHIST-FILE
            RECORD CONTAINS 80 CHARACTERS.
        01  ROLL-RECORD            PIC X(80).

        FD  CAL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CALREC.

        FD  RUNCTL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY RUNCREC.

        WORKING-STORAGE SECTION.
        01 WS-HIST-STATUS    PIC XX VALUE '00'.
        01 WS-PARM-STATUS    PIC XX VALUE '00'.

        01 WS-CAL-STATUS     PIC XX VALUE '00'.
        01 WS-CAL-EOF        PIC X VALUE 'N'.
        01 WS-CAL-PERIOD     PIC 9(6) VALUE 0.
        01 WS-CAL-REM        PIC 9(2) VALUE 0.
        01 WS-RCT-STATUS     PIC XX VALUE '00'.
        01 WS-RCT-EOF        PIC X VALUE 'N'.

        01 WS-RCT-PGM        PIC X(8) VALUE 'MONTHEND'.
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

        01 WS-HIST-EOF       PIC X VALUE 'N'.
        01 WS-RUN-DATE       PIC 9(8) VALUE 0.
        01 WS-ROLLUP-MONTH   PIC 9(6) VALUE 0.
            05 ROLL-FAIL-STATUS PIC XX.
            05 FILLER           PIC X(40) VALUE SPACES.

        01 WS-ROLL-REFUSE-LINE.
            05 FILLER         PIC X(29)
                VALUE 'RUN REFUSED BY RUN CONTROL - '.
            05 ROLL-REF-REASON PIC X(30).
            05 FILLER         PIC X(21) VALUE SPACES.

        PROCEDURE DIVISION.
        0000-MAIN-LOGIC.
            PERFORM 1000-INITIALIZE
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

            OPEN INPUT DAYHIST-FILE.
            IF WS-HIST-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DAYHIST - FILE STATUS '
                    WS-HIST-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1700-WRITE-HIST-FAIL-REPORT
                PERFORM 1980-LOG-RUN-END
                STOP RUN
            END-IF.


            CLOSE ROLLUP-FILE.

        1900-CHECK-RUN-CONTROL.
            MOVE WS-ROLLUP-MONTH TO WS-RCT-PERIOD
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
            MOVE WS-RUN-DATE TO ROLL-HDR-DATE
            MOVE WS-ROLL-HEADER-LINE TO ROLL-RECORD
            OPEN OUTPUT ROLLUP-FILE
            WRITE ROLL-RECORD

            MOVE WS-ROLLUP-MONTH TO ROLL-TTL-MONTH
            MOVE WS-ROLL-TITLE-LINE TO ROLL-RECORD
            WRITE ROLL-RECORD

            MOVE WS-RCT-REASON TO ROLL-REF-REASON
            MOVE WS-ROLL-REFUSE-LINE TO ROLL-RECORD
            WRITE ROLL-RECORD

            MOVE WS-ROLL-TRAILER-LINE TO ROLL-RECORD
            WRITE ROLL-RECORD

            CLOSE ROLLUP-FILE.

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
            IF RETURN-CODE < 16
                MOVE 'G' TO WS-RCT-OUTCOME
            ELSE
                MOVE 'F' TO WS-RCT-OUTCOME
            END-IF
            MOVE 'E' TO WS-RCT-EVENT
            PERFORM 1970-WRITE-RUN-CONTROL.

        2000-LOAD-HISTORY.
            PERFORM UNTIL WS-HIST-EOF = 'Y'
                READ DAYHIST-FILE
            DISPLAY 'History records read: ' WS-HIST-READ
            DISPLAY 'Days in rollup: ' WS-DAY-COUNT.

            PERFORM 1980-LOG-RUN-END.

        9100-WRITE-DAY-LINE.
            MOVE WS-DAY-DATE (WS-DAY-IDX) TO ROLL-DTL-DATE
            MOVE WS-DAY-UNITS (WS-DAY-IDX) TO ROLL-DTL-UNITS
