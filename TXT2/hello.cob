        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SCHED-FILE ASSIGN TO 'SCHDSRT'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SCHED-STATUS.

            SELECT SCHDCTL-FILE ASSIGN TO 'SCHDCTL'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SCTL-STATUS.

            SELECT REPORT-FILE ASSIGN TO 'RPTOUT'
                ORGANIZATION IS SEQUENTIAL.

                ORGANIZATION IS SEQUENTIAL.

            SELECT JOBM-FILE ASSIGN TO 'JOBMSTR'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS JOBM-JOB-ID
                FILE STATUS IS WS-JOBM-STATUS.

            SELECT EXTRACT-FILE ASSIGN TO 'EXTRACT'
            SELECT DAYHIST-FILE ASSIGN TO 'DAYHIST'
                ORGANIZATION IS SEQUENTIAL.

            SELECT JOBHIST-FILE ASSIGN TO 'JOBHIST'
                ORGANIZATION IS SEQUENTIAL.

            SELECT CTLTOT-FILE ASSIGN TO 'CTLTOT'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.

            SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RCT-STATUS.

            SELECT SRCHIST-FILE ASSIGN TO 'SRCHIST'
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  SCHED-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 40 CHARACTERS.
            COPY SCHSREC.

        FD  SCHDCTL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY SCHDREC.

            LABEL RECORDS ARE STANDARD.
            COPY DAYHREC.

        FD  JOBHIST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY JOBHREC.

        FD  CTLTOT-FILE
            LABEL RECORDS ARE STANDARD.
        01  CTL-TRAILER-RECORD.
            05 CTL-EXPECTED-TOTAL      PIC 9(9).
            05 FILLER                  PIC X(71).

        FD  RUNCTL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY RUNCREC.

        FD  SRCHIST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY SRCHREC.

        WORKING-STORAGE SECTION.
        01 WS-TOTAL        PIC S9(9) COMP-3 VALUE 0.
        01 WS-COUNTER      PIC S9(9) COMP-3 VALUE 0.
        01 WS-UPPER-BOUND  PIC S9(9) COMP-3 VALUE 999999999.
        01 WS-MAX-UNITS    PIC S9(7) COMP-3 VALUE 500.

        01 WS-IN-UNIT-RAW-X.
            05 WS-IN-UNIT-PAD  PIC X(3).
            05 WS-IN-UNIT-LOW  PIC X(4).
        01 WS-SKIP-IDX     PIC S9(9) COMP-3 VALUE 0.

        01 WS-SCHED-STATUS   PIC XX VALUE '00'.
        01 WS-SCTL-STATUS    PIC XX VALUE '00'.
        01 WS-SCTL-EOF       PIC X VALUE 'N'.
        01 WS-SCTL-COUNT     PIC S9(9) COMP-3 VALUE 0.
        01 WS-PARM-STATUS    PIC XX VALUE '00'.

        01 WS-CKPT-STATUS    PIC XX VALUE '00'.

        01 WS-CAP-STATUS   PIC XX VALUE '00'.
        01 WS-CAP-EOF      PIC X VALUE 'N'.
        01 WS-CAP-MAX-ENT  PIC S9(4) COMP VALUE 200.
        01 WS-CAP-COUNT    PIC S9(4) COMP VALUE 0.
        01 WS-CAP-IDX      PIC S9(4) COMP VALUE 0.
        01 WS-CAP-FOUND    PIC X VALUE 'N'.
        01 WS-CAP-EXCESS   PIC S9(9) COMP-3 VALUE 0.

        01 WS-CAP-TABLE.
            05 WS-CAP-ENTRY OCCURS 200 TIMES.
                10 WS-CAP-TAB-DATE   PIC 9(8).
                10 WS-CAP-TAB-UNITS  PIC S9(9) COMP-3.

        01 WS-SRC-FULL     PIC X VALUE 'N'.
        01 WS-SRC-ERROR    PIC X VALUE 'N'.
        01 WS-SRC-WARN     PIC X VALUE 'N'.
        01 WS-SRC-RECONCILED PIC X VALUE 'N'.

        01 WS-SRC-TABLE.
            05 WS-SRC-ENTRY OCCURS 10 TIMES.
                10 WS-SRC-CNT-MISM   PIC X.

        01 WS-JOBM-STATUS  PIC XX VALUE '00'.
        01 WS-JOBM-REASON  PIC X VALUE SPACE.
        01 WS-JOBM-FOUND   PIC X VALUE 'N'.
        01 WS-JOBM-CHK-DATE PIC 9(8) VALUE 0.
        01 WS-JOBM-FROM-N  PIC 9(8) VALUE 0.
        01 WS-JOBM-THRU-N  PIC 9(8) VALUE 0.

        01 WS-DUP-COUNT    PIC S9(9) COMP-3 VALUE 0.
        01 WS-DUP-RECORD-SW PIC X VALUE 'N'.
        01 WS-KEY-JOB-ID   PIC X(8) VALUE SPACES.
        01 WS-KEY-JOB-DATE PIC X(8) VALUE SPACES.
        01 WS-KEY-ORIG-POS PIC S9(9) COMP-3 VALUE 0.

        01 WS-EXT-EOF      PIC X VALUE 'N'.
        01 WS-REJ-EOF      PIC X VALUE 'N'.
        01 WS-EXT-COUNT    PIC S9(9) COMP-3 VALUE 0.
        01 WS-EXT-HASH     PIC S9(12) COMP-3 VALUE 0.

        01 WS-CTL-NO-DATA       PIC X VALUE 'N'.
        01 WS-CTL-EXPECTED-TOTAL PIC S9(9) COMP-3 VALUE 0.

        01 WS-RCT-STATUS   PIC XX VALUE '00'.
        01 WS-RCT-EOF      PIC X VALUE 'N'.
        01 WS-RCT-PGM      PIC X(8) VALUE 'SUMNUM'.
        01 WS-RCT-REFUSED  PIC X VALUE 'N'.
        01 WS-RCT-REASON   PIC X(30) VALUE SPACES.
        01 WS-RCT-EVENT    PIC X VALUE SPACE.
        01 WS-RCT-OUTCOME  PIC X VALUE SPACE.
        01 WS-RCT-TIME     PIC 9(8) VALUE 0.
        01 WS-RCT-TARGET   PIC 9(8) VALUE 0.
        01 WS-RCT-TARGET-R REDEFINES WS-RCT-TARGET.
            05 WS-RCT-PERIOD   PIC 9(6).
            05 WS-RCT-DAY      PIC 9(2).
        01 WS-RCT-CLOSED   PIC X VALUE 'N'.
        01 WS-RCT-PER-MAX  PIC S9(4) COMP VALUE 120.
        01 WS-RCT-PER-COUNT PIC S9(4) COMP VALUE 0.
        01 WS-RCT-PER-IDX  PIC S9(4) COMP VALUE 0.
        01 WS-RCT-PER-FOUND PIC X VALUE 'N'.
        01 WS-RCT-PER-FULL PIC X VALUE 'N'.

        01 WS-RCT-PER-TABLE.
            05 WS-RCT-PER-ENTRY OCCURS 120 TIMES.
                10 WS-RCT-PER-PERIOD  PIC 9(6).
                10 WS-RCT-PER-STATE   PIC X.

        01 WS-REJ-LINE.
            05 REJ-JOB-ID        PIC X(8).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 REJ-REASON-CODE   PIC X(2).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 REJ-REASON-TEXT   PIC X(30).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 REJ-SOURCE-CODE   PIC X(3).
            05 FILLER            PIC X(17) VALUE SPACES.

        01 WS-DUP-HEADER-LINE.
            05 FILLER            PIC X(38)
            05 DUP-TRL-COUNT     PIC Z(8)9.
            05 FILLER            PIC X(45) VALUE SPACES.

        01 WS-RPT-HEADER-LINE.
            05 FILLER         PIC X(10) VALUE 'RUN DATE: '.
            05 RPT-HDR-DATE   PIC 9(8).
            05 RPT-CAP-EXCESS  PIC Z(8)9.
            05 FILLER          PIC X(13) VALUE SPACES.

        01 WS-RPT-RESTART-LINE.
            05 FILLER         PIC X(32)
                VALUE 'RUN RESUMED FROM A CHECKPOINT - '.
                VALUE 'ARITHMETIC OVERFLOW OCCURRED DURING THIS RUN'.
            05 FILLER         PIC X(32) VALUE SPACES.

        01 WS-RPT-REFUSE-LINE.
            05 FILLER         PIC X(29)
                VALUE 'RUN REFUSED BY RUN CONTROL - '.
            05 RPT-REF-REASON PIC X(30).
            05 FILLER         PIC X(21) VALUE SPACES.

        01 WS-RPT-SCHED-FAIL-LINE.
            05 FILLER          PIC X(38)
                VALUE 'UNABLE TO OPEN SCHDSRT - FILE STATUS '.
            05 RPT-FAIL-STATUS PIC XX.
            05 FILLER          PIC X(40) VALUE SPACES.

        01 WS-RPT-SCTL-FAIL-LINE.
            05 FILLER           PIC X(38)
                VALUE 'UNABLE TO OPEN SCHDCTL - FILE STATUS '.
            05 RPT-SCTL-STATUS  PIC XX.
            05 FILLER           PIC X(40) VALUE SPACES.

        01 WS-RPT-JOBM-FAIL-LINE.
            05 FILLER           PIC X(38)
                VALUE 'UNABLE TO OPEN JOBMSTR - FILE STATUS '.
            PERFORM 2000-PROCESS-SCHED-FILE
            PERFORM 8000-RECONCILE-CONTROL-TOTAL
            PERFORM 8500-CHECK-CAPACITY-LIMITS
            IF WS-CATCHUP-SW = 'Y'
                PERFORM 1930-CHECK-CATCHUP-PERIODS
            END-IF
            IF WS-RCT-REFUSED = 'Y'
                PERFORM 3100-CLEAR-CHECKPOINT
                PERFORM 5900-DISCARD-EXTRACT
                PERFORM 1960-WRITE-REFUSAL-REPORT
            ELSE
                PERFORM 9000-TERMINATE
            END-IF
            STOP RUN.

        1000-INITIALIZE.
                PERFORM 1050-READ-PARM-CARD
            END-IF.

            PERFORM 1900-CHECK-RUN-CONTROL.
            IF WS-RCT-REFUSED = 'Y'
                OPEN OUTPUT REPORT-FILE
                PERFORM 1960-WRITE-REFUSAL-REPORT
                STOP RUN
            END-IF.

            MOVE 'S' TO WS-RCT-EVENT
            MOVE SPACE TO WS-RCT-OUTCOME
            IF WS-CATCHUP-SW = 'Y'
                MOVE 0 TO WS-RCT-TARGET
            ELSE
                MOVE WS-EXPECTED-DATE TO WS-RCT-TARGET
            END-IF
            PERFORM 1970-WRITE-RUN-CONTROL.

            PERFORM 1200-OPEN-JOB-MASTER.

            PERFORM 1300-LOAD-CALENDAR.


            OPEN INPUT SCHED-FILE.
            IF WS-SCHED-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN SCHDSRT - FILE STATUS '
                    WS-SCHED-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1700-WRITE-SCHED-FAIL-REPORT
                PERFORM 4000-WRITE-AUDIT-RECORD
                PERFORM 9900-LOG-RUN-END
                STOP RUN
            END-IF.

            OPEN INPUT SCHDCTL-FILE.
            IF WS-SCTL-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN SCHDCTL - FILE STATUS '
                    WS-SCTL-STATUS
                CLOSE SCHED-FILE
                MOVE 16 TO RETURN-CODE
                PERFORM 1710-WRITE-SCTL-FAIL-REPORT
                PERFORM 4000-WRITE-AUDIT-RECORD
                PERFORM 9900-LOG-RUN-END
                STOP RUN
            END-IF.

            MOVE WS-DUP-HEADER-LINE TO DUP-RECORD.
            WRITE DUP-RECORD.

            OPEN OUTPUT EXTRACT-FILE.
            MOVE SPACES TO EXTRACT-HEADER-RECORD
            MOVE 'H' TO EXT-HDR-REC-TYPE
            MOVE WS-RUN-DATE TO EXT-HDR-RUN-DATE
            WRITE EXTRACT-HEADER-RECORD.

            IF WS-CKPT-EXISTS = 'Y'
                PERFORM 1600-SKIP-PROCESSED-RECORDS
            END-IF.
            END-READ.
            CLOSE PARM-FILE.

        1200-OPEN-JOB-MASTER.
            OPEN INPUT JOBM-FILE.
            IF WS-JOBM-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN JOBMSTR - FILE STATUS '
                MOVE 16 TO RETURN-CODE
                PERFORM 1750-WRITE-JOBM-FAIL-REPORT
                PERFORM 4000-WRITE-AUDIT-RECORD
                PERFORM 9900-LOG-RUN-END
                STOP RUN
            END-IF.

        1300-LOAD-CALENDAR.
            OPEN INPUT CAL-FILE.
            IF WS-CAL-STATUS NOT = '00'
                MOVE 16 TO RETURN-CODE
                PERFORM 1760-WRITE-CAL-FAIL-REPORT
                PERFORM 4000-WRITE-AUDIT-RECORD
                PERFORM 9900-LOG-RUN-END
                STOP RUN
            END-IF.


            CLOSE REPORT-FILE.

        1710-WRITE-SCTL-FAIL-REPORT.
            MOVE WS-RUN-DATE TO RPT-HDR-DATE
            MOVE WS-RPT-HEADER-LINE TO RPT-RECORD
            OPEN OUTPUT REPORT-FILE
            WRITE RPT-RECORD

            MOVE WS-SCTL-STATUS TO RPT-SCTL-STATUS
            MOVE WS-RPT-SCTL-FAIL-LINE TO RPT-RECORD
            WRITE RPT-RECORD

            MOVE WS-RPT-TRAILER-LINE TO RPT-RECORD
            WRITE RPT-RECORD

            CLOSE REPORT-FILE.

        1900-CHECK-RUN-CONTROL.
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
                            PERFORM 1910-APPLY-RUN-CONTROL-REC
                    END-READ
                END-PERFORM
                CLOSE RUNCTL-FILE
                IF WS-CATCHUP-SW = 'N' AND WS-EXPECTED-DATE NUMERIC
                    MOVE WS-EXPECTED-DATE TO WS-RCT-TARGET
                    PERFORM 1920-FIND-PERIOD-STATE
                    IF WS-RCT-CLOSED = 'Y'
                        MOVE 'Y' TO WS-RCT-REFUSED
                        MOVE 'PERIOD IS CLOSED' TO WS-RCT-REASON
                    END-IF
                END-IF
            END-IF.

        1910-APPLY-RUN-CONTROL-REC.
            IF RCT-PERIOD-CLOSE OR RCT-PERIOD-REOPEN
                MOVE 'N' TO WS-RCT-PER-FOUND
                PERFORM VARYING WS-RCT-PER-IDX FROM 1 BY 1
                        UNTIL WS-RCT-PER-IDX > WS-RCT-PER-COUNT
                           OR WS-RCT-PER-FOUND = 'Y'
                    IF WS-RCT-PER-PERIOD (WS-RCT-PER-IDX)
                            = RCT-TARGET-PERIOD
                        MOVE 'Y' TO WS-RCT-PER-FOUND
                        MOVE RCT-EVENT
                            TO WS-RCT-PER-STATE (WS-RCT-PER-IDX)
                    END-IF
                END-PERFORM
                IF WS-RCT-PER-FOUND = 'N'
                    IF WS-RCT-PER-COUNT < WS-RCT-PER-MAX
                        ADD 1 TO WS-RCT-PER-COUNT
                        MOVE RCT-TARGET-PERIOD
                            TO WS-RCT-PER-PERIOD (WS-RCT-PER-COUNT)
                        MOVE RCT-EVENT
                            TO WS-RCT-PER-STATE (WS-RCT-PER-COUNT)
                    ELSE
                        IF WS-RCT-PER-FULL = 'N'
                            MOVE 'Y' TO WS-RCT-PER-FULL
                            DISPLAY 'RUN CONTROL PERIOD TABLE FULL - '
                                'EXCESS PERIODS IGNORED'
                        END-IF
                    END-IF
                END-IF
            END-IF.

        1920-FIND-PERIOD-STATE.
            MOVE 'N' TO WS-RCT-CLOSED.
            PERFORM VARYING WS-RCT-PER-IDX FROM 1 BY 1
                    UNTIL WS-RCT-PER-IDX > WS-RCT-PER-COUNT
                IF WS-RCT-PER-PERIOD (WS-RCT-PER-IDX) = WS-RCT-PERIOD
                        AND WS-RCT-PER-STATE (WS-RCT-PER-IDX) = 'C'
                    MOVE 'Y' TO WS-RCT-CLOSED
                END-IF
            END-PERFORM.

        1930-CHECK-CATCHUP-PERIODS.
            PERFORM VARYING WS-CUP-IDX FROM 1 BY 1
                    UNTIL WS-CUP-IDX > WS-CUP-COUNT
                       OR WS-RCT-REFUSED = 'Y'
                IF WS-CUP-DATE (WS-CUP-IDX) NUMERIC
                    MOVE WS-CUP-DATE (WS-CUP-IDX) TO WS-RCT-TARGET
                    PERFORM 1920-FIND-PERIOD-STATE
                    IF WS-RCT-CLOSED = 'Y'
                        MOVE 'Y' TO WS-RCT-REFUSED
                        MOVE 'FEED DATE IN A CLOSED PERIOD'
                            TO WS-RCT-REASON
                        DISPLAY 'CATCH-UP DATE '
                            WS-CUP-DATE (WS-CUP-IDX)
                            ' FALLS IN A CLOSED PERIOD'
                    END-IF
                END-IF
            END-PERFORM.

        1960-WRITE-REFUSAL-REPORT.
            MOVE WS-RUN-DATE TO RPT-HDR-DATE
            MOVE WS-RPT-HEADER-LINE TO RPT-RECORD
            WRITE RPT-RECORD

            MOVE WS-RCT-REASON TO RPT-REF-REASON
            MOVE WS-RPT-REFUSE-LINE TO RPT-RECORD
            WRITE RPT-RECORD

            MOVE WS-RPT-TRAILER-LINE TO RPT-RECORD
            WRITE RPT-RECORD

            CLOSE REPORT-FILE.

            MOVE 16 TO RETURN-CODE.
            DISPLAY 'RUN REFUSED BY RUN CONTROL - ' WS-RCT-REASON.
            MOVE 'X' TO WS-RCT-EVENT
            MOVE 'F' TO WS-RCT-OUTCOME
            IF WS-EXPECTED-DATE NUMERIC AND WS-CATCHUP-SW = 'N'
                MOVE WS-EXPECTED-DATE TO WS-RCT-TARGET
            ELSE
                MOVE 0 TO WS-RCT-TARGET
            END-IF
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
                IF WS-RCT-EVENT = 'X'
                    MOVE WS-RCT-REASON TO RCT-REMARK
                END-IF
                IF WS-CATCHUP-SW = 'Y'
                        AND (WS-RCT-EVENT = 'S' OR WS-RCT-EVENT = 'E')
                    MOVE 'CATCH-UP RUN' TO RCT-REMARK
                END-IF
                WRITE RUN-CONTROL-RECORD
                CLOSE RUNCTL-FILE
            END-IF.

        1500-CHECK-FOR-CHECKPOINT.
            OPEN INPUT CKPT-FILE.
            IF WS-CKPT-STATUS = '00'
            END-PERFORM.

        2000-PROCESS-SCHED-FILE.
            PERFORM 2010-LOAD-SOURCE-CONTROLS.

            PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                    OR WS-COUNTER >= WS-UPPER-BOUND
                READ SCHED-FILE
                                MOVE 'Y' TO WS-EOF-SWITCH
                        END-ADD
                        IF WS-COUNTER-OVERFLOW NOT = 'Y'
                            PERFORM 2090-FIND-DETAIL-SOURCE
                            MOVE SSR-UNIT-COUNT TO WS-IN-UNIT-RAW-X
                            IF WS-CATCHUP-SW = 'Y'
                                PERFORM 2050-CHECK-DATE-BREAK
                            END-IF
                            PERFORM 2100-VALIDATE-AND-ACCUMULATE
                            DIVIDE WS-COUNTER BY WS-CKPT-INTERVAL
                                GIVING WS-CKPT-QUOTIENT
                                REMAINDER WS-CKPT-REMAINDER
                PERFORM 2600-CLOSE-BUSINESS-DATE
            END-IF.

            MOVE 0 TO WS-SRC-CURR.
            IF WS-CKPT-EXISTS = 'Y' OR WS-EOF-SWITCH = 'N'
                    OR WS-COUNTER-OVERFLOW = 'Y'
                IF WS-SRC-COUNT > 0
                    MOVE 'Y' TO WS-SRC-WARN
                    DISPLAY 'PARTIAL PASS OF THE FEED - SOURCE '
                        'SUBTOTALS NOT RECONCILED'
                END-IF
            ELSE
                MOVE 'Y' TO WS-SRC-RECONCILED
                PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                        UNTIL WS-SRC-IDX > WS-SRC-COUNT
                    PERFORM 2850-RECONCILE-SOURCE
                END-PERFORM
            END-IF.

            CLOSE SCHED-FILE.
            CLOSE JOBM-FILE.
            CLOSE REJECT-FILE.
            PERFORM 2500-FINISH-DUP-REPORT.

        2010-LOAD-SOURCE-CONTROLS.
            PERFORM UNTIL WS-SCTL-EOF = 'Y'
                READ SCHDCTL-FILE
                    AT END
                        MOVE 'Y' TO WS-SCTL-EOF
                    NOT AT END
                        ADD 1 TO WS-SCTL-COUNT
                        IF SRC-HEADER-RECORD
                            PERFORM 2700-OPEN-SOURCE
                        ELSE
                        IF SRC-TRAILER-RECORD
                            PERFORM 2800-CLOSE-SOURCE
                        END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SCHDCTL-FILE.

            IF WS-SRC-CURR > 0
                MOVE 'Y' TO WS-SRC-WARN
                MOVE 0 TO WS-SRC-CURR
            END-IF.

        2090-FIND-DETAIL-SOURCE.
            MOVE 0 TO WS-SRC-CURR
            IF SSR-SOURCE-CODE NOT = SPACES
                PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                        UNTIL WS-SRC-IDX > WS-SRC-COUNT
                           OR WS-SRC-CURR > 0
                    IF WS-SRC-CODE (WS-SRC-IDX) = SSR-SOURCE-CODE
                        MOVE WS-SRC-IDX TO WS-SRC-CURR
                    END-IF
                END-PERFORM
            END-IF.

        2050-CHECK-DATE-BREAK.
            PERFORM 2060-EDIT-BREAK-DATE.
            IF WS-BREAK-DATE-OK = 'Y'
                IF WS-CURR-JOB-DATE = SPACES
                    MOVE SSR-JOB-DATE TO WS-CURR-JOB-DATE
                ELSE
                    IF SSR-JOB-DATE NOT = WS-CURR-JOB-DATE
                        PERFORM 2600-CLOSE-BUSINESS-DATE
                        MOVE SSR-JOB-DATE TO WS-CURR-JOB-DATE
                    END-IF
                END-IF
            END-IF.

        2060-EDIT-BREAK-DATE.
            MOVE 'N' TO WS-BREAK-DATE-OK.
            IF SSR-JOB-DATE NUMERIC
                MOVE SSR-JOB-DATE TO WS-CHK-DATE-GRP
                MOVE SPACE TO WS-DATE-REASON
                PERFORM 2170-CHECK-DATE-STRUCTURE
                IF WS-DATE-REASON = SPACE
                    IF SRC-TRL-CONTROL-TOTAL NUMERIC
                        MOVE SRC-TRL-CONTROL-TOTAL
                            TO WS-SRC-CTL-TOTAL (WS-SRC-CURR)
                    ELSE
                        MOVE 'Y' TO WS-SRC-MISMATCH (WS-SRC-CURR)
                        MOVE 'Y' TO WS-SRC-ERROR
                            WS-SRC-CODE (WS-SRC-CURR)
                            ' CONTROL TOTAL NOT NUMERIC'
                    END-IF
                END-IF
                MOVE 0 TO WS-SRC-CURR
            END-IF.

        2850-RECONCILE-SOURCE.
            IF WS-SRC-HAVE-TRL (WS-SRC-IDX) = 'Y'
                IF WS-SRC-MISMATCH (WS-SRC-IDX) = 'N'
                        AND WS-SRC-CTL-TOTAL (WS-SRC-IDX) NOT =
                            WS-SRC-UNITS (WS-SRC-IDX)
                    MOVE 'Y' TO WS-SRC-MISMATCH (WS-SRC-IDX)
                    MOVE 'Y' TO WS-SRC-ERROR
                    DISPLAY 'SOURCE '
                        WS-SRC-CODE (WS-SRC-IDX)
                        ' CONTROL TOTAL MISMATCH'
                END-IF
                IF WS-SRC-EXP-COUNT (WS-SRC-IDX) > 0
                        AND WS-SRC-EXP-COUNT (WS-SRC-IDX)
                            NOT = WS-SRC-READ (WS-SRC-IDX)
                    MOVE 'Y' TO WS-SRC-CNT-MISM (WS-SRC-IDX)
                    MOVE 'Y' TO WS-SRC-ERROR
                    DISPLAY 'SOURCE '
                        WS-SRC-CODE (WS-SRC-IDX)
                        ' RECORD COUNT MISMATCH'
                END-IF
            END-IF.

        2100-VALIDATE-AND-ACCUMULATE.
            IF WS-SRC-CURR > 0
                ADD 1 TO WS-SRC-READ (WS-SRC-CURR)
                            DISPLAY 'WS-TOTAL OVERFLOW AT RECORD '
                                WS-COUNTER
                    END-ADD
                    PERFORM 5100-WRITE-EXTRACT-DETAIL
                    IF WS-CATCHUP-SW = 'Y'
                        ADD WS-IN-UNIT-9 TO WS-DATE-TOTAL
                    END-IF
        2150-CHECK-JOB-MASTER.
            MOVE SPACE TO WS-JOBM-REASON
            MOVE 'N' TO WS-JOBM-FOUND
            MOVE SSR-JOB-ID TO JOBM-JOB-ID
            READ JOBM-FILE
                INVALID KEY
                    MOVE 'U' TO WS-JOBM-REASON
                NOT INVALID KEY
                    MOVE 'Y' TO WS-JOBM-FOUND
                    PERFORM 2155-CHECK-MASTER-EFFECTIVITY
            END-READ.

        2155-CHECK-MASTER-EFFECTIVITY.
            IF SSR-JOB-DATE NUMERIC
                MOVE SSR-JOB-DATE TO WS-JOBM-CHK-DATE
            ELSE
                IF WS-EXPECTED-DATE NUMERIC
                    MOVE WS-EXPECTED-DATE TO WS-JOBM-CHK-DATE
                END-IF
            END-IF.

            IF JOBM-EFF-FROM-DATE NOT NUMERIC
                    AND JOBM-EFF-THRU-DATE NOT NUMERIC
                IF JOBM-STATUS NOT = 'A'
                    MOVE 'I' TO WS-JOBM-REASON
                END-IF
            ELSE
                IF JOBM-EFF-FROM-DATE NUMERIC
                    MOVE JOBM-EFF-FROM-DATE
                        TO WS-JOBM-FROM-N
                ELSE
                    MOVE 0 TO WS-JOBM-FROM-N
                END-IF
                IF JOBM-EFF-THRU-DATE NUMERIC
                    MOVE JOBM-EFF-THRU-DATE
                        TO WS-JOBM-THRU-N
                ELSE
                    MOVE 99999999 TO WS-JOBM-THRU-N
        2160-CHECK-JOB-DATE.
            MOVE SPACE TO WS-DATE-REASON.

            IF SSR-JOB-DATE NOT NUMERIC
                MOVE 'V' TO WS-DATE-REASON
            ELSE
                MOVE SSR-JOB-DATE TO WS-CHK-DATE-GRP
                PERFORM 2170-CHECK-DATE-STRUCTURE
            END-IF.

            IF WS-DATE-REASON = SPACE
                    AND WS-CATCHUP-SW = 'N'
                    AND SSR-JOB-DATE NOT = WS-EXPECTED-DATE
                MOVE 'E' TO WS-DATE-REASON
            END-IF.


        2300-CHECK-DUPLICATE-KEY.
            MOVE 'N' TO WS-DUP-RECORD-SW
            IF SSR-JOB-ID = WS-KEY-JOB-ID
                    AND SSR-JOB-DATE = WS-KEY-JOB-DATE
                MOVE 'Y' TO WS-DUP-RECORD-SW
            ELSE
                MOVE SSR-JOB-ID TO WS-KEY-JOB-ID
                MOVE SSR-JOB-DATE TO WS-KEY-JOB-DATE
                MOVE SSR-FEED-POSITION TO WS-KEY-ORIG-POS
            END-IF.

        2400-WRITE-DUPLICATE-RECORD.
            IF WS-SRC-CURR > 0
                ADD 1 TO WS-SRC-DUPS (WS-SRC-CURR)
            END-IF
            MOVE SSR-JOB-ID TO DUP-JOB-ID
            MOVE SSR-JOB-DATE TO DUP-JOB-DATE
            MOVE WS-IN-UNIT-RAW-X TO DUP-RAW-COUNT
            MOVE SSR-FEED-POSITION TO DUP-THIS-POS
            MOVE WS-KEY-ORIG-POS TO DUP-ORIG-POS
            MOVE WS-DUP-LINE TO DUP-RECORD
            WRITE DUP-RECORD.

        2500-FINISH-DUP-REPORT.
            MOVE WS-DUP-COUNT TO DUP-TRL-COUNT
            MOVE WS-DUP-TRAILER-LINE TO DUP-RECORD
            WRITE DUP-RECORD.
                    AND WS-CURR-JOB-DATE NOT = SPACES
                ADD 1 TO WS-DATE-REJECTS
            END-IF
            MOVE SSR-JOB-ID TO REJ-JOB-ID
            MOVE SSR-JOB-DATE TO REJ-JOB-DATE
            MOVE WS-IN-UNIT-RAW-X TO REJ-RAW-COUNT
            MOVE SSR-SOURCE-CODE TO REJ-SOURCE-CODE
            IF WS-JOBM-REASON = 'U'
                MOVE '03' TO REJ-REASON-CODE
                MOVE 'JOB ID NOT ON JOB MASTER' TO REJ-REASON-TEXT
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-TOTAL-OVERFLOW = 'Y' OR WS-COUNTER-OVERFLOW = 'Y'
                        OR WS-CKPT-EXISTS = 'Y'
                        OR WS-SRC-WARN = 'Y'
                    MOVE 4 TO RETURN-CODE
                ELSE
                WRITE RPT-RECORD
            END-IF.

            IF WS-CKPT-EXISTS = 'Y'
                MOVE WS-RPT-RESTART-LINE TO RPT-RECORD
                WRITE RPT-RECORD

            PERFORM 6000-WRITE-DAILY-HISTORY.

            PERFORM 6500-WRITE-SOURCE-HISTORY.

            PERFORM 4000-WRITE-AUDIT-RECORD.

            PERFORM 9900-LOG-RUN-END.

        9300-WRITE-SOURCE-SECTION.
            MOVE WS-SRC-CODE (WS-SRC-IDX) TO RPT-SRC-CODE
            MOVE WS-SRC-FEED-DATE (WS-SRC-IDX) TO RPT-SRC-DATE
            WRITE RPT-RECORD.

        5000-WRITE-EXTRACT-FILE.
            ACCEPT WS-RUN-TIME FROM TIME.

            MOVE SPACES TO EXTRACT-TRAILER-RECORD
            MOVE 'T' TO EXT-TRL-REC-TYPE
            MOVE WS-EXT-COUNT TO EXT-TRL-REC-COUNT
            MOVE WS-EXT-HASH TO EXT-TRL-HASH-TOTAL
            WRITE EXTRACT-TRAILER-RECORD.
            CLOSE EXTRACT-FILE.

            OPEN INPUT EXTRACT-FILE.
            OPEN EXTEND JOBHIST-FILE.
            PERFORM UNTIL WS-EXT-EOF = 'Y'
                READ EXTRACT-FILE
                    AT END
                        MOVE 'Y' TO WS-EXT-EOF
                    NOT AT END
                        IF EXT-TYPE-DETAIL
                            PERFORM 5200-WRITE-JOB-HISTORY
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE EXTRACT-FILE.

            OPEN INPUT REJECT-FILE.
            PERFORM UNTIL WS-REJ-EOF = 'Y'
                READ REJECT-FILE
                    AT END
                        MOVE 'Y' TO WS-REJ-EOF
                    NOT AT END
                        PERFORM 5300-WRITE-REJECT-HISTORY
                END-READ
            END-PERFORM.
            CLOSE REJECT-FILE.
            CLOSE JOBHIST-FILE.

            DISPLAY 'Extract details written: ' WS-EXT-COUNT.

        5100-WRITE-EXTRACT-DETAIL.
            MOVE SPACES TO EXTRACT-DETAIL-RECORD
            MOVE 'D' TO EXT-DTL-REC-TYPE
            MOVE SSR-JOB-ID TO EXT-DTL-JOB-ID
            MOVE SSR-JOB-DATE TO EXT-DTL-JOB-DATE
            MOVE WS-IN-UNIT-9 TO EXT-DTL-UNIT-TOTAL
            ADD 1 TO WS-EXT-COUNT
            ADD WS-IN-UNIT-9 TO WS-EXT-HASH
            WRITE EXTRACT-DETAIL-RECORD.

        5200-WRITE-JOB-HISTORY.
            IF EXT-DTL-JOB-DATE NUMERIC
                MOVE SPACES TO JOB-HISTORY-RECORD
                MOVE EXT-DTL-JOB-ID TO JHI-JOB-ID
                MOVE EXT-DTL-JOB-DATE TO JHI-JOB-DATE
                MOVE EXT-DTL-UNIT-TOTAL TO JHI-UNITS
                MOVE WS-RUN-DATE TO JHI-RUN-DATE
                MOVE WS-RUN-TIME TO JHI-RUN-TIME
                WRITE JOB-HISTORY-RECORD
            END-IF.

        5300-WRITE-REJECT-HISTORY.
            MOVE REJECT-RECORD TO WS-REJ-LINE
            MOVE SPACES TO JOB-HISTORY-RECORD
            MOVE REJ-JOB-ID TO JHI-JOB-ID
            IF REJ-JOB-DATE NUMERIC
                    AND REJ-REASON-CODE NOT = '05'
                    AND REJ-REASON-CODE NOT = '06'
                    AND REJ-REASON-CODE NOT = '07'
                MOVE REJ-JOB-DATE TO JHI-JOB-DATE
            ELSE
                IF WS-EXPECTED-DATE NUMERIC
                    MOVE WS-EXPECTED-DATE TO JHI-JOB-DATE
                ELSE
                    MOVE WS-RUN-DATE TO JHI-JOB-DATE
                END-IF
            END-IF
            MOVE 0 TO JHI-UNITS
            MOVE WS-RUN-DATE TO JHI-RUN-DATE
            MOVE WS-RUN-TIME TO JHI-RUN-TIME
            MOVE 'R' TO JHI-ENTRY-FLAG
            WRITE JOB-HISTORY-RECORD.

        5900-DISCARD-EXTRACT.
            CLOSE EXTRACT-FILE.
            OPEN OUTPUT EXTRACT-FILE.
            CLOSE EXTRACT-FILE.

        6000-WRITE-DAILY-HISTORY.
            OPEN EXTEND DAYHIST-FILE.
            IF WS-CATCHUP-SW = 'Y' AND WS-CUP-COUNT > 0
                    MOVE WS-RUN-DATE TO DHI-RUN-DATE
                END-IF
                MOVE WS-TOTAL TO DHI-TOTAL-UNITS
                ADD WS-COUNTER WS-SCTL-COUNT
                    GIVING DHI-RECORDS-READ
                MOVE WS-REJECT-COUNT TO DHI-REJECT-COUNT
                MOVE SPACE TO DHI-REVERSAL-FLAG
                WRITE DAILY-HISTORY-RECORD
            MOVE SPACE TO DHI-REVERSAL-FLAG
            WRITE DAILY-HISTORY-RECORD.

        6500-WRITE-SOURCE-HISTORY.
            IF WS-SRC-COUNT > 0
                OPEN EXTEND SRCHIST-FILE
                PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                        UNTIL WS-SRC-IDX > WS-SRC-COUNT
                    PERFORM 6600-WRITE-SOURCE-HISTORY-REC
                END-PERFORM
                CLOSE SRCHIST-FILE
            END-IF.

        6600-WRITE-SOURCE-HISTORY-REC.
            MOVE SPACES TO SOURCE-HISTORY-RECORD
            MOVE WS-SRC-CODE (WS-SRC-IDX) TO SRH-SOURCE-CODE
            IF WS-SRC-FEED-DATE (WS-SRC-IDX) > 0
                MOVE WS-SRC-FEED-DATE (WS-SRC-IDX) TO SRH-FEED-DATE
            ELSE
                IF WS-EXPECTED-DATE NUMERIC
                    MOVE WS-EXPECTED-DATE TO SRH-FEED-DATE
                ELSE
                    MOVE WS-RUN-DATE TO SRH-FEED-DATE
                END-IF
            END-IF
            MOVE WS-RUN-DATE TO SRH-RUN-DATE
            MOVE WS-RUN-TIME TO SRH-RUN-TIME
            IF WS-CATCHUP-SW = 'Y'
                MOVE 'C' TO SRH-RUN-MODE
            ELSE
                MOVE 'D' TO SRH-RUN-MODE
            END-IF
            MOVE WS-SRC-EXP-COUNT (WS-SRC-IDX) TO SRH-EXPECTED-COUNT
            MOVE WS-SRC-READ (WS-SRC-IDX) TO SRH-RECORDS-READ
            MOVE WS-SRC-UNITS (WS-SRC-IDX) TO SRH-UNITS
            MOVE WS-SRC-REJECTS (WS-SRC-IDX) TO SRH-REJECTS
            MOVE WS-SRC-DUPS (WS-SRC-IDX) TO SRH-DUPLICATES
            MOVE WS-SRC-CTL-TOTAL (WS-SRC-IDX) TO SRH-CONTROL-TOTAL
            MOVE WS-SRC-HAVE-TRL (WS-SRC-IDX) TO SRH-TRAILER-FLAG
            MOVE WS-SRC-MISMATCH (WS-SRC-IDX) TO SRH-CTL-BREAK-FLAG
            MOVE WS-SRC-CNT-MISM (WS-SRC-IDX) TO SRH-CNT-BREAK-FLAG
            MOVE WS-SRC-RECONCILED TO SRH-RECONCILED-FLAG
            WRITE SOURCE-HISTORY-RECORD.

        4000-WRITE-AUDIT-RECORD.
            ACCEPT WS-RUN-TIME FROM TIME.
            OPEN EXTEND AUDIT-FILE.
                    MOVE WS-RUN-DATE TO AUD-RUN-DATE
                END-IF
                MOVE WS-RUN-TIME TO AUD-RUN-TIME
                ADD WS-COUNTER WS-SCTL-COUNT
                    GIVING AUD-RECORDS-PROCESSED
                MOVE WS-TOTAL TO AUD-FINAL-TOTAL
                MOVE RETURN-CODE TO AUD-RETURN-CODE
                MOVE WS-CAP-BREACH-SW TO AUD-CAPACITY-FLAG
                MOVE SPACE TO AUD-REVERSAL-FLAG
                MOVE SPACES TO AUD-BACKOUT-USER
                MOVE SPACES TO AUD-APPROVER-USER
                WRITE AUDIT-RECORD
            END-IF.
            CLOSE AUDIT-FILE.
            MOVE WS-CUP-OVER (WS-CUP-IDX) TO AUD-CAPACITY-FLAG
            MOVE SPACE TO AUD-REVERSAL-FLAG
            MOVE SPACES TO AUD-BACKOUT-USER
            MOVE SPACES TO AUD-APPROVER-USER
            WRITE AUDIT-RECORD.

        9900-LOG-RUN-END.
            IF RETURN-CODE < 16
                MOVE 'G' TO WS-RCT-OUTCOME
            ELSE
                MOVE 'F' TO WS-RCT-OUTCOME
            END-IF
            MOVE 'E' TO WS-RCT-EVENT
            IF WS-CATCHUP-SW = 'Y' AND WS-CUP-COUNT > 0
                PERFORM VARYING WS-CUP-IDX FROM 1 BY 1
                        UNTIL WS-CUP-IDX > WS-CUP-COUNT
                    IF WS-CUP-DATE (WS-CUP-IDX) NUMERIC
                        MOVE WS-CUP-DATE (WS-CUP-IDX) TO WS-RCT-TARGET
                        PERFORM 1970-WRITE-RUN-CONTROL
                    END-IF
                END-PERFORM
            ELSE
                IF WS-EXPECTED-DATE NUMERIC AND WS-CATCHUP-SW = 'N'
                    MOVE WS-EXPECTED-DATE TO WS-RCT-TARGET
                ELSE
                    MOVE 0 TO WS-RCT-TARGET
                END-IF
                PERFORM 1970-WRITE-RUN-CONTROL
            END-IF.
