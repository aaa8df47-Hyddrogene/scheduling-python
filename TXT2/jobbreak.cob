                ORGANIZATION IS SEQUENTIAL.

            SELECT JOBM-FILE ASSIGN TO 'JOBMSTR'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS JOBM-JOB-ID
                FILE STATUS IS WS-JOBM-STATUS.

            SELECT CAL-FILE ASSIGN TO 'CALFILE'
                10 WS-KEY-JOB-DATE   PIC X(8).

        01 WS-JOBM-STATUS  PIC XX VALUE '00'.
        01 WS-JOBM-OK      PIC X VALUE 'N'.
        01 WS-JOBM-FOUND   PIC X VALUE 'N'.
        01 WS-JOBM-CHK-DATE PIC 9(8) VALUE 0.
        01 WS-JOBM-FROM-N  PIC 9(8) VALUE 0.
        01 WS-JOBM-THRU-N  PIC 9(8) VALUE 0.

        01 WS-PARM-STATUS  PIC XX VALUE '00'.
        01 WS-CATCHUP-SW   PIC X VALUE 'N'.
        01 WS-EXPECTED-DATE PIC X(8) VALUE SPACES.
                PERFORM 1050-READ-PARM-CARD
            END-IF.

            PERFORM 1200-OPEN-JOB-MASTER.

            PERFORM 1300-LOAD-CALENDAR.


            CLOSE BREAK-FILE.

        1200-OPEN-JOB-MASTER.
            OPEN INPUT JOBM-FILE.
            IF WS-JOBM-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN JOBMSTR - FILE STATUS '
                STOP RUN
            END-IF.

        1750-WRITE-JOBM-FAIL-REPORT.
            MOVE WS-RUN-DATE TO BRK-HDR-DATE
            MOVE WS-BRK-HEADER-LINE TO BRK-RECORD
            END-PERFORM.

            CLOSE SCHED-FILE.
            CLOSE JOBM-FILE.

        2080-NORMALIZE-FEED-RECORD.
            IF SCHED-V2-RECORD
        2150-CHECK-JOB-MASTER.
            MOVE 'N' TO WS-JOBM-OK
            MOVE 'N' TO WS-JOBM-FOUND
            MOVE SCHED-JOB-ID TO JOBM-JOB-ID
            READ JOBM-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-JOBM-FOUND
                    PERFORM 2155-CHECK-MASTER-EFFECTIVITY
            END-READ.

        2155-CHECK-MASTER-EFFECTIVITY.
            IF SCHED-JOB-DATE NUMERIC
                END-IF
            END-IF.

            IF JOBM-EFF-FROM-DATE NOT NUMERIC
                    AND JOBM-EFF-THRU-DATE NOT NUMERIC
                IF JOBM-STATUS = 'A'
                    MOVE 'Y' TO WS-JOBM-OK
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
