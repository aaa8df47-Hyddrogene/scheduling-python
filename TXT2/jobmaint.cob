        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT JOBM-FILE ASSIGN TO 'JOBMSTR'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS JOBM-JOB-ID
                FILE STATUS IS WS-JOBM-STATUS.

            SELECT DEPT-FILE ASSIGN TO 'DEPTMSTR'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DEPT-CODE
                FILE STATUS IS WS-DEPT-STATUS.

            SELECT TRAN-FILE ASSIGN TO 'TRANCARD'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.

            SELECT AUTH-FILE ASSIGN TO 'AUTHUSR'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AUTH-USER-ID
                FILE STATUS IS WS-AUTH-STATUS.

            SELECT MAINT-FILE ASSIGN TO 'MNTRPT'
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  JOBM-FILE
            LABEL RECORDS ARE STANDARD.
            COPY JOBMREC.

        FD  DEPT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY DEPTREC.

        FD  AUTH-FILE
            LABEL RECORDS ARE STANDARD.
            COPY AUTHREC.

        FD  TRAN-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
            05 TRAN-EFF-FROM       PIC X(8).
            05 FILLER              PIC X(1).
            05 TRAN-EFF-THRU       PIC X(8).
            05 FILLER              PIC X(1).
            05 TRAN-REQUESTER-ID   PIC X(8).
            05 FILLER              PIC X(1).
            05 TRAN-APPROVER-ID    PIC X(8).
            05 FILLER              PIC X(27).

        FD  MAINT-FILE
            LABEL RECORDS ARE STANDARD
        01  MNT-RECORD             PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-JOBM-STATUS    PIC XX VALUE '00'.
        01 WS-TRAN-STATUS    PIC XX VALUE '00'.
        01 WS-DEPT-STATUS    PIC XX VALUE '00'.
        01 WS-AUTH-STATUS    PIC XX VALUE '00'.

        01 WS-JOBM-EOF       PIC X VALUE 'N'.
        01 WS-TRAN-EOF       PIC X VALUE 'N'.

        01 WS-RUN-DATE       PIC 9(8) VALUE 0.
        01 WS-DEA-COUNT      PIC S9(9) COMP-3 VALUE 0.
        01 WS-EFF-COUNT      PIC S9(9) COMP-3 VALUE 0.
        01 WS-ERROR-COUNT    PIC S9(9) COMP-3 VALUE 0.
        01 WS-AUTH-REFUSALS  PIC S9(9) COMP-3 VALUE 0.

        01 WS-MST-COUNT      PIC S9(9) COMP-3 VALUE 0.
        01 WS-MST-FOUND      PIC X VALUE 'N'.
        01 WS-DEPT-FOUND     PIC X VALUE 'N'.

        01 WS-AUTH-FUNC      PIC S9(4) COMP VALUE 2.
        01 WS-AUTH-REASON    PIC X(30) VALUE SPACES.
        01 WS-AUTH-STAMP-FAIL PIC X VALUE 'N'.

        01 WS-MNT-HEADER-LINE.
            05 FILLER         PIC X(10) VALUE 'RUN DATE: '.
            05 MNT-TRN-RESULT    PIC X(30).
            05 FILLER            PIC X(14) VALUE SPACES.

        01 WS-MNT-AUTH-LINE.
            05 FILLER            PIC X(17)
                VALUE '    REQUESTED BY '.
            05 MNT-AUT-REQUESTER PIC X(8).
            05 FILLER            PIC X(13) VALUE ' APPROVED BY '.
            05 MNT-AUT-APPROVER  PIC X(8).
            05 FILLER            PIC X(34) VALUE SPACES.

        01 WS-MNT-LIST-LINE.
            05 FILLER            PIC X(5)  VALUE 'LIST '.
            05 MNT-LST-JOB-ID    PIC X(8).
            05 FILLER         PIC X(14) VALUE '  ON MASTER: '.
            05 MNT-SUM-TOTAL  PIC Z(4)9.

        01 WS-MNT-TRAILER-LINE.
            05 FILLER         PIC X(29)
                VALUE 'END OF JOB MASTER MAINTENANCE'.
            05 MNT-FAIL-STATUS  PIC XX.
            05 FILLER           PIC X(39) VALUE SPACES.

        01 WS-MNT-JOBM-FAIL-LINE.
            05 FILLER           PIC X(38)
                VALUE 'UNABLE TO OPEN JOBMSTR - FILE STATUS '.
            05 MNT-JOBM-STATUS  PIC XX.
            05 FILLER           PIC X(40) VALUE SPACES.

        01 WS-MNT-DEPT-FAIL-LINE.
            05 FILLER           PIC X(39)
                VALUE 'UNABLE TO OPEN DEPTMSTR - FILE STATUS '.
            05 MNT-DEPT-STATUS  PIC XX.
            05 FILLER           PIC X(39) VALUE SPACES.

        01 WS-MNT-AUTH-FAIL-LINE.
            05 FILLER           PIC X(38)
                VALUE 'UNABLE TO OPEN AUTHUSR - FILE STATUS '.
            05 MNT-AUTH-STATUS  PIC XX.
            05 FILLER           PIC X(40) VALUE SPACES.

        PROCEDURE DIVISION.
        0000-MAIN-LOGIC.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-PROCESS-TRANSACTIONS
            PERFORM 9000-TERMINATE
            STOP RUN.

                STOP RUN
            END-IF.

            OPEN I-O JOBM-FILE.
            IF WS-JOBM-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN JOBMSTR - FILE STATUS '
                    WS-JOBM-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1750-WRITE-JOBM-FAIL-REPORT
                STOP RUN
            END-IF.

            OPEN INPUT DEPT-FILE.
            IF WS-DEPT-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DEPTMSTR - FILE STATUS '
                    WS-DEPT-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1760-WRITE-DEPT-FAIL-REPORT
                STOP RUN
            END-IF.

            OPEN I-O AUTH-FILE.
            IF WS-AUTH-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN AUTHUSR - FILE STATUS '
                    WS-AUTH-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1770-WRITE-AUTH-FAIL-REPORT
                STOP RUN
            END-IF.

            OPEN OUTPUT MAINT-FILE.

            MOVE WS-RUN-DATE TO MNT-HDR-DATE.
            MOVE WS-MNT-HEADER-LINE TO MNT-RECORD.
            WRITE MNT-RECORD.

        1700-WRITE-TRAN-FAIL-REPORT.
            MOVE WS-RUN-DATE TO MNT-HDR-DATE
            MOVE WS-MNT-HEADER-LINE TO MNT-RECORD

            CLOSE MAINT-FILE.

        1750-WRITE-JOBM-FAIL-REPORT.
            MOVE WS-RUN-DATE TO MNT-HDR-DATE
            MOVE WS-MNT-HEADER-LINE TO MNT-RECORD
            OPEN OUTPUT MAINT-FILE
            WRITE MNT-RECORD

            MOVE WS-JOBM-STATUS TO MNT-JOBM-STATUS
            MOVE WS-MNT-JOBM-FAIL-LINE TO MNT-RECORD
            WRITE MNT-RECORD

            MOVE WS-MNT-TRAILER-LINE TO MNT-RECORD
            WRITE MNT-RECORD

            CLOSE MAINT-FILE.

        1760-WRITE-DEPT-FAIL-REPORT.
            MOVE WS-RUN-DATE TO MNT-HDR-DATE
            MOVE WS-MNT-HEADER-LINE TO MNT-RECORD
            OPEN OUTPUT MAINT-FILE
            WRITE MNT-RECORD

            MOVE WS-DEPT-STATUS TO MNT-DEPT-STATUS
            MOVE WS-MNT-DEPT-FAIL-LINE TO MNT-RECORD
            WRITE MNT-RECORD

            MOVE WS-MNT-TRAILER-LINE TO MNT-RECORD
            WRITE MNT-RECORD

            CLOSE MAINT-FILE.

        1770-WRITE-AUTH-FAIL-REPORT.
            MOVE WS-RUN-DATE TO MNT-HDR-DATE
            MOVE WS-MNT-HEADER-LINE TO MNT-RECORD
            OPEN OUTPUT MAINT-FILE
            WRITE MNT-RECORD

            MOVE WS-AUTH-STATUS TO MNT-AUTH-STATUS
            MOVE WS-MNT-AUTH-FAIL-LINE TO MNT-RECORD
            WRITE MNT-RECORD

            MOVE WS-MNT-TRAILER-LINE TO MNT-RECORD
            WRITE MNT-RECORD

            CLOSE MAINT-FILE.

        2000-PROCESS-TRANSACTIONS.
            PERFORM UNTIL WS-TRAN-EOF = 'Y'
                READ TRAN-FILE
                END-READ
            END-PERFORM.
            CLOSE TRAN-FILE.
            CLOSE DEPT-FILE.
            CLOSE AUTH-FILE.

        2100-APPLY-TRANSACTION.
            MOVE TRAN-ACTION TO MNT-TRN-ACTION
                WHEN 'ADD'
                    PERFORM 2300-APPLY-ADD
                WHEN 'DEA'
                    PERFORM 2600-CHECK-DUAL-CONTROL
                    IF WS-AUTH-REASON = SPACES
                        PERFORM 2400-APPLY-DEACTIVATE
                    END-IF
                WHEN 'EFF'
                    PERFORM 2600-CHECK-DUAL-CONTROL
                    IF WS-AUTH-REASON = SPACES
                        PERFORM 2450-APPLY-EFFECTIVE-DATES
                    END-IF
                WHEN 'LST'
                    MOVE 'MASTER LISTED BELOW' TO MNT-TRN-RESULT
                WHEN OTHER
            MOVE WS-MNT-TRAN-LINE TO MNT-RECORD
            WRITE MNT-RECORD

            IF TRAN-ACTION = 'DEA' OR TRAN-ACTION = 'EFF'
                MOVE TRAN-REQUESTER-ID TO MNT-AUT-REQUESTER
                MOVE TRAN-APPROVER-ID TO MNT-AUT-APPROVER
                MOVE WS-MNT-AUTH-LINE TO MNT-RECORD
                WRITE MNT-RECORD
            END-IF

            IF TRAN-ACTION = 'LST'
                PERFORM 2500-LIST-MASTER
            END-IF.

        2200-FIND-MASTER-ENTRY.
            MOVE 'N' TO WS-MST-FOUND
            MOVE TRAN-JOB-ID TO JOBM-JOB-ID
            READ JOBM-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-MST-FOUND
            END-READ.

        2300-APPLY-ADD.
            IF WS-MST-FOUND = 'Y'
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'JOB ID MISSING' TO MNT-TRN-RESULT
            ELSE
            PERFORM 2350-CHECK-DEPT-MASTER
            IF WS-DEPT-FOUND = 'N'
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'DEPT NOT ON DEPT MASTER' TO MNT-TRN-RESULT
            ELSE
            IF DEPT-CLOSED
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'DEPT CLOSED ON DEPT MASTER' TO MNT-TRN-RESULT
            ELSE
                MOVE SPACES TO JOB-MASTER-RECORD
                MOVE TRAN-JOB-ID TO JOBM-JOB-ID
                MOVE 'A' TO JOBM-STATUS
                MOVE TRAN-DEPT-CODE TO JOBM-DEPT-CODE
                IF TRAN-EFF-FROM NUMERIC
                    MOVE TRAN-EFF-FROM TO JOBM-EFF-FROM-DATE
                ELSE
                    MOVE '00000000' TO JOBM-EFF-FROM-DATE
                END-IF
                IF TRAN-EFF-THRU NUMERIC
                    MOVE TRAN-EFF-THRU TO JOBM-EFF-THRU-DATE
                ELSE
                    MOVE '99999999' TO JOBM-EFF-THRU-DATE
                END-IF
                WRITE JOB-MASTER-RECORD
                    INVALID KEY
                        ADD 1 TO WS-ERROR-COUNT
                        MOVE 'MASTER WRITE FAILED'
                            TO MNT-TRN-RESULT
                    NOT INVALID KEY
                        ADD 1 TO WS-ADD-COUNT
                        MOVE 'JOB ADDED ACTIVE' TO MNT-TRN-RESULT
                END-WRITE
            END-IF
            END-IF
            END-IF
            END-IF.

        2350-CHECK-DEPT-MASTER.
            MOVE 'N' TO WS-DEPT-FOUND
            MOVE TRAN-DEPT-CODE TO DEPT-CODE
            READ DEPT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-DEPT-FOUND
            END-READ.

        2400-APPLY-DEACTIVATE.
            IF WS-MST-FOUND = 'N'
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'JOB NOT ON MASTER' TO MNT-TRN-RESULT
            ELSE
            IF JOBM-INACTIVE
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'JOB ALREADY INACTIVE' TO MNT-TRN-RESULT
            ELSE
                MOVE 'I' TO JOBM-STATUS
                IF TRAN-EFF-THRU NUMERIC
                    MOVE TRAN-EFF-THRU TO JOBM-EFF-THRU-DATE
                ELSE
                    MOVE WS-RUN-DATE TO JOBM-EFF-THRU-DATE
                END-IF
                REWRITE JOB-MASTER-RECORD
                    INVALID KEY
                        ADD 1 TO WS-ERROR-COUNT
                        MOVE 'MASTER REWRITE FAILED'
                            TO MNT-TRN-RESULT
                    NOT INVALID KEY
                        ADD 1 TO WS-DEA-COUNT
                        MOVE 'JOB DEACTIVATED' TO MNT-TRN-RESULT
                        PERFORM 2650-STAMP-AUTH-USAGE
                END-REWRITE
            END-IF
            END-IF.

                MOVE 'NO EFFECTIVE DATES ON CARD' TO MNT-TRN-RESULT
            ELSE
                IF TRAN-EFF-FROM NUMERIC
                    MOVE TRAN-EFF-FROM TO JOBM-EFF-FROM-DATE
                END-IF
                IF TRAN-EFF-THRU NUMERIC
                    MOVE TRAN-EFF-THRU TO JOBM-EFF-THRU-DATE
                END-IF
                REWRITE JOB-MASTER-RECORD
                    INVALID KEY
                        ADD 1 TO WS-ERROR-COUNT
                        MOVE 'MASTER REWRITE FAILED'
                            TO MNT-TRN-RESULT
                    NOT INVALID KEY
                        ADD 1 TO WS-EFF-COUNT
                        MOVE 'EFFECTIVE DATES SET' TO MNT-TRN-RESULT
                        PERFORM 2650-STAMP-AUTH-USAGE
                END-REWRITE
            END-IF
            END-IF.

        2500-LIST-MASTER.
            PERFORM 2550-START-MASTER-BROWSE
            PERFORM UNTIL WS-JOBM-EOF = 'Y'
                READ JOBM-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-JOBM-EOF
                    NOT AT END
                        MOVE JOBM-JOB-ID TO MNT-LST-JOB-ID
                        MOVE JOBM-STATUS TO MNT-LST-STATUS
                        MOVE JOBM-DEPT-CODE TO MNT-LST-DEPT
                        MOVE JOBM-EFF-FROM-DATE TO MNT-LST-FROM
                        MOVE JOBM-EFF-THRU-DATE TO MNT-LST-THRU
                        MOVE WS-MNT-LIST-LINE TO MNT-RECORD
                        WRITE MNT-RECORD
                END-READ
            END-PERFORM.

        2550-START-MASTER-BROWSE.
            MOVE 'N' TO WS-JOBM-EOF
            MOVE LOW-VALUES TO JOBM-JOB-ID
            START JOBM-FILE KEY IS NOT LESS THAN JOBM-JOB-ID
                INVALID KEY
                    MOVE 'Y' TO WS-JOBM-EOF
            END-START.

        2600-CHECK-DUAL-CONTROL.
            MOVE SPACES TO WS-AUTH-REASON
            IF TRAN-REQUESTER-ID = SPACES
                    OR TRAN-APPROVER-ID = SPACES
                MOVE 'REQUESTER OR APPROVER MISSING' TO WS-AUTH-REASON
            ELSE
            IF TRAN-REQUESTER-ID = TRAN-APPROVER-ID
                MOVE 'APPROVER SAME AS REQUESTER' TO WS-AUTH-REASON
            ELSE
                PERFORM 2610-CHECK-REQUESTER
                IF WS-AUTH-REASON = SPACES
                    PERFORM 2620-CHECK-APPROVER
                END-IF
            END-IF
            END-IF.

            IF WS-AUTH-REASON NOT = SPACES
                ADD 1 TO WS-ERROR-COUNT
                ADD 1 TO WS-AUTH-REFUSALS
                MOVE WS-AUTH-REASON TO MNT-TRN-RESULT
            END-IF.

        2610-CHECK-REQUESTER.
            MOVE TRAN-REQUESTER-ID TO AUTH-USER-ID
            READ AUTH-FILE
                INVALID KEY
                    MOVE 'REQUESTER NOT ON AUTH FILE' TO WS-AUTH-REASON
                NOT INVALID KEY
                    IF NOT AUTH-ACTIVE
                            OR NOT AUTH-CAN-REQUEST (WS-AUTH-FUNC)
                        MOVE 'REQUESTER NOT AUTHORIZED'
                            TO WS-AUTH-REASON
                    END-IF
            END-READ.

        2620-CHECK-APPROVER.
            MOVE TRAN-APPROVER-ID TO AUTH-USER-ID
            READ AUTH-FILE
                INVALID KEY
                    MOVE 'APPROVER NOT ON AUTH FILE' TO WS-AUTH-REASON
                NOT INVALID KEY
                    IF NOT AUTH-ACTIVE
                            OR NOT AUTH-CAN-APPROVE (WS-AUTH-FUNC)
                        MOVE 'APPROVER NOT AUTHORIZED'
                            TO WS-AUTH-REASON
                    END-IF
            END-READ.

        2650-STAMP-AUTH-USAGE.
            MOVE TRAN-REQUESTER-ID TO AUTH-USER-ID
            READ AUTH-FILE
                INVALID KEY
                    DISPLAY 'AUTHUSR ENTRY NOT FOUND FOR UPDATE - '
                        'USER ' AUTH-USER-ID
                    MOVE 'Y' TO WS-AUTH-STAMP-FAIL
                NOT INVALID KEY
                    MOVE WS-RUN-DATE
                        TO AUTH-LAST-REQUESTED (WS-AUTH-FUNC)
                    REWRITE AUTH-USER-RECORD
                        INVALID KEY
                            DISPLAY 'UNABLE TO UPDATE AUTHUSR - '
                                'USER ' AUTH-USER-ID
                                ' FILE STATUS ' WS-AUTH-STATUS
                            MOVE 'Y' TO WS-AUTH-STAMP-FAIL
                    END-REWRITE
            END-READ.
            MOVE TRAN-APPROVER-ID TO AUTH-USER-ID
            READ AUTH-FILE
                INVALID KEY
                    DISPLAY 'AUTHUSR ENTRY NOT FOUND FOR UPDATE - '
                        'USER ' AUTH-USER-ID
                    MOVE 'Y' TO WS-AUTH-STAMP-FAIL
                NOT INVALID KEY
                    MOVE WS-RUN-DATE
                        TO AUTH-LAST-APPROVED (WS-AUTH-FUNC)
                    REWRITE AUTH-USER-RECORD
                        INVALID KEY
                            DISPLAY 'UNABLE TO UPDATE AUTHUSR - '
                                'USER ' AUTH-USER-ID
                                ' FILE STATUS ' WS-AUTH-STATUS
                            MOVE 'Y' TO WS-AUTH-STAMP-FAIL
                    END-REWRITE
            END-READ.

        3000-COUNT-MASTER.
            MOVE 0 TO WS-MST-COUNT
            PERFORM 2550-START-MASTER-BROWSE
            PERFORM UNTIL WS-JOBM-EOF = 'Y'
                READ JOBM-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-JOBM-EOF
                    NOT AT END
                        ADD 1 TO WS-MST-COUNT
                END-READ
            END-PERFORM.
            CLOSE JOBM-FILE.

        9000-TERMINATE.
            PERFORM 3000-COUNT-MASTER.

            MOVE WS-ADD-COUNT TO MNT-SUM-ADDS
            MOVE WS-DEA-COUNT TO MNT-SUM-DEAS
            MOVE WS-EFF-COUNT TO MNT-SUM-EFFS
            MOVE WS-MNT-SUMMARY-LINE TO MNT-RECORD
            WRITE MNT-RECORD.

            MOVE WS-MNT-TRAILER-LINE TO MNT-RECORD
            WRITE MNT-RECORD.

            CLOSE MAINT-FILE.

            IF WS-ERROR-COUNT > 0 OR WS-AUTH-STAMP-FAIL = 'Y'
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            DISPLAY 'Jobs deactivated: ' WS-DEA-COUNT
            DISPLAY 'Effective dates set: ' WS-EFF-COUNT
            DISPLAY 'Transaction errors: ' WS-ERROR-COUNT
            DISPLAY 'Dual-control refusals: ' WS-AUTH-REFUSALS
            DISPLAY 'Master entries on file: ' WS-MST-COUNT.
