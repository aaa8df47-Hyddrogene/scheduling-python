        IDENTIFICATION DIVISION.
        PROGRAM-ID. DeptMasterMaint.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL DEPT-FILE ASSIGN TO 'DEPTMSTR'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEPT-CODE
                FILE STATUS IS WS-DEPT-STATUS.

            SELECT TRAN-FILE ASSIGN TO 'DEPTCARD'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.

            SELECT MAINT-FILE ASSIGN TO 'DEPTRPT'
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  DEPT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY DEPTREC.

        FD  TRAN-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  TRAN-CARD.
            05 TRAN-ACTION         PIC X(3).
            05 FILLER              PIC X(1).
            05 TRAN-DEPT-CODE      PIC X(4).
            05 FILLER              PIC X(1).
            05 TRAN-DEPT-NAME      PIC X(30).
            05 FILLER              PIC X(1).
            05 TRAN-COST-CENTER    PIC X(10).
            05 FILLER              PIC X(1).
            05 TRAN-MANAGER        PIC X(20).
            05 FILLER              PIC X(9).

        FD  MAINT-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  MNT-RECORD             PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-DEPT-STATUS    PIC XX VALUE '00'.
        01 WS-TRAN-STATUS    PIC XX VALUE '00'.

        01 WS-DEPT-EOF       PIC X VALUE 'N'.
        01 WS-TRAN-EOF       PIC X VALUE 'N'.

        01 WS-RUN-DATE       PIC 9(8) VALUE 0.

        01 WS-TRAN-READ      PIC S9(9) COMP-3 VALUE 0.
        01 WS-ADD-COUNT      PIC S9(9) COMP-3 VALUE 0.
        01 WS-CHG-COUNT      PIC S9(9) COMP-3 VALUE 0.
        01 WS-CLS-COUNT      PIC S9(9) COMP-3 VALUE 0.
        01 WS-ERROR-COUNT    PIC S9(9) COMP-3 VALUE 0.

        01 WS-DEPT-COUNT     PIC S9(9) COMP-3 VALUE 0.
        01 WS-DEPT-FOUND     PIC X VALUE 'N'.

        01 WS-MNT-HEADER-LINE.
            05 FILLER         PIC X(10) VALUE 'RUN DATE: '.
            05 MNT-HDR-DATE   PIC 9(8).
            05 FILLER         PIC X(8)  VALUE ' PGM: '.
            05 MNT-HDR-PGM    PIC X(20) VALUE 'DeptMasterMaint'.
            05 FILLER         PIC X(34) VALUE SPACES.

        01 WS-MNT-TRAN-LINE.
            05 MNT-TRN-ACTION    PIC X(3).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 MNT-TRN-DEPT      PIC X(4).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 MNT-TRN-CC        PIC X(10).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 MNT-TRN-NAME      PIC X(20).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 MNT-TRN-RESULT    PIC X(30).
            05 FILLER            PIC X(9)  VALUE SPACES.

        01 WS-MNT-LIST-LINE.
            05 FILLER            PIC X(5)  VALUE 'LIST '.
            05 MNT-LST-DEPT      PIC X(4).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 MNT-LST-STATUS    PIC X(1).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 MNT-LST-CC        PIC X(10).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 MNT-LST-NAME      PIC X(30).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 MNT-LST-MANAGER   PIC X(20).
            05 FILLER            PIC X(6)  VALUE SPACES.

        01 WS-MNT-SUMMARY-LINE.
            05 FILLER         PIC X(7)  VALUE 'ADDED: '.
            05 MNT-SUM-ADDS   PIC Z(4)9.
            05 FILLER         PIC X(11) VALUE '  CHANGED: '.
            05 MNT-SUM-CHGS   PIC Z(4)9.
            05 FILLER         PIC X(10) VALUE '  CLOSED: '.
            05 MNT-SUM-CLSS   PIC Z(4)9.
            05 FILLER         PIC X(10) VALUE '  ERRORS: '.
            05 MNT-SUM-ERRS   PIC Z(4)9.
            05 FILLER         PIC X(11) VALUE '  ON FILE: '.
            05 MNT-SUM-TOTAL  PIC Z(4)9.
            05 FILLER         PIC X(6)  VALUE SPACES.

        01 WS-MNT-TRAILER-LINE.
            05 FILLER         PIC X(32)
                VALUE 'END OF DEPARTMENT MASTER MAINT'.
            05 FILLER         PIC X(48) VALUE SPACES.

        01 WS-MNT-TRAN-FAIL-LINE.
            05 FILLER           PIC X(39)
                VALUE 'UNABLE TO OPEN DEPTCARD - FILE STATUS '.
            05 MNT-FAIL-STATUS  PIC XX.
            05 FILLER           PIC X(39) VALUE SPACES.

        01 WS-MNT-DEPT-FAIL-LINE.
            05 FILLER           PIC X(39)
                VALUE 'UNABLE TO OPEN DEPTMSTR - FILE STATUS '.
            05 MNT-DEPT-STATUS  PIC XX.
            05 FILLER           PIC X(39) VALUE SPACES.

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
                DISPLAY 'UNABLE TO OPEN DEPTCARD - FILE STATUS '
                    WS-TRAN-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1700-WRITE-TRAN-FAIL-REPORT
                STOP RUN
            END-IF.

            OPEN I-O DEPT-FILE.
            IF WS-DEPT-STATUS NOT = '00'
                    AND WS-DEPT-STATUS NOT = '05'
                DISPLAY 'UNABLE TO OPEN DEPTMSTR - FILE STATUS '
                    WS-DEPT-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1750-WRITE-DEPT-FAIL-REPORT
                STOP RUN
            END-IF.

            OPEN OUTPUT MAINT-FILE.

            MOVE WS-RUN-DATE TO MNT-HDR-DATE.
            MOVE WS-MNT-HEADER-LINE TO MNT-RECORD.
            WRITE MNT-RECORD.

        1700-WRITE-TRAN-FAIL-REPORT.
            MOVE WS-RUN-DATE TO MNT-HDR-DATE
            MOVE WS-MNT-HEADER-LINE TO MNT-RECORD
            OPEN OUTPUT MAINT-FILE
            WRITE MNT-RECORD

            MOVE WS-TRAN-STATUS TO MNT-FAIL-STATUS
            MOVE WS-MNT-TRAN-FAIL-LINE TO MNT-RECORD
            WRITE MNT-RECORD

            MOVE WS-MNT-TRAILER-LINE TO MNT-RECORD
            WRITE MNT-RECORD

            CLOSE MAINT-FILE.

        1750-WRITE-DEPT-FAIL-REPORT.
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
            MOVE TRAN-ACTION TO MNT-TRN-ACTION
            MOVE TRAN-DEPT-CODE TO MNT-TRN-DEPT
            MOVE TRAN-COST-CENTER TO MNT-TRN-CC
            MOVE TRAN-DEPT-NAME TO MNT-TRN-NAME

            PERFORM 2200-FIND-DEPT-ENTRY

            EVALUATE TRAN-ACTION
                WHEN 'ADD'
                    PERFORM 2300-APPLY-ADD
                WHEN 'CHG'
                    PERFORM 2400-APPLY-CHANGE
                WHEN 'CLS'
                    PERFORM 2450-APPLY-CLOSE
                WHEN 'REO'
                    PERFORM 2470-APPLY-REOPEN
                WHEN 'LST'
                    MOVE 'DEPARTMENTS LISTED BELOW' TO MNT-TRN-RESULT
                WHEN OTHER
                    ADD 1 TO WS-ERROR-COUNT
                    MOVE 'UNKNOWN ACTION' TO MNT-TRN-RESULT
            END-EVALUATE

            MOVE WS-MNT-TRAN-LINE TO MNT-RECORD
            WRITE MNT-RECORD

            IF TRAN-ACTION = 'LST'
                PERFORM 2500-LIST-DEPARTMENTS
            END-IF.

        2200-FIND-DEPT-ENTRY.
            MOVE 'N' TO WS-DEPT-FOUND
            MOVE TRAN-DEPT-CODE TO DEPT-CODE
            READ DEPT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-DEPT-FOUND
            END-READ.

        2300-APPLY-ADD.
            IF WS-DEPT-FOUND = 'Y'
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'DEPT ALREADY ON MASTER' TO MNT-TRN-RESULT
            ELSE
            IF TRAN-DEPT-CODE = SPACES
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'DEPT CODE MISSING' TO MNT-TRN-RESULT
            ELSE
            IF TRAN-DEPT-NAME = SPACES
                    OR TRAN-COST-CENTER = SPACES
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'NAME OR COST CENTER MISSING' TO MNT-TRN-RESULT
            ELSE
                MOVE SPACES TO DEPT-MASTER-RECORD
                MOVE TRAN-DEPT-CODE TO DEPT-CODE
                MOVE 'A' TO DEPT-STATUS
                MOVE TRAN-DEPT-NAME TO DEPT-NAME
                MOVE TRAN-COST-CENTER TO DEPT-COST-CENTER
                MOVE TRAN-MANAGER TO DEPT-MANAGER
                WRITE DEPT-MASTER-RECORD
                    INVALID KEY
                        ADD 1 TO WS-ERROR-COUNT
                        MOVE 'MASTER WRITE FAILED'
                            TO MNT-TRN-RESULT
                    NOT INVALID KEY
                        ADD 1 TO WS-ADD-COUNT
                        MOVE 'DEPT ADDED ACTIVE' TO MNT-TRN-RESULT
                END-WRITE
            END-IF
            END-IF
            END-IF.

        2400-APPLY-CHANGE.
            IF WS-DEPT-FOUND = 'N'
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'DEPT NOT ON MASTER' TO MNT-TRN-RESULT
            ELSE
            IF TRAN-DEPT-NAME = SPACES
                    AND TRAN-COST-CENTER = SPACES
                    AND TRAN-MANAGER = SPACES
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'NOTHING TO CHANGE ON CARD' TO MNT-TRN-RESULT
            ELSE
                IF TRAN-DEPT-NAME NOT = SPACES
                    MOVE TRAN-DEPT-NAME TO DEPT-NAME
                END-IF
                IF TRAN-COST-CENTER NOT = SPACES
                    MOVE TRAN-COST-CENTER TO DEPT-COST-CENTER
                END-IF
                IF TRAN-MANAGER NOT = SPACES
                    MOVE TRAN-MANAGER TO DEPT-MANAGER
                END-IF
                PERFORM 2490-REWRITE-DEPT-ENTRY
                IF MNT-TRN-RESULT = SPACES
                    ADD 1 TO WS-CHG-COUNT
                    MOVE 'DEPT DETAILS CHANGED' TO MNT-TRN-RESULT
                END-IF
            END-IF
            END-IF.

        2450-APPLY-CLOSE.
            IF WS-DEPT-FOUND = 'N'
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'DEPT NOT ON MASTER' TO MNT-TRN-RESULT
            ELSE
            IF DEPT-CLOSED
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'DEPT ALREADY CLOSED' TO MNT-TRN-RESULT
            ELSE
                MOVE 'C' TO DEPT-STATUS
                PERFORM 2490-REWRITE-DEPT-ENTRY
                IF MNT-TRN-RESULT = SPACES
                    ADD 1 TO WS-CLS-COUNT
                    MOVE 'DEPT CLOSED' TO MNT-TRN-RESULT
                END-IF
            END-IF
            END-IF.

        2470-APPLY-REOPEN.
            IF WS-DEPT-FOUND = 'N'
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'DEPT NOT ON MASTER' TO MNT-TRN-RESULT
            ELSE
            IF DEPT-ACTIVE
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'DEPT ALREADY ACTIVE' TO MNT-TRN-RESULT
            ELSE
                MOVE 'A' TO DEPT-STATUS
                PERFORM 2490-REWRITE-DEPT-ENTRY
                IF MNT-TRN-RESULT = SPACES
                    ADD 1 TO WS-CHG-COUNT
                    MOVE 'DEPT REOPENED' TO MNT-TRN-RESULT
                END-IF
            END-IF
            END-IF.

        2490-REWRITE-DEPT-ENTRY.
            MOVE SPACES TO MNT-TRN-RESULT
            REWRITE DEPT-MASTER-RECORD
                INVALID KEY
                    ADD 1 TO WS-ERROR-COUNT
                    MOVE 'MASTER REWRITE FAILED' TO MNT-TRN-RESULT
            END-REWRITE.

        2500-LIST-DEPARTMENTS.
            PERFORM 2550-START-DEPT-BROWSE
            PERFORM UNTIL WS-DEPT-EOF = 'Y'
                READ DEPT-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-DEPT-EOF
                    NOT AT END
                        MOVE DEPT-CODE TO MNT-LST-DEPT
                        MOVE DEPT-STATUS TO MNT-LST-STATUS
                        MOVE DEPT-COST-CENTER TO MNT-LST-CC
                        MOVE DEPT-NAME TO MNT-LST-NAME
                        MOVE DEPT-MANAGER TO MNT-LST-MANAGER
                        MOVE WS-MNT-LIST-LINE TO MNT-RECORD
                        WRITE MNT-RECORD
                END-READ
            END-PERFORM.

        2550-START-DEPT-BROWSE.
            MOVE 'N' TO WS-DEPT-EOF
            MOVE LOW-VALUES TO DEPT-CODE
            START DEPT-FILE KEY IS NOT LESS THAN DEPT-CODE
                INVALID KEY
                    MOVE 'Y' TO WS-DEPT-EOF
            END-START.

        3000-COUNT-DEPARTMENTS.
            MOVE 0 TO WS-DEPT-COUNT
            PERFORM 2550-START-DEPT-BROWSE
            PERFORM UNTIL WS-DEPT-EOF = 'Y'
                READ DEPT-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-DEPT-EOF
                    NOT AT END
                        ADD 1 TO WS-DEPT-COUNT
                END-READ
            END-PERFORM.
            CLOSE DEPT-FILE.

        9000-TERMINATE.
            PERFORM 3000-COUNT-DEPARTMENTS.

            MOVE WS-ADD-COUNT TO MNT-SUM-ADDS
            MOVE WS-CHG-COUNT TO MNT-SUM-CHGS
            MOVE WS-CLS-COUNT TO MNT-SUM-CLSS
            MOVE WS-ERROR-COUNT TO MNT-SUM-ERRS
            MOVE WS-DEPT-COUNT TO MNT-SUM-TOTAL
            MOVE WS-MNT-SUMMARY-LINE TO MNT-RECORD
            WRITE MNT-RECORD.

            MOVE WS-MNT-TRAILER-LINE TO MNT-RECORD
            WRITE MNT-RECORD.

            CLOSE MAINT-FILE.

            IF WS-ERROR-COUNT > 0
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.

            DISPLAY 'Transactions read: ' WS-TRAN-READ
            DISPLAY 'Departments added: ' WS-ADD-COUNT
            DISPLAY 'Departments changed: ' WS-CHG-COUNT
            DISPLAY 'Departments closed: ' WS-CLS-COUNT
            DISPLAY 'Transaction errors: ' WS-ERROR-COUNT
            DISPLAY 'Departments on file: ' WS-DEPT-COUNT.
