        IDENTIFICATION DIVISION.
        PROGRAM-ID. AuthUserMaint.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL AUTH-FILE ASSIGN TO 'AUTHUSR'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AUTH-USER-ID
                FILE STATUS IS WS-AUTH-STATUS.

            SELECT TRAN-FILE ASSIGN TO 'AUTHCARD'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.

            SELECT MAINT-FILE ASSIGN TO 'AUTHRPT'
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  AUTH-FILE
            LABEL RECORDS ARE STANDARD.
            COPY AUTHREC.

        FD  TRAN-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  TRAN-CARD.
            05 TRAN-ACTION         PIC X(3).
            05 FILLER              PIC X(1).
            05 TRAN-USER-ID        PIC X(8).
            05 FILLER              PIC X(1).
            05 TRAN-USER-NAME      PIC X(24).
            05 FILLER              PIC X(1).
            05 TRAN-AUTHORITIES.
                10 TRAN-AUTHORITY OCCURS 3 TIMES.
                    15 TRAN-REQ-FLAG   PIC X.
                    15 TRAN-APR-FLAG   PIC X.
            05 FILLER              PIC X(36).

        FD  MAINT-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  MNT-RECORD             PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-AUTH-STATUS    PIC XX VALUE '00'.
        01 WS-TRAN-STATUS    PIC XX VALUE '00'.

        01 WS-AUTH-EOF       PIC X VALUE 'N'.
        01 WS-TRAN-EOF       PIC X VALUE 'N'.

        01 WS-RUN-DATE       PIC 9(8) VALUE 0.

        01 WS-TRAN-READ      PIC S9(9) COMP-3 VALUE 0.
        01 WS-ADD-COUNT      PIC S9(9) COMP-3 VALUE 0.
        01 WS-CHG-COUNT      PIC S9(9) COMP-3 VALUE 0.
        01 WS-REV-COUNT      PIC S9(9) COMP-3 VALUE 0.
        01 WS-ERROR-COUNT    PIC S9(9) COMP-3 VALUE 0.

        01 WS-USER-COUNT     PIC S9(9) COMP-3 VALUE 0.
        01 WS-USER-FOUND     PIC X VALUE 'N'.

        01 WS-FUNC-IDX       PIC S9(4) COMP VALUE 0.
        01 WS-FLAGS-VALID    PIC X VALUE 'Y'.
        01 WS-FLAGS-GIVEN    PIC X VALUE 'N'.

        01 WS-MNT-HEADER-LINE.
            05 FILLER         PIC X(10) VALUE 'RUN DATE: '.
            05 MNT-HDR-DATE   PIC 9(8).
            05 FILLER         PIC X(8)  VALUE ' PGM: '.
            05 MNT-HDR-PGM    PIC X(20) VALUE 'AuthUserMaint'.
            05 FILLER         PIC X(34) VALUE SPACES.

        01 WS-MNT-TRAN-LINE.
            05 MNT-TRN-ACTION    PIC X(3).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 MNT-TRN-USER-ID   PIC X(8).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 MNT-TRN-NAME      PIC X(24).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 MNT-TRN-FLAGS     PIC X(6).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 MNT-TRN-RESULT    PIC X(30).
            05 FILLER            PIC X(5)  VALUE SPACES.

        01 WS-MNT-LIST-LINE.
            05 FILLER            PIC X(5)  VALUE 'LIST '.
            05 MNT-LST-USER-ID   PIC X(8).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 MNT-LST-STATUS    PIC X(1).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 MNT-LST-NAME      PIC X(24).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 MNT-LST-FLAGS.
                10 MNT-LST-AUTHORITY OCCURS 3 TIMES.
                    15 MNT-LST-REQ-FLAG  PIC X.
                    15 MNT-LST-APR-FLAG  PIC X.
            05 FILLER            PIC X(9)  VALUE ' CHANGED '.
            05 MNT-LST-CHANGED   PIC 9(8).
            05 FILLER            PIC X(16) VALUE SPACES.

        01 WS-MNT-SUMMARY-LINE.
            05 FILLER         PIC X(7)  VALUE 'ADDED: '.
            05 MNT-SUM-ADDS   PIC Z(4)9.
            05 FILLER         PIC X(11) VALUE '  CHANGED: '.
            05 MNT-SUM-CHGS   PIC Z(4)9.
            05 FILLER         PIC X(11) VALUE '  REVOKED: '.
            05 MNT-SUM-REVS   PIC Z(4)9.
            05 FILLER         PIC X(10) VALUE '  ERRORS: '.
            05 MNT-SUM-ERRS   PIC Z(4)9.
            05 FILLER         PIC X(11) VALUE '  ON FILE: '.
            05 MNT-SUM-TOTAL  PIC Z(4)9.
            05 FILLER         PIC X(5)  VALUE SPACES.

        01 WS-MNT-TRAILER-LINE.
            05 FILLER         PIC X(34)
                VALUE 'END OF AUTHORIZED USER MAINTENANCE'.
            05 FILLER         PIC X(46) VALUE SPACES.

        01 WS-MNT-TRAN-FAIL-LINE.
            05 FILLER           PIC X(39)
                VALUE 'UNABLE TO OPEN AUTHCARD - FILE STATUS '.
            05 MNT-FAIL-STATUS  PIC XX.
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

        1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

            OPEN INPUT TRAN-FILE.
            IF WS-TRAN-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN AUTHCARD - FILE STATUS '
                    WS-TRAN-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1700-WRITE-TRAN-FAIL-REPORT
                STOP RUN
            END-IF.

            OPEN I-O AUTH-FILE.
            IF WS-AUTH-STATUS NOT = '00'
                    AND WS-AUTH-STATUS NOT = '05'
                DISPLAY 'UNABLE TO OPEN AUTHUSR - FILE STATUS '
                    WS-AUTH-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1750-WRITE-AUTH-FAIL-REPORT
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

        1750-WRITE-AUTH-FAIL-REPORT.
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
            MOVE TRAN-USER-ID TO MNT-TRN-USER-ID
            MOVE TRAN-USER-NAME TO MNT-TRN-NAME
            MOVE TRAN-AUTHORITIES TO MNT-TRN-FLAGS

            PERFORM 2200-FIND-USER-ENTRY
            PERFORM 2150-EDIT-AUTHORITY-FLAGS

            EVALUATE TRAN-ACTION
                WHEN 'ADD'
                    PERFORM 2300-APPLY-ADD
                WHEN 'CHG'
                    PERFORM 2400-APPLY-CHANGE
                WHEN 'REV'
                    PERFORM 2450-APPLY-REVOKE
                WHEN 'REI'
                    PERFORM 2470-APPLY-REINSTATE
                WHEN 'LST'
                    MOVE 'USERS LISTED BELOW' TO MNT-TRN-RESULT
                WHEN OTHER
                    ADD 1 TO WS-ERROR-COUNT
                    MOVE 'UNKNOWN ACTION' TO MNT-TRN-RESULT
            END-EVALUATE

            MOVE WS-MNT-TRAN-LINE TO MNT-RECORD
            WRITE MNT-RECORD

            IF TRAN-ACTION = 'LST'
                PERFORM 2500-LIST-USERS
            END-IF.

        2150-EDIT-AUTHORITY-FLAGS.
            MOVE 'Y' TO WS-FLAGS-VALID
            MOVE 'N' TO WS-FLAGS-GIVEN
            PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                    UNTIL WS-FUNC-IDX > 3
                IF TRAN-REQ-FLAG (WS-FUNC-IDX) NOT = 'Y'
                        AND TRAN-REQ-FLAG (WS-FUNC-IDX) NOT = 'N'
                        AND TRAN-REQ-FLAG (WS-FUNC-IDX) NOT = SPACE
                    MOVE 'N' TO WS-FLAGS-VALID
                END-IF
                IF TRAN-APR-FLAG (WS-FUNC-IDX) NOT = 'Y'
                        AND TRAN-APR-FLAG (WS-FUNC-IDX) NOT = 'N'
                        AND TRAN-APR-FLAG (WS-FUNC-IDX) NOT = SPACE
                    MOVE 'N' TO WS-FLAGS-VALID
                END-IF
                IF TRAN-REQ-FLAG (WS-FUNC-IDX) NOT = SPACE
                        OR TRAN-APR-FLAG (WS-FUNC-IDX) NOT = SPACE
                    MOVE 'Y' TO WS-FLAGS-GIVEN
                END-IF
            END-PERFORM.

        2200-FIND-USER-ENTRY.
            MOVE 'N' TO WS-USER-FOUND
            MOVE TRAN-USER-ID TO AUTH-USER-ID
            READ AUTH-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-USER-FOUND
            END-READ.

        2300-APPLY-ADD.
            IF WS-USER-FOUND = 'Y'
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'USER ALREADY ON FILE' TO MNT-TRN-RESULT
            ELSE
            IF TRAN-USER-ID = SPACES
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'USER ID MISSING' TO MNT-TRN-RESULT
            ELSE
            IF TRAN-USER-NAME = SPACES
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'USER NAME MISSING' TO MNT-TRN-RESULT
            ELSE
            IF WS-FLAGS-VALID = 'N'
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'INVALID AUTHORITY FLAG' TO MNT-TRN-RESULT
            ELSE
                MOVE SPACES TO AUTH-USER-RECORD
                MOVE TRAN-USER-ID TO AUTH-USER-ID
                MOVE 'A' TO AUTH-STATUS
                MOVE TRAN-USER-NAME TO AUTH-USER-NAME
                PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                        UNTIL WS-FUNC-IDX > 3
                    MOVE 'N' TO AUTH-MAY-REQUEST (WS-FUNC-IDX)
                    MOVE 'N' TO AUTH-MAY-APPROVE (WS-FUNC-IDX)
                    MOVE 0 TO AUTH-LAST-REQUESTED (WS-FUNC-IDX)
                    MOVE 0 TO AUTH-LAST-APPROVED (WS-FUNC-IDX)
                END-PERFORM
                PERFORM 2350-APPLY-AUTHORITY-FLAGS
                MOVE WS-RUN-DATE TO AUTH-CHANGED-DATE
                WRITE AUTH-USER-RECORD
                    INVALID KEY
                        ADD 1 TO WS-ERROR-COUNT
                        MOVE 'AUTH FILE WRITE FAILED'
                            TO MNT-TRN-RESULT
                    NOT INVALID KEY
                        ADD 1 TO WS-ADD-COUNT
                        MOVE 'USER ADDED ACTIVE' TO MNT-TRN-RESULT
                END-WRITE
            END-IF
            END-IF
            END-IF
            END-IF.

        2350-APPLY-AUTHORITY-FLAGS.
            PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                    UNTIL WS-FUNC-IDX > 3
                IF TRAN-REQ-FLAG (WS-FUNC-IDX) NOT = SPACE
                    MOVE TRAN-REQ-FLAG (WS-FUNC-IDX)
                        TO AUTH-MAY-REQUEST (WS-FUNC-IDX)
                END-IF
                IF TRAN-APR-FLAG (WS-FUNC-IDX) NOT = SPACE
                    MOVE TRAN-APR-FLAG (WS-FUNC-IDX)
                        TO AUTH-MAY-APPROVE (WS-FUNC-IDX)
                END-IF
            END-PERFORM.

        2400-APPLY-CHANGE.
            IF WS-USER-FOUND = 'N'
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'USER NOT ON FILE' TO MNT-TRN-RESULT
            ELSE
            IF WS-FLAGS-VALID = 'N'
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'INVALID AUTHORITY FLAG' TO MNT-TRN-RESULT
            ELSE
            IF TRAN-USER-NAME = SPACES
                    AND WS-FLAGS-GIVEN = 'N'
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'NOTHING TO CHANGE ON CARD' TO MNT-TRN-RESULT
            ELSE
                IF TRAN-USER-NAME NOT = SPACES
                    MOVE TRAN-USER-NAME TO AUTH-USER-NAME
                END-IF
                PERFORM 2350-APPLY-AUTHORITY-FLAGS
                PERFORM 2490-REWRITE-USER-ENTRY
                IF MNT-TRN-RESULT = SPACES
                    ADD 1 TO WS-CHG-COUNT
                    MOVE 'AUTHORITIES CHANGED' TO MNT-TRN-RESULT
                END-IF
            END-IF
            END-IF
            END-IF.

        2450-APPLY-REVOKE.
            IF WS-USER-FOUND = 'N'
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'USER NOT ON FILE' TO MNT-TRN-RESULT
            ELSE
            IF AUTH-REVOKED
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'USER ALREADY REVOKED' TO MNT-TRN-RESULT
            ELSE
                MOVE 'R' TO AUTH-STATUS
                PERFORM 2490-REWRITE-USER-ENTRY
                IF MNT-TRN-RESULT = SPACES
                    ADD 1 TO WS-REV-COUNT
                    MOVE 'USER REVOKED' TO MNT-TRN-RESULT
                END-IF
            END-IF
            END-IF.

        2470-APPLY-REINSTATE.
            IF WS-USER-FOUND = 'N'
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'USER NOT ON FILE' TO MNT-TRN-RESULT
            ELSE
            IF AUTH-ACTIVE
                ADD 1 TO WS-ERROR-COUNT
                MOVE 'USER ALREADY ACTIVE' TO MNT-TRN-RESULT
            ELSE
                MOVE 'A' TO AUTH-STATUS
                PERFORM 2490-REWRITE-USER-ENTRY
                IF MNT-TRN-RESULT = SPACES
                    ADD 1 TO WS-CHG-COUNT
                    MOVE 'USER REINSTATED' TO MNT-TRN-RESULT
                END-IF
            END-IF
            END-IF.

        2490-REWRITE-USER-ENTRY.
            MOVE SPACES TO MNT-TRN-RESULT
            MOVE WS-RUN-DATE TO AUTH-CHANGED-DATE
            REWRITE AUTH-USER-RECORD
                INVALID KEY
                    ADD 1 TO WS-ERROR-COUNT
                    MOVE 'AUTH FILE REWRITE FAILED' TO MNT-TRN-RESULT
            END-REWRITE.

        2500-LIST-USERS.
            PERFORM 2550-START-USER-BROWSE
            PERFORM UNTIL WS-AUTH-EOF = 'Y'
                READ AUTH-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-AUTH-EOF
                    NOT AT END
                        MOVE AUTH-USER-ID TO MNT-LST-USER-ID
                        MOVE AUTH-STATUS TO MNT-LST-STATUS
                        MOVE AUTH-USER-NAME TO MNT-LST-NAME
                        PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                                UNTIL WS-FUNC-IDX > 3
                            MOVE AUTH-MAY-REQUEST (WS-FUNC-IDX)
                                TO MNT-LST-REQ-FLAG (WS-FUNC-IDX)
                            MOVE AUTH-MAY-APPROVE (WS-FUNC-IDX)
                                TO MNT-LST-APR-FLAG (WS-FUNC-IDX)
                        END-PERFORM
                        MOVE AUTH-CHANGED-DATE TO MNT-LST-CHANGED
                        MOVE WS-MNT-LIST-LINE TO MNT-RECORD
                        WRITE MNT-RECORD
                END-READ
            END-PERFORM.

        2550-START-USER-BROWSE.
            MOVE 'N' TO WS-AUTH-EOF
            MOVE LOW-VALUES TO AUTH-USER-ID
            START AUTH-FILE KEY IS NOT LESS THAN AUTH-USER-ID
                INVALID KEY
                    MOVE 'Y' TO WS-AUTH-EOF
            END-START.

        3000-COUNT-USERS.
            MOVE 0 TO WS-USER-COUNT
            PERFORM 2550-START-USER-BROWSE
            PERFORM UNTIL WS-AUTH-EOF = 'Y'
                READ AUTH-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-AUTH-EOF
                    NOT AT END
                        ADD 1 TO WS-USER-COUNT
                END-READ
            END-PERFORM.
            CLOSE AUTH-FILE.

        9000-TERMINATE.
            PERFORM 3000-COUNT-USERS.

            MOVE WS-ADD-COUNT TO MNT-SUM-ADDS
            MOVE WS-CHG-COUNT TO MNT-SUM-CHGS
            MOVE WS-REV-COUNT TO MNT-SUM-REVS
            MOVE WS-ERROR-COUNT TO MNT-SUM-ERRS
            MOVE WS-USER-COUNT TO MNT-SUM-TOTAL
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
            DISPLAY 'Users added: ' WS-ADD-COUNT
            DISPLAY 'Users changed: ' WS-CHG-COUNT
            DISPLAY 'Users revoked: ' WS-REV-COUNT
            DISPLAY 'Transaction errors: ' WS-ERROR-COUNT
            DISPLAY 'Users on file: ' WS-USER-COUNT.
