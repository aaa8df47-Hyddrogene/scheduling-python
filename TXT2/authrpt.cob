        IDENTIFICATION DIVISION.
        PROGRAM-ID. AuthAccessReport.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT AUTH-FILE ASSIGN TO 'AUTHUSR'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AUTH-USER-ID
                FILE STATUS IS WS-AUTH-STATUS.

            SELECT ACCESS-FILE ASSIGN TO 'ACCRPT'
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  AUTH-FILE
            LABEL RECORDS ARE STANDARD.
            COPY AUTHREC.

        FD  ACCESS-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  ACC-RECORD             PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-AUTH-STATUS    PIC XX VALUE '00'.
        01 WS-AUTH-EOF       PIC X VALUE 'N'.

        01 WS-RUN-DATE       PIC 9(8) VALUE 0.

        01 WS-FUNC-IDX       PIC S9(4) COMP VALUE 0.
        01 WS-USER-GRANTS    PIC S9(4) COMP VALUE 0.

        01 WS-FUNC-NAMES-X.
            05 FILLER          PIC X(48) VALUE
                'BACKOUT         JOB MASTER MAINTCORRECT REJECTS '.
        01 WS-FUNC-NAMES REDEFINES WS-FUNC-NAMES-X.
            05 WS-FUNC-NAME    OCCURS 3 TIMES PIC X(16).

        01 WS-USER-COUNT     PIC S9(9) COMP-3 VALUE 0.
        01 WS-ACTIVE-COUNT   PIC S9(9) COMP-3 VALUE 0.
        01 WS-REVOKED-COUNT  PIC S9(9) COMP-3 VALUE 0.
        01 WS-GRANT-COUNT    PIC S9(9) COMP-3 VALUE 0.
        01 WS-UNUSED-COUNT   PIC S9(9) COMP-3 VALUE 0.

        01 WS-ACC-HEADER-LINE.
            05 FILLER         PIC X(10) VALUE 'RUN DATE: '.
            05 ACC-HDR-DATE   PIC 9(8).
            05 FILLER         PIC X(8)  VALUE ' PGM: '.
            05 ACC-HDR-PGM    PIC X(20) VALUE 'AuthAccessReport'.
            05 FILLER         PIC X(34) VALUE SPACES.

        01 WS-ACC-TITLE-LINE.
            05 FILLER         PIC X(40)
                VALUE 'DUAL-CONTROL AUTHORITY AND LAST USE'.
            05 FILLER         PIC X(40) VALUE SPACES.

        01 WS-ACC-COLUMN-LINE.
            05 FILLER         PIC X(9)  VALUE 'USER ID'.
            05 FILLER         PIC X(25) VALUE 'NAME'.
            05 FILLER         PIC X(2)  VALUE 'S'.
            05 FILLER         PIC X(17) VALUE 'FUNCTION'.
            05 FILLER         PIC X(2)  VALUE 'R'.
            05 FILLER         PIC X(9)  VALUE 'LAST REQ'.
            05 FILLER         PIC X(2)  VALUE 'A'.
            05 FILLER         PIC X(8)  VALUE 'LAST APR'.
            05 FILLER         PIC X(6)  VALUE SPACES.

        01 WS-ACC-DETAIL-LINE.
            05 ACC-DTL-USER-ID   PIC X(8).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 ACC-DTL-NAME      PIC X(24).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 ACC-DTL-STATUS    PIC X(1).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 ACC-DTL-FUNCTION  PIC X(16).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 ACC-DTL-REQ-FLAG  PIC X(1).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 ACC-DTL-LAST-REQ  PIC X(8).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 ACC-DTL-APR-FLAG  PIC X(1).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 ACC-DTL-LAST-APR  PIC X(8).
            05 FILLER            PIC X(6)  VALUE SPACES.

        01 WS-ACC-USERS-LINE.
            05 FILLER         PIC X(15) VALUE 'USERS ON FILE: '.
            05 ACC-SUM-USERS  PIC Z(4)9.
            05 FILLER         PIC X(10) VALUE '  ACTIVE: '.
            05 ACC-SUM-ACTIVE PIC Z(4)9.
            05 FILLER         PIC X(11) VALUE '  REVOKED: '.
            05 ACC-SUM-REVOKED PIC Z(4)9.
            05 FILLER         PIC X(29) VALUE SPACES.

        01 WS-ACC-GRANTS-LINE.
            05 FILLER         PIC X(18) VALUE 'AUTHORITIES HELD: '.
            05 ACC-SUM-GRANTS PIC Z(4)9.
            05 FILLER         PIC X(14) VALUE '  NEVER USED: '.
            05 ACC-SUM-UNUSED PIC Z(4)9.
            05 FILLER         PIC X(38) VALUE SPACES.

        01 WS-ACC-TRAILER-LINE.
            05 FILLER         PIC X(20)
                VALUE 'END OF ACCESS REPORT'.
            05 FILLER         PIC X(60) VALUE SPACES.

        01 WS-ACC-AUTH-FAIL-LINE.
            05 FILLER           PIC X(38)
                VALUE 'UNABLE TO OPEN AUTHUSR - FILE STATUS '.
            05 ACC-FAIL-STATUS  PIC XX.
            05 FILLER           PIC X(40) VALUE SPACES.

        PROCEDURE DIVISION.
        0000-MAIN-LOGIC.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-REPORT-USERS
            PERFORM 9000-TERMINATE
            STOP RUN.

        1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

            OPEN OUTPUT ACCESS-FILE.
            MOVE WS-RUN-DATE TO ACC-HDR-DATE.
            MOVE WS-ACC-HEADER-LINE TO ACC-RECORD.
            WRITE ACC-RECORD.

            OPEN INPUT AUTH-FILE.
            IF WS-AUTH-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN AUTHUSR - FILE STATUS '
                    WS-AUTH-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1700-WRITE-AUTH-FAIL-REPORT
                STOP RUN
            END-IF.

            MOVE WS-ACC-TITLE-LINE TO ACC-RECORD.
            WRITE ACC-RECORD.
            MOVE WS-ACC-COLUMN-LINE TO ACC-RECORD.
            WRITE ACC-RECORD.

        1700-WRITE-AUTH-FAIL-REPORT.
            MOVE WS-AUTH-STATUS TO ACC-FAIL-STATUS
            MOVE WS-ACC-AUTH-FAIL-LINE TO ACC-RECORD
            WRITE ACC-RECORD

            MOVE WS-ACC-TRAILER-LINE TO ACC-RECORD
            WRITE ACC-RECORD

            CLOSE ACCESS-FILE.

        2000-REPORT-USERS.
            MOVE LOW-VALUES TO AUTH-USER-ID
            START AUTH-FILE KEY IS NOT LESS THAN AUTH-USER-ID
                INVALID KEY
                    MOVE 'Y' TO WS-AUTH-EOF
            END-START.
            PERFORM UNTIL WS-AUTH-EOF = 'Y'
                READ AUTH-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-AUTH-EOF
                    NOT AT END
                        PERFORM 2100-REPORT-USER
                END-READ
            END-PERFORM.
            CLOSE AUTH-FILE.

        2100-REPORT-USER.
            ADD 1 TO WS-USER-COUNT
            IF AUTH-ACTIVE
                ADD 1 TO WS-ACTIVE-COUNT
            ELSE
                ADD 1 TO WS-REVOKED-COUNT
            END-IF

            MOVE AUTH-USER-ID TO ACC-DTL-USER-ID
            MOVE AUTH-USER-NAME TO ACC-DTL-NAME
            MOVE AUTH-STATUS TO ACC-DTL-STATUS
            MOVE 0 TO WS-USER-GRANTS

            PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                    UNTIL WS-FUNC-IDX > 3
                IF AUTH-CAN-REQUEST (WS-FUNC-IDX)
                        OR AUTH-CAN-APPROVE (WS-FUNC-IDX)
                    ADD 1 TO WS-USER-GRANTS
                    PERFORM 2200-WRITE-FUNCTION-LINE
                END-IF
            END-PERFORM

            IF WS-USER-GRANTS = 0
                MOVE 'NO AUTHORITY' TO ACC-DTL-FUNCTION
                MOVE SPACES TO ACC-DTL-REQ-FLAG
                MOVE SPACES TO ACC-DTL-LAST-REQ
                MOVE SPACES TO ACC-DTL-APR-FLAG
                MOVE SPACES TO ACC-DTL-LAST-APR
                MOVE WS-ACC-DETAIL-LINE TO ACC-RECORD
                WRITE ACC-RECORD
            END-IF.

        2200-WRITE-FUNCTION-LINE.
            MOVE WS-FUNC-NAME (WS-FUNC-IDX) TO ACC-DTL-FUNCTION
            MOVE AUTH-MAY-REQUEST (WS-FUNC-IDX) TO ACC-DTL-REQ-FLAG
            MOVE AUTH-MAY-APPROVE (WS-FUNC-IDX) TO ACC-DTL-APR-FLAG

            IF AUTH-CAN-REQUEST (WS-FUNC-IDX)
                ADD 1 TO WS-GRANT-COUNT
                IF AUTH-LAST-REQUESTED (WS-FUNC-IDX) = 0
                    ADD 1 TO WS-UNUSED-COUNT
                    MOVE 'NEVER' TO ACC-DTL-LAST-REQ
                ELSE
                    MOVE AUTH-LAST-REQUESTED (WS-FUNC-IDX)
                        TO ACC-DTL-LAST-REQ
                END-IF
            ELSE
                IF AUTH-LAST-REQUESTED (WS-FUNC-IDX) = 0
                    MOVE SPACES TO ACC-DTL-LAST-REQ
                ELSE
                    MOVE AUTH-LAST-REQUESTED (WS-FUNC-IDX)
                        TO ACC-DTL-LAST-REQ
                END-IF
            END-IF

            IF AUTH-CAN-APPROVE (WS-FUNC-IDX)
                ADD 1 TO WS-GRANT-COUNT
                IF AUTH-LAST-APPROVED (WS-FUNC-IDX) = 0
                    ADD 1 TO WS-UNUSED-COUNT
                    MOVE 'NEVER' TO ACC-DTL-LAST-APR
                ELSE
                    MOVE AUTH-LAST-APPROVED (WS-FUNC-IDX)
                        TO ACC-DTL-LAST-APR
                END-IF
            ELSE
                IF AUTH-LAST-APPROVED (WS-FUNC-IDX) = 0
                    MOVE SPACES TO ACC-DTL-LAST-APR
                ELSE
                    MOVE AUTH-LAST-APPROVED (WS-FUNC-IDX)
                        TO ACC-DTL-LAST-APR
                END-IF
            END-IF

            MOVE WS-ACC-DETAIL-LINE TO ACC-RECORD
            WRITE ACC-RECORD.

        9000-TERMINATE.
            MOVE WS-USER-COUNT TO ACC-SUM-USERS
            MOVE WS-ACTIVE-COUNT TO ACC-SUM-ACTIVE
            MOVE WS-REVOKED-COUNT TO ACC-SUM-REVOKED
            MOVE WS-ACC-USERS-LINE TO ACC-RECORD
            WRITE ACC-RECORD.

            MOVE WS-GRANT-COUNT TO ACC-SUM-GRANTS
            MOVE WS-UNUSED-COUNT TO ACC-SUM-UNUSED
            MOVE WS-ACC-GRANTS-LINE TO ACC-RECORD
            WRITE ACC-RECORD.

            MOVE WS-ACC-TRAILER-LINE TO ACC-RECORD
            WRITE ACC-RECORD.

            CLOSE ACCESS-FILE.

            MOVE 0 TO RETURN-CODE.

            DISPLAY 'Users on file: ' WS-USER-COUNT
            DISPLAY 'Authorities held: ' WS-GRANT-COUNT
            DISPLAY 'Authorities never used: ' WS-UNUSED-COUNT.
