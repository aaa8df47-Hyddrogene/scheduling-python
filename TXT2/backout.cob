            SELECT BACK-FILE ASSIGN TO 'BACKRPT'
                ORGANIZATION IS SEQUENTIAL.

            SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RCT-STATUS.

            SELECT AUTH-FILE ASSIGN TO 'AUTHUSR'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AUTH-USER-ID
                FILE STATUS IS WS-AUTH-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  AUDIT-FILE
            05 PARM-BACKOUT-DATE   PIC X(8).
            05 FILLER              PIC X(1).
            05 PARM-OPERATOR-ID    PIC X(8).
            05 FILLER              PIC X(1).
            05 PARM-APPROVER-ID    PIC X(8).
            05 FILLER              PIC X(54).

        FD  AUDNEW-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS.
        01  AUDNEW-RECORD          PIC X(48).

        FD  DAYHNEW-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  BACK-RECORD            PIC X(80).

        FD  RUNCTL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY RUNCREC.

        FD  AUTH-FILE
            LABEL RECORDS ARE STANDARD.
            COPY AUTHREC.

        WORKING-STORAGE SECTION.
        01 WS-AUDIT-STATUS   PIC XX VALUE '00'.
        01 WS-HIST-STATUS    PIC XX VALUE '00'.
        01 WS-PARM-STATUS    PIC XX VALUE '00'.
        01 WS-RCT-STATUS     PIC XX VALUE '00'.
        01 WS-AUTH-STATUS    PIC XX VALUE '00'.

        01 WS-AUDIT-EOF      PIC X VALUE 'N'.
        01 WS-HIST-EOF       PIC X VALUE 'N'.
        01 WS-RCT-EOF        PIC X VALUE 'N'.

        01 WS-RUN-DATE       PIC 9(8) VALUE 0.
        01 WS-RUN-TIME       PIC 9(8) VALUE 0.
        01 WS-OPERATOR-ID    PIC X(8) VALUE SPACES.
        01 WS-HAVE-DATE      PIC X VALUE 'N'.
        01 WS-HAVE-USER      PIC X VALUE 'N'.
        01 WS-APPROVER-ID    PIC X(8) VALUE SPACES.

        01 WS-AUTH-FUNC      PIC S9(4) COMP VALUE 1.
        01 WS-AUTH-REFUSED   PIC X VALUE 'N'.
        01 WS-AUTH-REASON    PIC X(30) VALUE SPACES.
        01 WS-AUTH-STAMP-FAIL PIC X VALUE 'N'.

        01 WS-RCT-PGM        PIC X(8) VALUE 'BACKOUT'.
        01 WS-RCT-TARGET     PIC 9(8) VALUE 0.
        01 WS-RCT-TARGET-R REDEFINES WS-RCT-TARGET.
            05 WS-RCT-PERIOD   PIC 9(6).
            05 WS-RCT-DAY      PIC 9(2).
        01 WS-RCT-REFUSED    PIC X VALUE 'N'.
        01 WS-RCT-REASON     PIC X(30) VALUE SPACES.
        01 WS-RCT-CLOSED     PIC X VALUE 'N'.
        01 WS-RCT-DAY-STATE  PIC X VALUE SPACE.
        01 WS-RCT-EVENT      PIC X VALUE SPACE.
        01 WS-RCT-OUTCOME    PIC X VALUE SPACE.
        01 WS-RCT-TIME       PIC 9(8) VALUE 0.

        01 WS-AUD-IN         PIC S9(9) COMP-3 VALUE 0.
        01 WS-AUD-MARKED     PIC S9(9) COMP-3 VALUE 0.
            05 BAK-TTL-DATE   PIC 9(8).
            05 FILLER         PIC X(14) VALUE ' REQUESTED BY '.
            05 BAK-TTL-USER   PIC X(8).
            05 FILLER         PIC X(13) VALUE ' APPROVED BY '.
            05 BAK-TTL-APPROVER PIC X(8).
            05 FILLER         PIC X(9)  VALUE SPACES.

        01 WS-BACK-COUNT-LINE.
            05 BAK-CNT-FILE   PIC X(8).
                'BACKOUT DATE OR OPERATOR ID MISSING - RUN REFUSED'.
            05 FILLER         PIC X(28) VALUE SPACES.

        01 WS-BACK-REFUSE-LINE.
            05 FILLER         PIC X(29)
                VALUE 'RUN REFUSED BY RUN CONTROL - '.
            05 BAK-REF-REASON PIC X(30).
            05 FILLER         PIC X(21) VALUE SPACES.

        01 WS-BACK-AUTH-REFUSE-LINE.
            05 FILLER         PIC X(30)
                VALUE 'RUN REFUSED BY DUAL CONTROL - '.
            05 BAK-AUTH-REASON PIC X(30).
            05 FILLER         PIC X(20) VALUE SPACES.

        01 WS-BACK-TRAILER-LINE.
            05 FILLER         PIC X(14)
                VALUE 'END OF BACKOUT'.
        0000-MAIN-LOGIC.
            PERFORM 1000-INITIALIZE
            IF WS-HAVE-DATE = 'Y' AND WS-HAVE-USER = 'Y'
                PERFORM 1900-CHECK-RUN-CONTROL
                IF WS-RCT-REFUSED = 'N'
                    PERFORM 1800-CHECK-DUAL-CONTROL
                END-IF
            END-IF
            IF WS-RCT-REFUSED = 'Y'
                PERFORM 8000-WRITE-REFUSAL-REPORT
            ELSE
                IF WS-HAVE-DATE = 'Y' AND WS-HAVE-USER = 'Y'
                    MOVE 'S' TO WS-RCT-EVENT
                    MOVE SPACE TO WS-RCT-OUTCOME
                    PERFORM 1970-WRITE-RUN-CONTROL
                    PERFORM 2000-REVERSE-DAY-HISTORY
                    PERFORM 3000-REVERSE-AUDIT-TRAIL
                    IF WS-HIST-MARKED > 0 OR WS-AUD-MARKED > 0
                        PERFORM 1850-STAMP-AUTH-USAGE
                    END-IF
                END-IF
                PERFORM 9000-TERMINATE
            END-IF
            STOP RUN.

        1000-INITIALIZE.
                        MOVE PARM-OPERATOR-ID TO WS-OPERATOR-ID
                        MOVE 'Y' TO WS-HAVE-USER
                    END-IF
                    MOVE PARM-APPROVER-ID TO WS-APPROVER-ID
            END-READ.
            CLOSE PARM-FILE.

        1800-CHECK-DUAL-CONTROL.
            MOVE SPACES TO WS-AUTH-REASON
            IF WS-APPROVER-ID = SPACES
                MOVE 'APPROVER ID MISSING' TO WS-AUTH-REASON
            ELSE
            IF WS-APPROVER-ID = WS-OPERATOR-ID
                MOVE 'APPROVER SAME AS REQUESTER' TO WS-AUTH-REASON
            ELSE
                OPEN INPUT AUTH-FILE
                IF WS-AUTH-STATUS NOT = '00'
                    DISPLAY 'UNABLE TO OPEN AUTHUSR - FILE STATUS '
                        WS-AUTH-STATUS
                    MOVE 'AUTH USER FILE NOT AVAILABLE'
                        TO WS-AUTH-REASON
                ELSE
                    PERFORM 1810-CHECK-REQUESTER
                    IF WS-AUTH-REASON = SPACES
                        PERFORM 1820-CHECK-APPROVER
                    END-IF
                    CLOSE AUTH-FILE
                END-IF
            END-IF
            END-IF.

            IF WS-AUTH-REASON NOT = SPACES
                MOVE 'Y' TO WS-AUTH-REFUSED
                MOVE 'Y' TO WS-RCT-REFUSED
                MOVE WS-AUTH-REASON TO WS-RCT-REASON
                DISPLAY 'RUN REFUSED BY DUAL CONTROL - ' WS-AUTH-REASON
            END-IF.

        1810-CHECK-REQUESTER.
            MOVE WS-OPERATOR-ID TO AUTH-USER-ID
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

        1820-CHECK-APPROVER.
            MOVE WS-APPROVER-ID TO AUTH-USER-ID
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

        1850-STAMP-AUTH-USAGE.
            OPEN I-O AUTH-FILE.
            IF WS-AUTH-STATUS NOT = '00'
                DISPLAY 'UNABLE TO UPDATE AUTHUSR - FILE STATUS '
                    WS-AUTH-STATUS
                MOVE 'Y' TO WS-AUTH-STAMP-FAIL
            ELSE
                MOVE WS-OPERATOR-ID TO AUTH-USER-ID
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
                END-READ
                MOVE WS-APPROVER-ID TO AUTH-USER-ID
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
                END-READ
                CLOSE AUTH-FILE
            END-IF.

        1900-CHECK-RUN-CONTROL.
            MOVE WS-BACKOUT-DATE TO WS-RCT-TARGET
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
                IF WS-RCT-CLOSED = 'Y'
                    MOVE 'Y' TO WS-RCT-REFUSED
                    MOVE 'PERIOD IS CLOSED' TO WS-RCT-REASON
                ELSE
                    IF WS-RCT-DAY-STATE = 'S'
                        MOVE 'Y' TO WS-RCT-REFUSED
                        MOVE 'TALLY RUN FOR DATE NEVER ENDED'
                            TO WS-RCT-REASON
                    END-IF
                END-IF
            END-IF.

            IF WS-RCT-REFUSED = 'Y'
                DISPLAY 'RUN REFUSED BY RUN CONTROL - ' WS-RCT-REASON
            END-IF.

        1910-APPLY-RUN-CONTROL-REC.
            IF RCT-PERIOD-CLOSE AND RCT-TARGET-PERIOD = WS-RCT-PERIOD
                MOVE 'Y' TO WS-RCT-CLOSED
            END-IF.
            IF RCT-PERIOD-REOPEN AND RCT-TARGET-PERIOD = WS-RCT-PERIOD
                MOVE 'N' TO WS-RCT-CLOSED
            END-IF.
            IF RCT-TARGET-DATE = WS-RCT-TARGET
                IF RCT-PROGRAM = 'SUMNUM'
                    IF RCT-RUN-START
                        MOVE 'S' TO WS-RCT-DAY-STATE
                    END-IF
                    IF RCT-RUN-END
                        IF RCT-OUTCOME-GOOD
                            MOVE 'P' TO WS-RCT-DAY-STATE
                        ELSE
                            MOVE 'F' TO WS-RCT-DAY-STATE
                        END-IF
                    END-IF
                END-IF
                IF RCT-PROGRAM = 'BACKOUT' AND RCT-RUN-END
                        AND RCT-OUTCOME-GOOD
                    MOVE 'B' TO WS-RCT-DAY-STATE
                END-IF
            END-IF.

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
                MOVE WS-BACKOUT-DATE TO RCT-TARGET-DATE
                MOVE WS-RCT-OUTCOME TO RCT-OUTCOME
                MOVE RETURN-CODE TO RCT-RETURN-CODE
                MOVE WS-RUN-DATE TO RCT-STAMP-DATE
                MOVE WS-RCT-TIME TO RCT-STAMP-TIME
                MOVE WS-OPERATOR-ID TO RCT-USER-ID
                MOVE WS-RCT-REASON TO RCT-REMARK
                WRITE RUN-CONTROL-RECORD
                CLOSE RUNCTL-FILE
            END-IF.

        1980-LOG-RUN-END.
            IF RETURN-CODE = 0
                MOVE 'G' TO WS-RCT-OUTCOME
            ELSE
                MOVE 'F' TO WS-RCT-OUTCOME
            END-IF
            MOVE 'E' TO WS-RCT-EVENT
            PERFORM 1970-WRITE-RUN-CONTROL.

        1700-WRITE-AUD-FAIL-REPORT.
            MOVE WS-AUDIT-STATUS TO BAK-FAIL-STATUS
            MOVE WS-BACK-AUD-FAIL-LINE TO BACK-RECORD
                    WS-HIST-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1750-WRITE-HIST-FAIL-REPORT
                PERFORM 1980-LOG-RUN-END
                STOP RUN
            END-IF.

                    WS-AUDIT-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1700-WRITE-AUD-FAIL-REPORT
                PERFORM 1980-LOG-RUN-END
                STOP RUN
            END-IF.

                    AND AUD-POSTED-ENTRY
                MOVE 'R' TO AUD-REVERSAL-FLAG
                MOVE WS-OPERATOR-ID TO AUD-BACKOUT-USER
                MOVE WS-APPROVER-ID TO AUD-APPROVER-USER
                ADD 1 TO WS-AUD-MARKED
                ADD AUD-RECORDS-PROCESSED TO WS-REV-RECORDS
                ADD AUD-FINAL-TOTAL TO WS-REV-UNITS
            MOVE 'N' TO AUD-CAPACITY-FLAG
            MOVE 'V' TO AUD-REVERSAL-FLAG
            MOVE WS-OPERATOR-ID TO AUD-BACKOUT-USER
            MOVE WS-APPROVER-ID TO AUD-APPROVER-USER
            MOVE AUDIT-RECORD TO AUDNEW-RECORD
            WRITE AUDNEW-RECORD.

        8000-WRITE-REFUSAL-REPORT.
            MOVE WS-RUN-DATE TO BAK-HDR-DATE
            MOVE WS-BACK-HEADER-LINE TO BACK-RECORD
            WRITE BACK-RECORD.

            MOVE WS-BACKOUT-DATE TO BAK-TTL-DATE
            MOVE WS-OPERATOR-ID TO BAK-TTL-USER
            MOVE WS-APPROVER-ID TO BAK-TTL-APPROVER
            MOVE WS-BACK-TITLE-LINE TO BACK-RECORD
            WRITE BACK-RECORD.

            IF WS-AUTH-REFUSED = 'Y'
                MOVE WS-AUTH-REASON TO BAK-AUTH-REASON
                MOVE WS-BACK-AUTH-REFUSE-LINE TO BACK-RECORD
            ELSE
                MOVE WS-RCT-REASON TO BAK-REF-REASON
                MOVE WS-BACK-REFUSE-LINE TO BACK-RECORD
            END-IF
            WRITE BACK-RECORD.

            MOVE WS-BACK-TRAILER-LINE TO BACK-RECORD
            WRITE BACK-RECORD.

            CLOSE BACK-FILE.

            MOVE 8 TO RETURN-CODE.
            MOVE 'X' TO WS-RCT-EVENT
            MOVE 'F' TO WS-RCT-OUTCOME
            PERFORM 1970-WRITE-RUN-CONTROL.
            DISPLAY 'Backout refused - live files untouched'.

        9000-TERMINATE.
            MOVE WS-RUN-DATE TO BAK-HDR-DATE
            MOVE WS-BACK-HEADER-LINE TO BACK-RECORD

            MOVE WS-BACKOUT-DATE TO BAK-TTL-DATE
            MOVE WS-OPERATOR-ID TO BAK-TTL-USER
            MOVE WS-APPROVER-ID TO BAK-TTL-APPROVER
            MOVE WS-BACK-TITLE-LINE TO BACK-RECORD
            WRITE BACK-RECORD.

                END-IF
            END-IF.

            IF WS-HAVE-DATE = 'Y' AND WS-HAVE-USER = 'Y'
                PERFORM 1980-LOG-RUN-END
            END-IF.

            IF WS-AUTH-STAMP-FAIL = 'Y' AND RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF.

            DISPLAY 'Backout date: ' WS-BACKOUT-DATE
            DISPLAY 'History records reversed: ' WS-HIST-MARKED
            DISPLAY 'Audit records reversed: ' WS-AUD-MARKED
