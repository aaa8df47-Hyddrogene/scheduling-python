            SELECT ADJEXT-FILE ASSIGN TO 'ADJEXTR'
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
        FD  REJECT-FILE
        01  PARM-CARD.
            05 PARM-CORR-DATE      PIC X(8).
            05 PARM-MAX-UNITS      PIC X(7).
            05 FILLER              PIC X(1).
            05 PARM-REQUESTER-ID   PIC X(8).
            05 FILLER              PIC X(1).
            05 PARM-APPROVER-ID    PIC X(8).
            05 FILLER              PIC X(47).

        FD  SUPP-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 40 CHARACTERS.
            COPY EXTREC.

        FD  RUNCTL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY RUNCREC.

        FD  AUTH-FILE
            LABEL RECORDS ARE STANDARD.
            COPY AUTHREC.

        WORKING-STORAGE SECTION.
        01 WS-REJ-STATUS     PIC XX VALUE '00'.
        01 WS-CORR-STATUS    PIC XX VALUE '00'.
        01 WS-AUDIT-EOF      PIC X VALUE 'N'.
        01 WS-HIST-STATUS    PIC XX VALUE '00'.
        01 WS-HIST-EOF       PIC X VALUE 'N'.
        01 WS-RCT-STATUS     PIC XX VALUE '00'.
        01 WS-RCT-EOF        PIC X VALUE 'N'.
        01 WS-AUTH-STATUS    PIC XX VALUE '00'.

        01 WS-RUN-DATE       PIC 9(8) VALUE 0.
        01 WS-CORR-DATE      PIC 9(8) VALUE 0.
        01 WS-MAX-UNITS      PIC S9(7) COMP-3 VALUE 500.
        01 WS-REQUESTER-ID   PIC X(8) VALUE SPACES.
        01 WS-APPROVER-ID    PIC X(8) VALUE SPACES.

        01 WS-AUTH-FUNC      PIC S9(4) COMP VALUE 3.
        01 WS-AUTH-REFUSED   PIC X VALUE 'N'.
        01 WS-AUTH-REASON    PIC X(30) VALUE SPACES.
        01 WS-AUTH-STAMP-FAIL PIC X VALUE 'N'.

        01 WS-RCT-PGM        PIC X(8) VALUE 'CORRREJ'.
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

        01 WS-REJ-READ       PIC S9(9) COMP-3 VALUE 0.
        01 WS-APPLIED-COUNT  PIC S9(9) COMP-3 VALUE 0.
            05 SUP-TTL-DATE   PIC 9(8).
            05 FILLER         PIC X(34) VALUE SPACES.

        01 WS-SUP-AUTH-LINE.
            05 FILLER         PIC X(13) VALUE 'REQUESTED BY '.
            05 SUP-AUT-REQUESTER PIC X(8).
            05 FILLER         PIC X(13) VALUE ' APPROVED BY '.
            05 SUP-AUT-APPROVER  PIC X(8).
            05 FILLER         PIC X(38) VALUE SPACES.

        01 WS-SUP-DETAIL-LINE.
            05 SUP-DTL-JOB-ID    PIC X(8).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 SUP-FAIL-STATUS PIC XX.
            05 FILLER          PIC X(40) VALUE SPACES.

        01 WS-SUP-REFUSE-LINE.
            05 FILLER         PIC X(29)
                VALUE 'RUN REFUSED BY RUN CONTROL - '.
            05 SUP-REF-REASON PIC X(30).
            05 FILLER         PIC X(21) VALUE SPACES.

        01 WS-SUP-AUTH-REFUSE-LINE.
            05 FILLER         PIC X(30)
                VALUE 'RUN REFUSED BY DUAL CONTROL - '.
            05 SUP-AUTH-REASON PIC X(30).
            05 FILLER         PIC X(20) VALUE SPACES.

        PROCEDURE DIVISION.
        0000-MAIN-LOGIC.
            PERFORM 1000-INITIALIZE
                PERFORM 1050-READ-PARM-CARD
            END-IF.

            PERFORM 1900-CHECK-RUN-CONTROL.
            IF WS-RCT-REFUSED = 'N'
                PERFORM 1800-CHECK-DUAL-CONTROL
            END-IF.
            IF WS-RCT-REFUSED = 'Y'
                PERFORM 1960-WRITE-REFUSAL-REPORT
                STOP RUN
            END-IF.

            MOVE 'S' TO WS-RCT-EVENT
            MOVE SPACE TO WS-RCT-OUTCOME
            PERFORM 1970-WRITE-RUN-CONTROL.

            PERFORM 1100-LOAD-CORRECTION-CARDS.

            OPEN INPUT REJECT-FILE.
                    WS-REJ-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1700-WRITE-REJ-FAIL-REPORT
                PERFORM 1980-LOG-RUN-END
                STOP RUN
            END-IF.

            MOVE WS-SUP-TITLE-LINE TO SUPP-RECORD.
            WRITE SUPP-RECORD.

            MOVE WS-REQUESTER-ID TO SUP-AUT-REQUESTER.
            MOVE WS-APPROVER-ID TO SUP-AUT-APPROVER.
            MOVE WS-SUP-AUTH-LINE TO SUPP-RECORD.
            WRITE SUPP-RECORD.

        1050-READ-PARM-CARD.
            READ PARM-FILE
                AT END
                            AND PARM-MAX-UNITS > '0000000'
                        MOVE PARM-MAX-UNITS TO WS-MAX-UNITS
                    END-IF
                    MOVE PARM-REQUESTER-ID TO WS-REQUESTER-ID
                    MOVE PARM-APPROVER-ID TO WS-APPROVER-ID
            END-READ.
            CLOSE PARM-FILE.


            CLOSE SUPP-FILE.

        1800-CHECK-DUAL-CONTROL.
            MOVE SPACES TO WS-AUTH-REASON
            IF WS-REQUESTER-ID = SPACES OR WS-APPROVER-ID = SPACES
                MOVE 'REQUESTER OR APPROVER MISSING' TO WS-AUTH-REASON
            ELSE
            IF WS-REQUESTER-ID = WS-APPROVER-ID
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
            END-IF.

        1810-CHECK-REQUESTER.
            MOVE WS-REQUESTER-ID TO AUTH-USER-ID
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
                MOVE WS-REQUESTER-ID TO AUTH-USER-ID
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
            MOVE WS-CORR-DATE TO WS-RCT-TARGET
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
                PERFORM 1920-EDIT-DAY-STATE
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

        1920-EDIT-DAY-STATE.
            IF WS-RCT-CLOSED = 'Y'
                MOVE 'Y' TO WS-RCT-REFUSED
                MOVE 'PERIOD IS CLOSED' TO WS-RCT-REASON
            ELSE
                IF WS-RCT-DAY-STATE = SPACE
                    MOVE 'Y' TO WS-RCT-REFUSED
                    MOVE 'NO TALLY RUN RECORDED FOR DATE'
                        TO WS-RCT-REASON
                END-IF
                IF WS-RCT-DAY-STATE = 'S'
                    MOVE 'Y' TO WS-RCT-REFUSED
                    MOVE 'TALLY RUN FOR DATE NEVER ENDED'
                        TO WS-RCT-REASON
                END-IF
                IF WS-RCT-DAY-STATE = 'F'
                    MOVE 'Y' TO WS-RCT-REFUSED
                    MOVE 'LAST TALLY RUN FOR DATE FAILED'
                        TO WS-RCT-REASON
                END-IF
                IF WS-RCT-DAY-STATE = 'B'
                    MOVE 'Y' TO WS-RCT-REFUSED
                    MOVE 'DATE BACKED OUT - NOT RERUN'
                        TO WS-RCT-REASON
                END-IF
            END-IF.

        1960-WRITE-REFUSAL-REPORT.
            MOVE WS-RUN-DATE TO SUP-HDR-DATE
            MOVE WS-SUP-HEADER-LINE TO SUPP-RECORD
            OPEN OUTPUT SUPP-FILE
            WRITE SUPP-RECORD

            MOVE WS-CORR-DATE TO SUP-TTL-DATE
            MOVE WS-SUP-TITLE-LINE TO SUPP-RECORD
            WRITE SUPP-RECORD

            MOVE WS-REQUESTER-ID TO SUP-AUT-REQUESTER
            MOVE WS-APPROVER-ID TO SUP-AUT-APPROVER
            MOVE WS-SUP-AUTH-LINE TO SUPP-RECORD
            WRITE SUPP-RECORD

            IF WS-AUTH-REFUSED = 'Y'
                MOVE WS-AUTH-REASON TO SUP-AUTH-REASON
                MOVE WS-SUP-AUTH-REFUSE-LINE TO SUPP-RECORD
            ELSE
                MOVE WS-RCT-REASON TO SUP-REF-REASON
                MOVE WS-SUP-REFUSE-LINE TO SUPP-RECORD
            END-IF
            WRITE SUPP-RECORD

            MOVE WS-SUP-TRAILER-LINE TO SUPP-RECORD
            WRITE SUPP-RECORD

            CLOSE SUPP-FILE.

            MOVE 16 TO RETURN-CODE.
            IF WS-AUTH-REFUSED = 'Y'
                DISPLAY 'RUN REFUSED BY DUAL CONTROL - ' WS-AUTH-REASON
            ELSE
                DISPLAY 'RUN REFUSED BY RUN CONTROL - ' WS-RCT-REASON
            END-IF.
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
                MOVE WS-CORR-DATE TO RCT-TARGET-DATE
                MOVE WS-RCT-OUTCOME TO RCT-OUTCOME
                MOVE RETURN-CODE TO RCT-RETURN-CODE
                MOVE WS-RUN-DATE TO RCT-STAMP-DATE
                MOVE WS-RCT-TIME TO RCT-STAMP-TIME
                MOVE WS-REQUESTER-ID TO RCT-USER-ID
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

        2000-PROCESS-REJECTS.
            PERFORM UNTIL WS-REJ-EOF = 'Y'
                READ REJECT-FILE
            MOVE 'H' TO EXT-HDR-REC-TYPE
            MOVE WS-CORR-DATE TO EXT-HDR-RUN-DATE
            MOVE 'A' TO EXT-HDR-FEED-TYPE
            MOVE WS-REQUESTER-ID TO EXT-HDR-REQUESTER
            MOVE WS-APPROVER-ID TO EXT-HDR-APPROVER
            WRITE EXTRACT-HEADER-RECORD.

            MOVE 0 TO WS-EXT-COUNT.

            CLOSE SUPP-FILE.

            IF WS-APPLIED-COUNT > 0
                PERFORM 1850-STAMP-AUTH-USAGE
            END-IF.

            IF WS-BASE-FOUND = 'N'
                MOVE 8 TO RETURN-CODE
            ELSE
                END-IF
            END-IF.

            IF WS-AUTH-STAMP-FAIL = 'Y' AND RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF.

            DISPLAY 'Rejects read: ' WS-REJ-READ
            DISPLAY 'Corrections applied: ' WS-APPLIED-COUNT
            DISPLAY 'Corrections invalid: ' WS-INVALID-COUNT
                DISPLAY 'NO CORRECTIONS APPLIED - '
                    'DAILY HISTORY LEFT UNCHANGED'
            END-IF.

            PERFORM 1980-LOG-RUN-END.
