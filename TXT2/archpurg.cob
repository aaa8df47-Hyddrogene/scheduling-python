            SELECT ARC-FILE ASSIGN TO 'ARCRPT'
                ORGANIZATION IS SEQUENTIAL.

            SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RCT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  AUDIT-FILE

        FD  AUDARCH-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS.
        01  AUDARCH-RECORD         PIC X(48).

        FD  DAYARCH-FILE
            LABEL RECORDS ARE STANDARD

        FD  AUDNEW-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 48 CHARACTERS.
        01  AUDNEW-RECORD          PIC X(48).

        FD  DAYHNEW-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  ARC-RECORD             PIC X(80).

        FD  RUNCTL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY RUNCREC.

        WORKING-STORAGE SECTION.
        01 WS-AUDIT-STATUS   PIC XX VALUE '00'.
        01 WS-HIST-STATUS    PIC XX VALUE '00'.
        01 WS-CKPT-STATUS    PIC XX VALUE '00'.
        01 WS-PARM-STATUS    PIC XX VALUE '00'.
        01 WS-RCT-STATUS     PIC XX VALUE '00'.

        01 WS-AUDIT-EOF      PIC X VALUE 'N'.
        01 WS-HIST-EOF       PIC X VALUE 'N'.
        01 WS-CKPT-EOF       PIC X VALUE 'N'.
        01 WS-RCT-EOF        PIC X VALUE 'N'.

        01 WS-RUN-DATE       PIC 9(8) VALUE 0.
        01 WS-CUTOFF-DATE    PIC 9(8) VALUE 0.
        01 WS-HAVE-CUTOFF    PIC X VALUE 'N'.
        01 WS-CKPT-OPEN      PIC X VALUE 'N'.

        01 WS-RCT-PGM        PIC X(8) VALUE 'ARCHPURG'.
        01 WS-RCT-REFUSED    PIC X VALUE 'N'.
        01 WS-RCT-REASON     PIC X(30) VALUE SPACES.
        01 WS-RCT-EVENT      PIC X VALUE SPACE.
        01 WS-RCT-OUTCOME    PIC X VALUE SPACE.
        01 WS-RCT-TIME       PIC 9(8) VALUE 0.
        01 WS-RCT-PER-MAX    PIC S9(4) COMP VALUE 120.
        01 WS-RCT-PER-COUNT  PIC S9(4) COMP VALUE 0.
        01 WS-RCT-PER-IDX    PIC S9(4) COMP VALUE 0.
        01 WS-RCT-PER-FOUND  PIC X VALUE 'N'.
        01 WS-RCT-PER-FULL   PIC X VALUE 'N'.
        01 WS-RCT-PER-SLOT   PIC S9(4) COMP VALUE 0.

        01 WS-RCT-PER-TABLE.
            05 WS-RCT-PER-ENTRY OCCURS 120 TIMES.
                10 WS-RCT-PER-PERIOD  PIC 9(6).
                10 WS-RCT-PER-STATE   PIC X.
                10 WS-RCT-PER-POSTED  PIC X.

        01 WS-RCT-PER-REASON.
            05 FILLER           PIC X(7)  VALUE 'PERIOD '.
            05 WS-RCT-PER-OPEN  PIC 9(6).
            05 FILLER           PIC X(17) VALUE ' NOT CLOSED'.

        01 WS-HIST-IN        PIC S9(9) COMP-3 VALUE 0.
        01 WS-HIST-ARCH      PIC S9(9) COMP-3 VALUE 0.
        01 WS-HIST-KEPT      PIC S9(9) COMP-3 VALUE 0.
                'NO CUTOFF DATE ON SYSIN - PURGE REFUSED'.
            05 FILLER         PIC X(32) VALUE SPACES.

        01 WS-ARC-REFUSE-LINE.
            05 FILLER         PIC X(29)
                VALUE 'RUN REFUSED BY RUN CONTROL - '.
            05 ARC-REF-REASON PIC X(30).
            05 FILLER         PIC X(21) VALUE SPACES.

        01 WS-ARC-HOLDFULL-LINE.
            05 FILLER         PIC X(52) VALUE
                'HOLD TABLE FULL - UNTRACKED OLD DATES RETAINED'.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-LOAD-HOLD-TABLE
            IF WS-CKPT-OPEN = 'Y' OR WS-HAVE-CUTOFF = 'N'
                    OR WS-RCT-REFUSED = 'Y'
                PERFORM 8000-WRITE-REFUSAL-REPORT
            ELSE
                PERFORM 3000-SPLIT-DAY-HISTORY

            PERFORM 1100-CHECK-CHECKPOINTS.

            IF WS-HAVE-CUTOFF = 'Y'
                PERFORM 1900-CHECK-RUN-CONTROL
            END-IF.

            IF WS-CKPT-OPEN = 'N' AND WS-HAVE-CUTOFF = 'Y'
                    AND WS-RCT-REFUSED = 'N'
                MOVE 'S' TO WS-RCT-EVENT
                MOVE SPACE TO WS-RCT-OUTCOME
                PERFORM 1970-WRITE-RUN-CONTROL
            END-IF.

        1050-READ-PARM-CARD.
            READ PARM-FILE
                AT END
                    WS-CKPT-STATUS ' - NO OPEN RUNS ASSUMED'
            END-IF.

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
                PERFORM VARYING WS-RCT-PER-IDX FROM 1 BY 1
                        UNTIL WS-RCT-PER-IDX > WS-RCT-PER-COUNT
                           OR WS-RCT-REFUSED = 'Y'
                    IF WS-RCT-PER-POSTED (WS-RCT-PER-IDX) = 'Y'
                            AND WS-RCT-PER-STATE (WS-RCT-PER-IDX)
                                NOT = 'C'
                        MOVE 'Y' TO WS-RCT-REFUSED
                        MOVE WS-RCT-PER-PERIOD (WS-RCT-PER-IDX)
                            TO WS-RCT-PER-OPEN
                        MOVE WS-RCT-PER-REASON TO WS-RCT-REASON
                    END-IF
                END-PERFORM
            END-IF.

            IF WS-RCT-REFUSED = 'Y'
                DISPLAY 'RUN REFUSED BY RUN CONTROL - ' WS-RCT-REASON
            END-IF.

        1910-APPLY-RUN-CONTROL-REC.
            IF RCT-PERIOD-CLOSE OR RCT-PERIOD-REOPEN
                PERFORM 1920-FIND-PERIOD-SLOT
                IF WS-RCT-PER-SLOT > 0
                    MOVE RCT-EVENT
                        TO WS-RCT-PER-STATE (WS-RCT-PER-SLOT)
                END-IF
            END-IF.
            IF RCT-PROGRAM = 'SUMNUM' AND RCT-RUN-END
                    AND RCT-OUTCOME-GOOD
                    AND RCT-TARGET-DATE > 0
                    AND RCT-TARGET-DATE < WS-CUTOFF-DATE
                PERFORM 1920-FIND-PERIOD-SLOT
                IF WS-RCT-PER-SLOT > 0
                    MOVE 'Y' TO WS-RCT-PER-POSTED (WS-RCT-PER-SLOT)
                END-IF
            END-IF.

        1920-FIND-PERIOD-SLOT.
            MOVE 'N' TO WS-RCT-PER-FOUND
            MOVE 0 TO WS-RCT-PER-SLOT
            PERFORM VARYING WS-RCT-PER-IDX FROM 1 BY 1
                    UNTIL WS-RCT-PER-IDX > WS-RCT-PER-COUNT
                       OR WS-RCT-PER-FOUND = 'Y'
                IF WS-RCT-PER-PERIOD (WS-RCT-PER-IDX)
                        = RCT-TARGET-PERIOD
                    MOVE 'Y' TO WS-RCT-PER-FOUND
                    MOVE WS-RCT-PER-IDX TO WS-RCT-PER-SLOT
                END-IF
            END-PERFORM.
            IF WS-RCT-PER-FOUND = 'N'
                IF WS-RCT-PER-COUNT < WS-RCT-PER-MAX
                    ADD 1 TO WS-RCT-PER-COUNT
                    MOVE WS-RCT-PER-COUNT TO WS-RCT-PER-SLOT
                    MOVE RCT-TARGET-PERIOD
                        TO WS-RCT-PER-PERIOD (WS-RCT-PER-SLOT)
                    MOVE 'O' TO WS-RCT-PER-STATE (WS-RCT-PER-SLOT)
                    MOVE 'N' TO WS-RCT-PER-POSTED (WS-RCT-PER-SLOT)
                ELSE
                    IF WS-RCT-PER-FULL = 'N'
                        MOVE 'Y' TO WS-RCT-PER-FULL
                        MOVE 'Y' TO WS-RCT-REFUSED
                        MOVE 'RUN CONTROL PERIOD TABLE FULL'
                            TO WS-RCT-REASON
                    END-IF
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
                MOVE WS-CUTOFF-DATE TO RCT-TARGET-DATE
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

        2000-LOAD-HOLD-TABLE.
            OPEN INPUT DAYHIST-FILE.
            IF WS-HIST-STATUS NOT = '00'
                    WS-HIST-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1700-WRITE-HIST-FAIL-REPORT
                PERFORM 1980-LOG-RUN-END
                STOP RUN
            END-IF.

                    WS-HIST-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1700-WRITE-HIST-FAIL-REPORT
                PERFORM 1980-LOG-RUN-END
                STOP RUN
            END-IF.

                    WS-AUDIT-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1750-WRITE-AUD-FAIL-REPORT
                PERFORM 1980-LOG-RUN-END
                STOP RUN
            END-IF.

                MOVE WS-ARC-CKPT-LINE TO ARC-RECORD
                WRITE ARC-RECORD
            END-IF.
            IF WS-RCT-REFUSED = 'Y'
                MOVE WS-RCT-REASON TO ARC-REF-REASON
                MOVE WS-ARC-REFUSE-LINE TO ARC-RECORD
                WRITE ARC-RECORD
            END-IF.

            MOVE WS-ARC-TRAILER-LINE TO ARC-RECORD
            WRITE ARC-RECORD.
            CLOSE ARC-FILE.

            MOVE 8 TO RETURN-CODE.
            MOVE 'X' TO WS-RCT-EVENT
            MOVE 'F' TO WS-RCT-OUTCOME
            PERFORM 1970-WRITE-RUN-CONTROL.
            DISPLAY 'Purge refused - live files untouched'.

        9000-TERMINATE.
            DISPLAY 'Audit archived: ' WS-AUD-ARCH
            DISPLAY 'Audit retained: ' WS-AUD-KEPT
            DISPLAY 'Records held for rejects: ' WS-HELD-RECS.

            PERFORM 1980-LOG-RUN-END.
