        IDENTIFICATION DIVISION.
        PROGRAM-ID. AuditApproverConvert.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT AUDOLD-FILE ASSIGN TO 'AUDOLD'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-AUDOLD-STATUS.

            SELECT AUDNEW-FILE ASSIGN TO 'AUDNEW'
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  AUDOLD-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 40 CHARACTERS.
        01  OLD-AUDIT-RECORD.
            05 AUDO-RUN-DATE           PIC 9(8).
            05 AUDO-RUN-TIME           PIC 9(8).
            05 AUDO-RECORDS-PROCESSED  PIC S9(9) COMP-3.
            05 AUDO-FINAL-TOTAL        PIC S9(9) COMP-3.
            05 AUDO-RETURN-CODE        PIC S9(4) COMP-3.
            05 AUDO-CAPACITY-FLAG      PIC X.
            05 AUDO-REVERSAL-FLAG      PIC X.
            05 AUDO-BACKOUT-USER       PIC X(8).
            05 FILLER                  PIC X(1).

        FD  AUDNEW-FILE
            LABEL RECORDS ARE STANDARD.
            COPY AUDREC.

        WORKING-STORAGE SECTION.
        01 WS-AUDOLD-STATUS  PIC XX VALUE '00'.
        01 WS-AUDOLD-EOF     PIC X VALUE 'N'.
        01 WS-RECORDS-IN     PIC S9(9) COMP-3 VALUE 0.
        01 WS-RECORDS-OUT    PIC S9(9) COMP-3 VALUE 0.
        01 WS-REVERSED-IN    PIC S9(9) COMP-3 VALUE 0.

        PROCEDURE DIVISION.
        0000-MAIN-LOGIC.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-CONVERT-RECORDS
            PERFORM 9000-TERMINATE
            STOP RUN.

        1000-INITIALIZE.
            OPEN INPUT AUDOLD-FILE.
            IF WS-AUDOLD-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN AUDOLD - FILE STATUS '
                    WS-AUDOLD-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT AUDNEW-FILE.

        2000-CONVERT-RECORDS.
            PERFORM UNTIL WS-AUDOLD-EOF = 'Y'
                READ AUDOLD-FILE
                    AT END
                        MOVE 'Y' TO WS-AUDOLD-EOF
                    NOT AT END
                        ADD 1 TO WS-RECORDS-IN
                        PERFORM 2100-WRITE-CONVERTED-RECORD
                END-READ
            END-PERFORM.

        2100-WRITE-CONVERTED-RECORD.
            MOVE SPACES TO AUDIT-RECORD
            MOVE AUDO-RUN-DATE TO AUD-RUN-DATE
            MOVE AUDO-RUN-TIME TO AUD-RUN-TIME
            MOVE AUDO-RECORDS-PROCESSED TO AUD-RECORDS-PROCESSED
            MOVE AUDO-FINAL-TOTAL TO AUD-FINAL-TOTAL
            MOVE AUDO-RETURN-CODE TO AUD-RETURN-CODE
            MOVE AUDO-CAPACITY-FLAG TO AUD-CAPACITY-FLAG
            MOVE AUDO-REVERSAL-FLAG TO AUD-REVERSAL-FLAG
            MOVE AUDO-BACKOUT-USER TO AUD-BACKOUT-USER
            MOVE SPACES TO AUD-APPROVER-USER
            IF NOT AUD-POSTED-ENTRY
                ADD 1 TO WS-REVERSED-IN
            END-IF
            WRITE AUDIT-RECORD
            ADD 1 TO WS-RECORDS-OUT.

        9000-TERMINATE.
            CLOSE AUDOLD-FILE.
            CLOSE AUDNEW-FILE.
            IF WS-RECORDS-IN = WS-RECORDS-OUT
                MOVE 0 TO RETURN-CODE
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF.
            DISPLAY 'Audit records read: ' WS-RECORDS-IN
            DISPLAY 'Audit records written: ' WS-RECORDS-OUT
            DISPLAY 'Reversal-marked records carried: ' WS-REVERSED-IN.
