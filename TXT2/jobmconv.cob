        IDENTIFICATION DIVISION.
        PROGRAM-ID. JobMasterConvert.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MSTROLD-FILE ASSIGN TO 'MSTROLD'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-MSTROLD-STATUS.

            SELECT JOBM-FILE ASSIGN TO 'JOBMSTR'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS JOBM-JOB-ID
                FILE STATUS IS WS-JOBM-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  MSTROLD-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 40 CHARACTERS.
        01  MSTROLD-RECORD         PIC X(40).

        FD  JOBM-FILE
            LABEL RECORDS ARE STANDARD.
            COPY JOBMREC.

        WORKING-STORAGE SECTION.
        01 WS-MSTROLD-STATUS PIC XX VALUE '00'.
        01 WS-JOBM-STATUS    PIC XX VALUE '00'.
        01 WS-MSTROLD-EOF    PIC X VALUE 'N'.
        01 WS-RECORDS-IN     PIC S9(9) COMP-3 VALUE 0.
        01 WS-RECORDS-OUT    PIC S9(9) COMP-3 VALUE 0.
        01 WS-RECORDS-DUP    PIC S9(9) COMP-3 VALUE 0.

        PROCEDURE DIVISION.
        0000-MAIN-LOGIC.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-CONVERT-RECORDS
            PERFORM 9000-TERMINATE
            STOP RUN.

        1000-INITIALIZE.
            OPEN INPUT MSTROLD-FILE.
            IF WS-MSTROLD-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN MSTROLD - FILE STATUS '
                    WS-MSTROLD-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT JOBM-FILE.
            IF WS-JOBM-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN JOBMSTR - FILE STATUS '
                    WS-JOBM-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        2000-CONVERT-RECORDS.
            PERFORM UNTIL WS-MSTROLD-EOF = 'Y'
                READ MSTROLD-FILE
                    AT END
                        MOVE 'Y' TO WS-MSTROLD-EOF
                    NOT AT END
                        ADD 1 TO WS-RECORDS-IN
                        PERFORM 2100-WRITE-KEYED-RECORD
                END-READ
            END-PERFORM.

        2100-WRITE-KEYED-RECORD.
            MOVE MSTROLD-RECORD TO JOB-MASTER-RECORD
            WRITE JOB-MASTER-RECORD
                INVALID KEY
                    ADD 1 TO WS-RECORDS-DUP
                    DISPLAY 'DUPLICATE JOB ID DROPPED: ' JOBM-JOB-ID
                NOT INVALID KEY
                    ADD 1 TO WS-RECORDS-OUT
            END-WRITE.

        9000-TERMINATE.
            CLOSE MSTROLD-FILE.
            CLOSE JOBM-FILE.
            IF WS-RECORDS-IN = WS-RECORDS-OUT
                MOVE 0 TO RETURN-CODE
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF.
            DISPLAY 'Master records read: ' WS-RECORDS-IN
            DISPLAY 'Master records written: ' WS-RECORDS-OUT
            DISPLAY 'Duplicate job IDs dropped: ' WS-RECORDS-DUP.
