        IDENTIFICATION DIVISION.
        PROGRAM-ID. SourceScorecard.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SRCHIST-FILE ASSIGN TO 'SRCHIST'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SRCH-STATUS.

            SELECT REJECT-FILE ASSIGN TO 'REJRPT'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-REJ-STATUS.

            SELECT PARM-FILE ASSIGN TO 'SYSIN'
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

            SELECT SORT-FILE ASSIGN TO 'SORTWK1'.

            SELECT SCORE-FILE ASSIGN TO 'SCORRPT'
                ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD  SRCHIST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY SRCHREC.

        FD  REJECT-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  REJ-IN-RECORD.
            05 REJ-IN-JOB-ID       PIC X(8).
            05 FILLER              PIC X(1).
            05 REJ-IN-JOB-DATE     PIC X(8).
            05 FILLER              PIC X(1).
            05 REJ-IN-RAW-COUNT    PIC X(7).
            05 FILLER              PIC X(1).
            05 REJ-IN-REASON-CODE  PIC X(2).
            05 FILLER              PIC X(1).
            05 REJ-IN-REASON-TEXT  PIC X(30).
            05 FILLER              PIC X(1).
            05 REJ-IN-SOURCE-CODE  PIC X(3).
            05 FILLER              PIC X(17).

        FD  PARM-FILE
            LABEL RECORDS ARE STANDARD.
        01  PARM-CARD.
            05 PARM-SCORE-MONTH    PIC X(6).
            05 FILLER              PIC X(74).

        SD  SORT-FILE.
        01  SORT-RECORD.
            05 SRT-SOURCE-CODE     PIC X(3).
            05 SRT-FEED-DATE       PIC 9(8).
            05 SRT-RUN-DATE        PIC 9(8).
            05 SRT-RUN-TIME        PIC 9(8).
            05 SRT-PERIOD          PIC 9.
            05 SRT-RECORDS-READ    PIC S9(9) COMP-3.
            05 SRT-REJECTS         PIC S9(9) COMP-3.
            05 SRT-DUPLICATES      PIC S9(9) COMP-3.
            05 SRT-TRAILER-FLAG    PIC X.
            05 SRT-CTL-BREAK-FLAG  PIC X.
            05 SRT-CNT-BREAK-FLAG  PIC X.
            05 SRT-RECONCILED-FLAG PIC X.

        FD  SCORE-FILE
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 80 CHARACTERS.
        01  SCORE-RECORD           PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-SRCH-STATUS    PIC XX VALUE '00'.
        01 WS-REJ-STATUS     PIC XX VALUE '00'.
        01 WS-PARM-STATUS    PIC XX VALUE '00'.

        01 WS-SRCH-EOF       PIC X VALUE 'N'.
        01 WS-REJ-EOF        PIC X VALUE 'N'.
        01 WS-SORT-EOF       PIC X VALUE 'N'.

        01 WS-RUN-DATE       PIC 9(8) VALUE 0.
        01 WS-MONTH-REM      PIC 9(2) VALUE 0.
        01 WS-SCORE-MONTH    PIC 9(6) VALUE 0.
        01 WS-SCORE-MONTH-R REDEFINES WS-SCORE-MONTH.
            05 WS-SCORE-YEAR   PIC 9(4).
            05 WS-SCORE-MON    PIC 9(2).
        01 WS-PRIOR-MONTH    PIC 9(6) VALUE 0.
        01 WS-PRIOR-MONTH-R REDEFINES WS-PRIOR-MONTH.
            05 WS-PRIOR-YEAR   PIC 9(4).
            05 WS-PRIOR-MON    PIC 9(2).

        01 WS-HIST-READ      PIC S9(9) COMP-3 VALUE 0.
        01 WS-HIST-USED      PIC S9(9) COMP-3 VALUE 0.
        01 WS-RERUNS         PIC S9(9) COMP-3 VALUE 0.
        01 WS-FEEDS-CURR     PIC S9(9) COMP-3 VALUE 0.
        01 WS-FEEDS-PRIOR    PIC S9(9) COMP-3 VALUE 0.
        01 WS-FEEDS-LOST     PIC S9(9) COMP-3 VALUE 0.

        01 WS-REJ-PRESENT    PIC X VALUE 'N'.
        01 WS-REJ-READ       PIC S9(9) COMP-3 VALUE 0.
        01 WS-REJ-UNMATCHED  PIC S9(9) COMP-3 VALUE 0.

        01 WS-PEND-SW        PIC X VALUE 'N'.
        01 WS-PEND-RECORD.
            05 WS-PEND-CODE        PIC X(3).
            05 WS-PEND-DATE        PIC 9(8).
            05 WS-PEND-RUN-DATE    PIC 9(8).
            05 WS-PEND-RUN-TIME    PIC 9(8).
            05 WS-PEND-PERIOD      PIC 9.
            05 WS-PEND-READ        PIC S9(9) COMP-3.
            05 WS-PEND-REJECTS     PIC S9(9) COMP-3.
            05 WS-PEND-DUPS        PIC S9(9) COMP-3.
            05 WS-PEND-TRL-FLAG    PIC X.
            05 WS-PEND-CTL-FLAG    PIC X.
            05 WS-PEND-CNT-FLAG    PIC X.
            05 WS-PEND-RCN-FLAG    PIC X.

        01 WS-SCD-MAX        PIC S9(4) COMP VALUE 50.
        01 WS-SCD-COUNT      PIC S9(4) COMP VALUE 0.
        01 WS-SCD-IDX        PIC S9(4) COMP VALUE 0.
        01 WS-SCD-SLOT       PIC S9(4) COMP VALUE 0.
        01 WS-SCD-FULL       PIC X VALUE 'N'.
        01 WS-SCD-LOOKUP     PIC X(3) VALUE SPACES.
        01 WS-PER            PIC S9(4) COMP VALUE 0.

        01 WS-SCD-TABLE.
            05 WS-SCD-ENTRY OCCURS 50 TIMES.
                10 WS-SCD-CODE          PIC X(3).
                10 WS-SCD-PERIOD OCCURS 2 TIMES.
                    15 WS-SCD-FEEDS     PIC S9(5) COMP-3.
                    15 WS-SCD-READ      PIC S9(11) COMP-3.
                    15 WS-SCD-REJECTS   PIC S9(11) COMP-3.
                    15 WS-SCD-DUPS      PIC S9(11) COMP-3.
                    15 WS-SCD-NO-TRL    PIC S9(5) COMP-3.
                    15 WS-SCD-CTL-BRK   PIC S9(5) COMP-3.
                    15 WS-SCD-CNT-BRK   PIC S9(5) COMP-3.
                    15 WS-SCD-UNRECON   PIC S9(5) COMP-3.
                    15 WS-SCD-REJ-RATE  PIC S9(3)V99 COMP-3.
                    15 WS-SCD-DUP-RATE  PIC S9(3)V99 COMP-3.
                10 WS-SCD-RSN-COUNT OCCURS 8 TIMES
                                        PIC S9(9) COMP-3.

        01 WS-RANK-IDX       PIC S9(4) COMP VALUE 0.
        01 WS-RANK-IDX2      PIC S9(4) COMP VALUE 0.
        01 WS-RANK-NUMBER    PIC S9(4) COMP VALUE 0.
        01 WS-RANK-A         PIC S9(4) COMP VALUE 0.
        01 WS-RANK-B         PIC S9(4) COMP VALUE 0.
        01 WS-SWAP-SW        PIC X VALUE 'N'.
        01 WS-RANK-TABLE.
            05 WS-RANK-SLOT OCCURS 50 TIMES PIC S9(4) COMP.

        01 WS-RSN-IDX        PIC S9(4) COMP VALUE 0.
        01 WS-RSN-FOUND      PIC X VALUE 'N'.
        01 WS-RSN-HIGH       PIC S9(4) COMP VALUE 0.
        01 WS-RSN-COUNT-USED PIC S9(4) COMP VALUE 0.
        01 WS-RSN-TABLE.
            05 WS-RSN-ENTRY OCCURS 8 TIMES.
                10 WS-RSN-CODE       PIC X(2).
                10 WS-RSN-TEXT       PIC X(30).
                10 WS-RSN-TOP-COUNT  PIC S9(9) COMP-3.

        01 WS-SCR-HEADER-LINE.
            05 FILLER         PIC X(10) VALUE 'RUN DATE: '.
            05 SCR-HDR-DATE   PIC 9(8).
            05 FILLER         PIC X(8)  VALUE ' PGM: '.
            05 SCR-HDR-PGM    PIC X(20) VALUE 'SourceScorecard'.
            05 FILLER         PIC X(34) VALUE SPACES.

        01 WS-SCR-TITLE-LINE.
            05 FILLER         PIC X(34)
                VALUE 'SOURCE FEED QUALITY SCORECARD FOR '.
            05 SCR-TTL-MONTH  PIC 9(6).
            05 FILLER         PIC X(15) VALUE ' - PRIOR MONTH '.
            05 SCR-TTL-PRIOR  PIC 9(6).
            05 FILLER         PIC X(19) VALUE SPACES.

        01 WS-SCR-COLHDR-LINE.
            05 FILLER         PIC X(2)  VALUE 'RK'.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 FILLER         PIC X(3)  VALUE 'SRC'.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 FILLER         PIC X(5)  VALUE 'FEEDS'.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 FILLER         PIC X(11) VALUE '       READ'.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 FILLER         PIC X(6)  VALUE '  REJ%'.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 FILLER         PIC X(6)  VALUE '  DUP%'.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 FILLER         PIC X(5)  VALUE 'NOTRL'.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 FILLER         PIC X(6)  VALUE 'CTLBRK'.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 FILLER         PIC X(6)  VALUE 'CNTBRK'.
            05 FILLER         PIC X(1)  VALUE SPACE.
            05 FILLER         PIC X(9)  VALUE 'TREND'.
            05 FILLER         PIC X(12) VALUE SPACES.

        01 WS-SCR-DETAIL-LINE.
            05 SCR-DTL-RANK      PIC ZZ.
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 SCR-DTL-CODE      PIC X(3).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 SCR-DTL-FEEDS     PIC ZZZZ9.
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 SCR-DTL-READ      PIC Z(10)9.
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 SCR-DTL-REJ-PCT   PIC ZZ9.99.
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 SCR-DTL-DUP-PCT   PIC ZZ9.99.
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 SCR-DTL-NO-TRL    PIC ZZZZ9.
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 SCR-DTL-CTL-BRK   PIC ZZZZZ9.
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 SCR-DTL-CNT-BRK   PIC ZZZZZ9.
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 SCR-DTL-TREND     PIC X(9).
            05 FILLER            PIC X(12) VALUE SPACES.

        01 WS-SCR-PRIOR-LINE.
            05 FILLER            PIC X(6)  VALUE ' PRIOR'.
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 SCR-PRV-FEEDS     PIC ZZZZ9.
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 SCR-PRV-READ      PIC Z(10)9.
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 SCR-PRV-REJ-PCT   PIC ZZ9.99.
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 SCR-PRV-DUP-PCT   PIC ZZ9.99.
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 SCR-PRV-NO-TRL    PIC ZZZZ9.
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 SCR-PRV-CTL-BRK   PIC ZZZZZ9.
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 SCR-PRV-CNT-BRK   PIC ZZZZZ9.
            05 FILLER            PIC X(22) VALUE SPACES.

        01 WS-SCR-UNRECON-LINE.
            05 FILLER            PIC X(7)  VALUE SPACES.
            05 FILLER            PIC X(46) VALUE
                'FEEDS NOT RECONCILED (RESUMED OR PARTIAL RUN):'.
            05 SCR-URC-COUNT     PIC ZZZZ9.
            05 FILLER            PIC X(22) VALUE SPACES.

        01 WS-SCR-REASON-LINE.
            05 FILLER            PIC X(7)  VALUE SPACES.
            05 FILLER            PIC X(11) VALUE 'TOP REASON '.
            05 SCR-RSN-CODE      PIC X(2).
            05 FILLER            PIC X(1)  VALUE SPACE.
            05 SCR-RSN-TEXT      PIC X(30).
            05 FILLER            PIC X(10) VALUE ' REJECTS: '.
            05 SCR-RSN-COUNT     PIC Z(8)9.
            05 FILLER            PIC X(10) VALUE SPACES.

        01 WS-SCR-EMPTY-LINE.
            05 FILLER            PIC X(48) VALUE
                'NO SOURCE HISTORY FOR THE SCORECARD MONTHS'.
            05 FILLER            PIC X(32) VALUE SPACES.

        01 WS-SCR-HIST-LINE.
            05 FILLER            PIC X(22)
                VALUE 'HISTORY RECORDS READ: '.
            05 SCR-HST-READ      PIC Z(8)9.
            05 FILLER            PIC X(22)
                VALUE '  RERUNS SUPERSEDED: '.
            05 SCR-HST-RERUNS    PIC Z(8)9.
            05 FILLER            PIC X(18) VALUE SPACES.

        01 WS-SCR-FEEDS-LINE.
            05 FILLER            PIC X(22)
                VALUE 'FEEDS SCORED - MONTH: '.
            05 SCR-FDS-CURR      PIC Z(8)9.
            05 FILLER            PIC X(22)
                VALUE '  PRIOR MONTH: '.
            05 SCR-FDS-PRIOR     PIC Z(8)9.
            05 FILLER            PIC X(18) VALUE SPACES.

        01 WS-SCR-REJ-LINE.
            05 FILLER            PIC X(22)
                VALUE 'REJECT LINES READ:    '.
            05 SCR-RJL-READ      PIC Z(8)9.
            05 FILLER            PIC X(22)
                VALUE '  NO SCORED SOURCE:   '.
            05 SCR-RJL-UNMATCHED PIC Z(8)9.
            05 FILLER            PIC X(18) VALUE SPACES.

        01 WS-SCR-NOREJ-LINE.
            05 FILLER            PIC X(52) VALUE
                'REJECT REPORTS NOT AVAILABLE - NO REASON BREAKDOWN'.
            05 FILLER            PIC X(28) VALUE SPACES.

        01 WS-SCR-FULL-LINE.
            05 FILLER            PIC X(52) VALUE
                'SOURCE TABLE FULL - EXCESS SOURCES NOT SCORED'.
            05 FILLER            PIC X(28) VALUE SPACES.

        01 WS-SCR-TRAILER-LINE.
            05 FILLER            PIC X(23)
                VALUE 'END OF SOURCE SCORECARD'.
            05 FILLER            PIC X(57) VALUE SPACES.

        01 WS-SCR-SRCH-FAIL-LINE.
            05 FILLER            PIC X(38)
                VALUE 'UNABLE TO OPEN SRCHIST - FILE STATUS '.
            05 SCR-FAIL-STATUS   PIC XX.
            05 FILLER            PIC X(40) VALUE SPACES.

        PROCEDURE DIVISION.
        0000-MAIN-LOGIC.
            PERFORM 1000-INITIALIZE
            SORT SORT-FILE
                ON ASCENDING KEY SRT-SOURCE-CODE SRT-FEED-DATE
                                 SRT-RUN-DATE SRT-RUN-TIME
                INPUT PROCEDURE IS 2000-RELEASE-HISTORY
                OUTPUT PROCEDURE IS 3000-SCAN-SORTED-HISTORY
            PERFORM 4000-SCAN-REJECT-FILE
            PERFORM 5000-RANK-SOURCES
            PERFORM 9000-TERMINATE
            STOP RUN.

        1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            DIVIDE WS-RUN-DATE BY 100
                GIVING WS-SCORE-MONTH REMAINDER WS-MONTH-REM.

            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS = '00'
                PERFORM 1050-READ-PARM-CARD
            END-IF.

            MOVE WS-SCORE-MONTH TO WS-PRIOR-MONTH
            IF WS-PRIOR-MON = 1
                MOVE 12 TO WS-PRIOR-MON
                SUBTRACT 1 FROM WS-PRIOR-YEAR
            ELSE
                SUBTRACT 1 FROM WS-PRIOR-MON
            END-IF.

            PERFORM 1100-LOAD-REASON-TABLE.

            OPEN INPUT SRCHIST-FILE.
            IF WS-SRCH-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN SRCHIST - FILE STATUS '
                    WS-SRCH-STATUS
                MOVE 16 TO RETURN-CODE
                PERFORM 1700-WRITE-SRCH-FAIL-REPORT
                STOP RUN
            END-IF.

            OPEN OUTPUT SCORE-FILE.

        1050-READ-PARM-CARD.
            READ PARM-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PARM-SCORE-MONTH NUMERIC
                        MOVE PARM-SCORE-MONTH TO WS-SCORE-MONTH
                        IF WS-SCORE-MON < 1 OR WS-SCORE-MON > 12
                            DISPLAY 'INVALID SCORECARD MONTH '
                                PARM-SCORE-MONTH
                                ' - CURRENT MONTH USED'
                            DIVIDE WS-RUN-DATE BY 100
                                GIVING WS-SCORE-MONTH
                                REMAINDER WS-MONTH-REM
                        END-IF
                    END-IF
            END-READ.
            CLOSE PARM-FILE.

        1100-LOAD-REASON-TABLE.
            MOVE '01' TO WS-RSN-CODE (1)
            MOVE 'NON-NUMERIC UNIT COUNT' TO WS-RSN-TEXT (1)
            MOVE '02' TO WS-RSN-CODE (2)
            MOVE 'UNIT COUNT OUT OF RANGE' TO WS-RSN-TEXT (2)
            MOVE '03' TO WS-RSN-CODE (3)
            MOVE 'JOB ID NOT ON JOB MASTER' TO WS-RSN-TEXT (3)
            MOVE '04' TO WS-RSN-CODE (4)
            MOVE 'JOB ID INACTIVE ON MASTER' TO WS-RSN-TEXT (4)
            MOVE '05' TO WS-RSN-CODE (5)
            MOVE 'INVALID CALENDAR DATE' TO WS-RSN-TEXT (5)
            MOVE '06' TO WS-RSN-CODE (6)
            MOVE 'NOT THE PROCESSING DATE' TO WS-RSN-TEXT (6)
            MOVE '07' TO WS-RSN-CODE (7)
            MOVE 'NOT A BUSINESS DATE' TO WS-RSN-TEXT (7)
            MOVE '??' TO WS-RSN-CODE (8)
            MOVE 'UNRECOGNIZED REASON CODE' TO WS-RSN-TEXT (8)
            MOVE 8 TO WS-RSN-COUNT-USED.

        1700-WRITE-SRCH-FAIL-REPORT.
            MOVE WS-RUN-DATE TO SCR-HDR-DATE
            MOVE WS-SCR-HEADER-LINE TO SCORE-RECORD
            OPEN OUTPUT SCORE-FILE
            WRITE SCORE-RECORD

            MOVE WS-SRCH-STATUS TO SCR-FAIL-STATUS
            MOVE WS-SCR-SRCH-FAIL-LINE TO SCORE-RECORD
            WRITE SCORE-RECORD

            MOVE WS-SCR-TRAILER-LINE TO SCORE-RECORD
            WRITE SCORE-RECORD

            CLOSE SCORE-FILE.

        2000-RELEASE-HISTORY.
            PERFORM UNTIL WS-SRCH-EOF = 'Y'
                READ SRCHIST-FILE
                    AT END
                        MOVE 'Y' TO WS-SRCH-EOF
                    NOT AT END
                        ADD 1 TO WS-HIST-READ
                        IF SRH-FEED-DATE NUMERIC
                            IF SRH-FEED-PERIOD = WS-SCORE-MONTH
                                MOVE 1 TO SRT-PERIOD
                                PERFORM 2100-RELEASE-FEED
                            ELSE
                                IF SRH-FEED-PERIOD = WS-PRIOR-MONTH
                                    MOVE 2 TO SRT-PERIOD
                                    PERFORM 2100-RELEASE-FEED
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SRCHIST-FILE.

        2100-RELEASE-FEED.
            ADD 1 TO WS-HIST-USED
            MOVE SRH-SOURCE-CODE TO SRT-SOURCE-CODE
            MOVE SRH-FEED-DATE TO SRT-FEED-DATE
            MOVE SRH-RUN-DATE TO SRT-RUN-DATE
            MOVE SRH-RUN-TIME TO SRT-RUN-TIME
            MOVE SRH-RECORDS-READ TO SRT-RECORDS-READ
            MOVE SRH-REJECTS TO SRT-REJECTS
            MOVE SRH-DUPLICATES TO SRT-DUPLICATES
            MOVE SRH-TRAILER-FLAG TO SRT-TRAILER-FLAG
            MOVE SRH-CTL-BREAK-FLAG TO SRT-CTL-BREAK-FLAG
            MOVE SRH-CNT-BREAK-FLAG TO SRT-CNT-BREAK-FLAG
            MOVE SRH-RECONCILED-FLAG TO SRT-RECONCILED-FLAG
            RELEASE SORT-RECORD.

        3000-SCAN-SORTED-HISTORY.
            PERFORM UNTIL WS-SORT-EOF = 'Y'
                RETURN SORT-FILE
                    AT END
                        MOVE 'Y' TO WS-SORT-EOF
                    NOT AT END
                        PERFORM 3100-TAKE-SORTED-RECORD
                END-RETURN
            END-PERFORM.

            IF WS-PEND-SW = 'Y'
                PERFORM 3200-POST-PENDING-FEED
            END-IF.

        3100-TAKE-SORTED-RECORD.
            IF WS-PEND-SW = 'Y'
                IF SRT-SOURCE-CODE = WS-PEND-CODE
                        AND SRT-FEED-DATE = WS-PEND-DATE
                    ADD 1 TO WS-RERUNS
                ELSE
                    PERFORM 3200-POST-PENDING-FEED
                END-IF
            END-IF.

            MOVE SORT-RECORD TO WS-PEND-RECORD
            MOVE 'Y' TO WS-PEND-SW.

        3200-POST-PENDING-FEED.
            MOVE WS-PEND-CODE TO WS-SCD-LOOKUP
            PERFORM 3300-FIND-SOURCE-SLOT
            IF WS-SCD-SLOT = 0
                PERFORM 3400-ADD-SOURCE-SLOT
            END-IF.

            IF WS-SCD-SLOT = 0
                ADD 1 TO WS-FEEDS-LOST
            ELSE
                MOVE WS-PEND-PERIOD TO WS-PER
                IF WS-PER = 1
                    ADD 1 TO WS-FEEDS-CURR
                ELSE
                    ADD 1 TO WS-FEEDS-PRIOR
                END-IF
                ADD 1 TO WS-SCD-FEEDS (WS-SCD-SLOT, WS-PER)
                ADD WS-PEND-READ
                    TO WS-SCD-READ (WS-SCD-SLOT, WS-PER)
                ADD WS-PEND-REJECTS
                    TO WS-SCD-REJECTS (WS-SCD-SLOT, WS-PER)
                ADD WS-PEND-DUPS
                    TO WS-SCD-DUPS (WS-SCD-SLOT, WS-PER)
                IF WS-PEND-TRL-FLAG NOT = 'Y'
                    ADD 1 TO WS-SCD-NO-TRL (WS-SCD-SLOT, WS-PER)
                END-IF
                IF WS-PEND-CTL-FLAG = 'Y'
                    ADD 1 TO WS-SCD-CTL-BRK (WS-SCD-SLOT, WS-PER)
                END-IF
                IF WS-PEND-CNT-FLAG = 'Y'
                    ADD 1 TO WS-SCD-CNT-BRK (WS-SCD-SLOT, WS-PER)
                END-IF
                IF WS-PEND-RCN-FLAG NOT = 'Y'
                    ADD 1 TO WS-SCD-UNRECON (WS-SCD-SLOT, WS-PER)
                END-IF
            END-IF.
            MOVE 'N' TO WS-PEND-SW.

        3300-FIND-SOURCE-SLOT.
            MOVE 0 TO WS-SCD-SLOT
            PERFORM VARYING WS-SCD-IDX FROM 1 BY 1
                    UNTIL WS-SCD-IDX > WS-SCD-COUNT
                       OR WS-SCD-SLOT > 0
                IF WS-SCD-CODE (WS-SCD-IDX) = WS-SCD-LOOKUP
                    MOVE WS-SCD-IDX TO WS-SCD-SLOT
                END-IF
            END-PERFORM.

        3400-ADD-SOURCE-SLOT.
            IF WS-SCD-COUNT < WS-SCD-MAX
                ADD 1 TO WS-SCD-COUNT
                MOVE WS-SCD-COUNT TO WS-SCD-SLOT
                MOVE WS-SCD-LOOKUP TO WS-SCD-CODE (WS-SCD-SLOT)
                PERFORM VARYING WS-PER FROM 1 BY 1
                        UNTIL WS-PER > 2
                    MOVE 0 TO WS-SCD-FEEDS (WS-SCD-SLOT, WS-PER)
                    MOVE 0 TO WS-SCD-READ (WS-SCD-SLOT, WS-PER)
                    MOVE 0 TO WS-SCD-REJECTS (WS-SCD-SLOT, WS-PER)
                    MOVE 0 TO WS-SCD-DUPS (WS-SCD-SLOT, WS-PER)
                    MOVE 0 TO WS-SCD-NO-TRL (WS-SCD-SLOT, WS-PER)
                    MOVE 0 TO WS-SCD-CTL-BRK (WS-SCD-SLOT, WS-PER)
                    MOVE 0 TO WS-SCD-CNT-BRK (WS-SCD-SLOT, WS-PER)
                    MOVE 0 TO WS-SCD-UNRECON (WS-SCD-SLOT, WS-PER)
                    MOVE 0 TO WS-SCD-REJ-RATE (WS-SCD-SLOT, WS-PER)
                    MOVE 0 TO WS-SCD-DUP-RATE (WS-SCD-SLOT, WS-PER)
                END-PERFORM
                PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                        UNTIL WS-RSN-IDX > WS-RSN-COUNT-USED
                    MOVE 0 TO WS-SCD-RSN-COUNT (WS-SCD-SLOT, WS-RSN-IDX)
                END-PERFORM
            ELSE
                IF WS-SCD-FULL = 'N'
                    MOVE 'Y' TO WS-SCD-FULL
                    DISPLAY 'SOURCE TABLE FULL - '
                        'EXCESS SOURCES NOT SCORED'
                END-IF
            END-IF.

        4000-SCAN-REJECT-FILE.
            OPEN INPUT REJECT-FILE.
            IF WS-REJ-STATUS NOT = '00'
                DISPLAY 'NO REJECT REPORTS - REJRPT STATUS '
                    WS-REJ-STATUS
            ELSE
                MOVE 'Y' TO WS-REJ-PRESENT
                PERFORM UNTIL WS-REJ-EOF = 'Y'
                    READ REJECT-FILE
                        AT END
                            MOVE 'Y' TO WS-REJ-EOF
                        NOT AT END
                            ADD 1 TO WS-REJ-READ
                            PERFORM 4100-TALLY-REJECT-LINE
                    END-READ
                END-PERFORM
                CLOSE REJECT-FILE
            END-IF.

        4100-TALLY-REJECT-LINE.
            MOVE 0 TO WS-SCD-SLOT
            IF REJ-IN-SOURCE-CODE NOT = SPACES
                MOVE REJ-IN-SOURCE-CODE TO WS-SCD-LOOKUP
                PERFORM 3300-FIND-SOURCE-SLOT
            END-IF.

            IF WS-SCD-SLOT = 0
                ADD 1 TO WS-REJ-UNMATCHED
            ELSE
            IF WS-SCD-FEEDS (WS-SCD-SLOT, 1) = 0
                ADD 1 TO WS-REJ-UNMATCHED
            ELSE
                MOVE 'N' TO WS-RSN-FOUND
                PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                        UNTIL WS-RSN-IDX > WS-RSN-COUNT-USED
                           OR WS-RSN-FOUND = 'Y'
                    IF WS-RSN-CODE (WS-RSN-IDX) = REJ-IN-REASON-CODE
                        MOVE 'Y' TO WS-RSN-FOUND
                        ADD 1 TO
                            WS-SCD-RSN-COUNT (WS-SCD-SLOT, WS-RSN-IDX)
                    END-IF
                END-PERFORM
                IF WS-RSN-FOUND = 'N'
                    ADD 1 TO WS-SCD-RSN-COUNT
                        (WS-SCD-SLOT, WS-RSN-COUNT-USED)
                END-IF
            END-IF
            END-IF.

        5000-RANK-SOURCES.
            PERFORM VARYING WS-SCD-IDX FROM 1 BY 1
                    UNTIL WS-SCD-IDX > WS-SCD-COUNT
                MOVE WS-SCD-IDX TO WS-RANK-SLOT (WS-SCD-IDX)
                PERFORM VARYING WS-PER FROM 1 BY 1
                        UNTIL WS-PER > 2
                    PERFORM 5100-COMPUTE-RATES
                END-PERFORM
            END-PERFORM.

            PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                    UNTIL WS-RANK-IDX >= WS-SCD-COUNT
                PERFORM VARYING WS-RANK-IDX2 FROM 1 BY 1
                        UNTIL WS-RANK-IDX2 >= WS-SCD-COUNT
                    MOVE WS-RANK-SLOT (WS-RANK-IDX2) TO WS-RANK-A
                    MOVE WS-RANK-SLOT (WS-RANK-IDX2 + 1) TO WS-RANK-B
                    PERFORM 5200-COMPARE-RANK-ENTRIES
                    IF WS-SWAP-SW = 'Y'
                        MOVE WS-RANK-A
                            TO WS-RANK-SLOT (WS-RANK-IDX2 + 1)
                        MOVE WS-RANK-B TO WS-RANK-SLOT (WS-RANK-IDX2)
                    END-IF
                END-PERFORM
            END-PERFORM.

        5100-COMPUTE-RATES.
            IF WS-SCD-READ (WS-SCD-IDX, WS-PER) > 0
                COMPUTE WS-SCD-REJ-RATE (WS-SCD-IDX, WS-PER) ROUNDED =
                    WS-SCD-REJECTS (WS-SCD-IDX, WS-PER) * 100
                    / WS-SCD-READ (WS-SCD-IDX, WS-PER)
                    ON SIZE ERROR
                        MOVE 999.99
                            TO WS-SCD-REJ-RATE (WS-SCD-IDX, WS-PER)
                END-COMPUTE
                COMPUTE WS-SCD-DUP-RATE (WS-SCD-IDX, WS-PER) ROUNDED =
                    WS-SCD-DUPS (WS-SCD-IDX, WS-PER) * 100
                    / WS-SCD-READ (WS-SCD-IDX, WS-PER)
                    ON SIZE ERROR
                        MOVE 999.99
                            TO WS-SCD-DUP-RATE (WS-SCD-IDX, WS-PER)
                END-COMPUTE
            END-IF.

        5200-COMPARE-RANK-ENTRIES.
            MOVE 'N' TO WS-SWAP-SW
            IF WS-SCD-FEEDS (WS-RANK-A, 1) = 0
                    OR WS-SCD-FEEDS (WS-RANK-B, 1) = 0
                IF WS-SCD-FEEDS (WS-RANK-A, 1) = 0
                        AND WS-SCD-FEEDS (WS-RANK-B, 1) > 0
                    MOVE 'Y' TO WS-SWAP-SW
                END-IF
            ELSE
            IF WS-SCD-REJ-RATE (WS-RANK-A, 1) NOT =
                    WS-SCD-REJ-RATE (WS-RANK-B, 1)
                IF WS-SCD-REJ-RATE (WS-RANK-A, 1) <
                        WS-SCD-REJ-RATE (WS-RANK-B, 1)
                    MOVE 'Y' TO WS-SWAP-SW
                END-IF
            ELSE
            IF WS-SCD-DUP-RATE (WS-RANK-A, 1) NOT =
                    WS-SCD-DUP-RATE (WS-RANK-B, 1)
                IF WS-SCD-DUP-RATE (WS-RANK-A, 1) <
                        WS-SCD-DUP-RATE (WS-RANK-B, 1)
                    MOVE 'Y' TO WS-SWAP-SW
                END-IF
            ELSE
            IF WS-SCD-NO-TRL (WS-RANK-A, 1) NOT =
                    WS-SCD-NO-TRL (WS-RANK-B, 1)
                IF WS-SCD-NO-TRL (WS-RANK-A, 1) <
                        WS-SCD-NO-TRL (WS-RANK-B, 1)
                    MOVE 'Y' TO WS-SWAP-SW
                END-IF
            ELSE
            IF WS-SCD-CTL-BRK (WS-RANK-A, 1) NOT =
                    WS-SCD-CTL-BRK (WS-RANK-B, 1)
                IF WS-SCD-CTL-BRK (WS-RANK-A, 1) <
                        WS-SCD-CTL-BRK (WS-RANK-B, 1)
                    MOVE 'Y' TO WS-SWAP-SW
                END-IF
            ELSE
                IF WS-SCD-CODE (WS-RANK-A) > WS-SCD-CODE (WS-RANK-B)
                    MOVE 'Y' TO WS-SWAP-SW
                END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

        9000-TERMINATE.
            MOVE WS-RUN-DATE TO SCR-HDR-DATE
            MOVE WS-SCR-HEADER-LINE TO SCORE-RECORD
            WRITE SCORE-RECORD.

            MOVE WS-SCORE-MONTH TO SCR-TTL-MONTH
            MOVE WS-PRIOR-MONTH TO SCR-TTL-PRIOR
            MOVE WS-SCR-TITLE-LINE TO SCORE-RECORD
            WRITE SCORE-RECORD.

            MOVE WS-SCR-COLHDR-LINE TO SCORE-RECORD
            WRITE SCORE-RECORD.

            IF WS-SCD-COUNT = 0
                MOVE WS-SCR-EMPTY-LINE TO SCORE-RECORD
                WRITE SCORE-RECORD
            END-IF.

            PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                    UNTIL WS-RANK-IDX > WS-SCD-COUNT
                MOVE WS-RANK-SLOT (WS-RANK-IDX) TO WS-SCD-SLOT
                PERFORM 9100-WRITE-SOURCE-BLOCK
            END-PERFORM.

            MOVE WS-HIST-READ TO SCR-HST-READ
            MOVE WS-RERUNS TO SCR-HST-RERUNS
            MOVE WS-SCR-HIST-LINE TO SCORE-RECORD
            WRITE SCORE-RECORD.

            MOVE WS-FEEDS-CURR TO SCR-FDS-CURR
            MOVE WS-FEEDS-PRIOR TO SCR-FDS-PRIOR
            MOVE WS-SCR-FEEDS-LINE TO SCORE-RECORD
            WRITE SCORE-RECORD.

            IF WS-REJ-PRESENT = 'Y'
                MOVE WS-REJ-READ TO SCR-RJL-READ
                MOVE WS-REJ-UNMATCHED TO SCR-RJL-UNMATCHED
                MOVE WS-SCR-REJ-LINE TO SCORE-RECORD
                WRITE SCORE-RECORD
            ELSE
                MOVE WS-SCR-NOREJ-LINE TO SCORE-RECORD
                WRITE SCORE-RECORD
            END-IF.

            IF WS-SCD-FULL = 'Y'
                MOVE WS-SCR-FULL-LINE TO SCORE-RECORD
                WRITE SCORE-RECORD
            END-IF.

            MOVE WS-SCR-TRAILER-LINE TO SCORE-RECORD
            WRITE SCORE-RECORD.

            CLOSE SCORE-FILE.

            IF SORT-RETURN NOT = 0
                DISPLAY 'SORT OF SOURCE HISTORY FAILED - SORT-RETURN '
                    SORT-RETURN
                MOVE 16 TO RETURN-CODE
            ELSE
            IF WS-FEEDS-CURR = 0 OR WS-REJ-PRESENT = 'N'
                    OR WS-SCD-FULL = 'Y'
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            END-IF.

            DISPLAY 'Source history records read: ' WS-HIST-READ
            DISPLAY 'History records in range: ' WS-HIST-USED
            DISPLAY 'Reruns superseded: ' WS-RERUNS
            DISPLAY 'Feeds scored this month: ' WS-FEEDS-CURR
            DISPLAY 'Feeds scored prior month: ' WS-FEEDS-PRIOR
            DISPLAY 'Feeds not scored (table full): ' WS-FEEDS-LOST
            DISPLAY 'Reject lines read: ' WS-REJ-READ
            DISPLAY 'Reject lines with no scored source: '
                WS-REJ-UNMATCHED.

        9100-WRITE-SOURCE-BLOCK.
            IF WS-SCD-FEEDS (WS-SCD-SLOT, 1) > 0
                ADD 1 TO WS-RANK-NUMBER
                MOVE WS-RANK-NUMBER TO SCR-DTL-RANK
            ELSE
                MOVE 0 TO SCR-DTL-RANK
            END-IF
            MOVE WS-SCD-CODE (WS-SCD-SLOT) TO SCR-DTL-CODE
            MOVE WS-SCD-FEEDS (WS-SCD-SLOT, 1) TO SCR-DTL-FEEDS
            MOVE WS-SCD-READ (WS-SCD-SLOT, 1) TO SCR-DTL-READ
            MOVE WS-SCD-REJ-RATE (WS-SCD-SLOT, 1) TO SCR-DTL-REJ-PCT
            MOVE WS-SCD-DUP-RATE (WS-SCD-SLOT, 1) TO SCR-DTL-DUP-PCT
            MOVE WS-SCD-NO-TRL (WS-SCD-SLOT, 1) TO SCR-DTL-NO-TRL
            MOVE WS-SCD-CTL-BRK (WS-SCD-SLOT, 1) TO SCR-DTL-CTL-BRK
            MOVE WS-SCD-CNT-BRK (WS-SCD-SLOT, 1) TO SCR-DTL-CNT-BRK
            PERFORM 9150-SET-TREND
            MOVE WS-SCR-DETAIL-LINE TO SCORE-RECORD
            WRITE SCORE-RECORD.

            IF WS-SCD-FEEDS (WS-SCD-SLOT, 2) > 0
                MOVE WS-SCD-FEEDS (WS-SCD-SLOT, 2) TO SCR-PRV-FEEDS
                MOVE WS-SCD-READ (WS-SCD-SLOT, 2) TO SCR-PRV-READ
                MOVE WS-SCD-REJ-RATE (WS-SCD-SLOT, 2)
                    TO SCR-PRV-REJ-PCT
                MOVE WS-SCD-DUP-RATE (WS-SCD-SLOT, 2)
                    TO SCR-PRV-DUP-PCT
                MOVE WS-SCD-NO-TRL (WS-SCD-SLOT, 2) TO SCR-PRV-NO-TRL
                MOVE WS-SCD-CTL-BRK (WS-SCD-SLOT, 2)
                    TO SCR-PRV-CTL-BRK
                MOVE WS-SCD-CNT-BRK (WS-SCD-SLOT, 2)
                    TO SCR-PRV-CNT-BRK
                MOVE WS-SCR-PRIOR-LINE TO SCORE-RECORD
                WRITE SCORE-RECORD
            END-IF.

            IF WS-SCD-UNRECON (WS-SCD-SLOT, 1) > 0
                MOVE WS-SCD-UNRECON (WS-SCD-SLOT, 1) TO SCR-URC-COUNT
                MOVE WS-SCR-UNRECON-LINE TO SCORE-RECORD
                WRITE SCORE-RECORD
            END-IF.

            IF WS-REJ-PRESENT = 'Y'
                    AND WS-SCD-FEEDS (WS-SCD-SLOT, 1) > 0
                PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                        UNTIL WS-RSN-IDX > WS-RSN-COUNT-USED
                    MOVE WS-SCD-RSN-COUNT (WS-SCD-SLOT, WS-RSN-IDX)
                        TO WS-RSN-TOP-COUNT (WS-RSN-IDX)
                END-PERFORM
                PERFORM 9250-WRITE-TOP-REASON
                PERFORM 9250-WRITE-TOP-REASON
                PERFORM 9250-WRITE-TOP-REASON
            END-IF.

        9150-SET-TREND.
            IF WS-SCD-FEEDS (WS-SCD-SLOT, 1) = 0
                MOVE 'NO FEEDS' TO SCR-DTL-TREND
            ELSE
            IF WS-SCD-FEEDS (WS-SCD-SLOT, 2) = 0
                MOVE 'NEW' TO SCR-DTL-TREND
            ELSE
            IF WS-SCD-REJ-RATE (WS-SCD-SLOT, 1) >
                    WS-SCD-REJ-RATE (WS-SCD-SLOT, 2)
                MOVE 'WORSE' TO SCR-DTL-TREND
            ELSE
            IF WS-SCD-REJ-RATE (WS-SCD-SLOT, 1) <
                    WS-SCD-REJ-RATE (WS-SCD-SLOT, 2)
                MOVE 'IMPROVED' TO SCR-DTL-TREND
            ELSE
            IF WS-SCD-DUP-RATE (WS-SCD-SLOT, 1) >
                    WS-SCD-DUP-RATE (WS-SCD-SLOT, 2)
                MOVE 'WORSE' TO SCR-DTL-TREND
            ELSE
            IF WS-SCD-DUP-RATE (WS-SCD-SLOT, 1) <
                    WS-SCD-DUP-RATE (WS-SCD-SLOT, 2)
                MOVE 'IMPROVED' TO SCR-DTL-TREND
            ELSE
                MOVE 'SAME' TO SCR-DTL-TREND
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

        9250-WRITE-TOP-REASON.
            MOVE 0 TO WS-RSN-HIGH
            PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                    UNTIL WS-RSN-IDX > WS-RSN-COUNT-USED
                IF WS-RSN-TOP-COUNT (WS-RSN-IDX) > 0
                    IF WS-RSN-HIGH = 0
                        MOVE WS-RSN-IDX TO WS-RSN-HIGH
                    ELSE
                        IF WS-RSN-TOP-COUNT (WS-RSN-IDX) >
                                WS-RSN-TOP-COUNT (WS-RSN-HIGH)
                            MOVE WS-RSN-IDX TO WS-RSN-HIGH
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

            IF WS-RSN-HIGH > 0
                MOVE WS-RSN-CODE (WS-RSN-HIGH) TO SCR-RSN-CODE
                MOVE WS-RSN-TEXT (WS-RSN-HIGH) TO SCR-RSN-TEXT
                MOVE WS-RSN-TOP-COUNT (WS-RSN-HIGH) TO SCR-RSN-COUNT
                MOVE WS-SCR-REASON-LINE TO SCORE-RECORD
                WRITE SCORE-RECORD
                MOVE 0 TO WS-RSN-TOP-COUNT (WS-RSN-HIGH)
            END-IF.
