                SELECT DELTA-FILE ASSIGN TO './elfdelta.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DELTA-STATUS.
                SELECT ELF-ACCUM-FILE ASSIGN TO './elfaccum.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ELF-ACC-NUMBER
                FILE STATUS IS WS-ACC-STATUS.
                SELECT PERIOD-FILE ASSIGN TO './elfperiod.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PER-STATUS.
                SELECT ELF-INDEX-FILE ASSIGN TO './elfindex.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                SELECT JRNL-FILE ASSIGN TO DYNAMIC WS-JRNL-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JRNL-STATUS.
                SELECT STOCK-MOVE-FILE ASSIGN TO './elfstkmov.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STM-STATUS.

        DATA DIVISION.

            FD DELTA-FILE.
            01 WS-DELTA-RECORD PIC X(80).

            FD ELF-ACCUM-FILE.
            COPY ELFACC.

            FD PERIOD-FILE.
            01 WS-PER-RECORD PIC X(30).

            FD ELF-INDEX-FILE.
            COPY ELFIDX.

            FD JRNL-FILE.
            01 WS-JRNL-RECORD PIC X(80).

            FD STOCK-MOVE-FILE.
            COPY ELFSTM.

            FD CAMP-REPORT-FILE.
            01 WS-CAMP-RPT-RECORD PIC X(132).

                05 WS-HIST-STAMP    PIC X(16).
                05 WS-HIST-ELF-NUM  PIC 9(4).
                05 WS-HIST-TOTAL    PIC 9(8).
            01 WS-STM-STATUS     PIC X(2) VALUE '00'.
            01 WS-STM-CAMP       PIC X(3) VALUE SPACES.
            01 WS-STM-COUNT      PIC 9(2) VALUE 0.
            01 WS-STM-IDX        PIC 9(2) VALUE 0.
            01 WS-STM-FOUND      PIC 9(2) VALUE 0.
            01 WS-STM-WRITTEN    PIC 9(4) VALUE 0.
            01 WS-STM-TABLE.
                05 WS-STM-ENTRY OCCURS 50 TIMES.
                    10 WS-STM-ENT-CAMP  PIC X(3).
                    10 WS-STM-ENT-QTY   OCCURS 4 TIMES PIC 9(10).
            01 WS-PRIOR-TABLE.
                05 WS-PRIOR-ENTRY OCCURS 9999 TIMES.
                    10 WS-PRIOR-NUM     PIC 9(4).
                05 WS-JRNL-ACTION PIC X(1).
                05 WS-JRNL-IMAGE  PIC X(47).
                05 FILLER         PIC X(8) VALUE SPACES.
            01 WS-ACC-STATUS     PIC X(2) VALUE '00'.
            01 WS-ACC-OPEN       PIC A(1) VALUE 'N'.
            01 WS-ACC-NEW        PIC A(1) VALUE 'N'.
            01 WS-ACC-ADJ        PIC A(1) VALUE 'N'.
            01 WS-ACC-BUCKET     PIC A(1) VALUE 'C'.
            01 WS-ACC-ELF        PIC 9(4) VALUE 0.
            01 WS-ACC-AMOUNT     PIC S9(10) VALUE 0.
            01 WS-ACC-CAT-TABLE.
                05 WS-ACC-CAT-AMT OCCURS 4 TIMES PIC S9(10).
            01 WS-ACC-SUB        PIC 9(1) VALUE 0.
            01 WS-ACC-POSTED     PIC 9(6) VALUE 0.
            01 WS-ACC-PROG       PIC X(8) VALUE SPACES.
            01 WS-ACC-STAMP      PIC X(16) VALUE SPACES.
            01 WS-ACC-PERIOD     PIC X(6) VALUE SPACES.
            01 WS-PER-STATUS     PIC X(2) VALUE '00'.
            01 WS-PER-LINE.
                05 WS-PER-OPEN.
                    10 WS-PER-OPEN-YEAR  PIC 9(4).
                    10 WS-PER-OPEN-MONTH PIC 9(2).
                05 FILLER           PIC X(1).
                05 WS-PER-LAST      PIC X(6).
                05 FILLER           PIC X(1).
                05 WS-PER-CLOSE-STAMP PIC X(16).
            01 WS-PER-NEXT.
                05 WS-PER-NEXT-YEAR  PIC 9(4).
                05 WS-PER-NEXT-MONTH PIC 9(2).
            01 WS-RPT-STATUS     PIC X(2) VALUE '00'.
            01 WS-CSV-STATUS     PIC X(2) VALUE '00'.
            01 WS-MST-STATUS     PIC X(2) VALUE '00'.
            PERFORM 3500-RECONCILE-OUTPUTS.
            PERFORM 6000-WRITE-STATISTICS.
            PERFORM 5000-WRITE-DELTA-REPORT.
            PERFORM 0940-CHECK-RUN-CONTROLS.
            IF WS-RUN-COMPLETE = 'Y' AND WS-IO-ERROR = 'N' AND
               WS-INPUT-TRUNCATED = 'N' AND WS-RETURN-CODE < 8
                PERFORM 5100-APPEND-HISTORY
                PERFORM 5200-POST-STOCK-CONSUMPTION
                PERFORM 5300-POST-ACCUMULATORS
            ELSE
                IF WS-RETURN-CODE < 8
                    DISPLAY "HISTORY NOT UPDATED FOR INCOMPLETE RUN"
                ELSE
                    DISPLAY "HISTORY NOT UPDATED FOR ABORTED RUN"
                END-IF
            END-IF.
            PERFORM 4000-LOOKUP-ELF-BY-NUMBER.
            PERFORM 0930-WRITE-AUDIT-LOG.
            DISPLAY "RUN VERDICT: " WS-RUN-VERDICT
                " RETURN CODE: " WS-RETURN-CODE.
                            MOVE "UNKNOWN ELF HEADER" TO WS-EXC-TEXT
                            PERFORM 1220-WRITE-HEADER-EXCEPTION
                        NOT INVALID KEY
                            IF ELF-MST-ACTIVE = 'M'
                                MOVE "MERGED ELF HEADER" TO WS-EXC-TEXT
                                PERFORM 1220-WRITE-HEADER-EXCEPTION
                            ELSE
                                MOVE WS-HDR-ELF-NUM TO WS-CUR-ELF-NUM
                                MOVE 'Y' TO WS-ELF-PINNED
                            END-IF
                    END-READ
                ELSE
                    MOVE WS-HDR-ELF-NUM TO WS-CUR-ELF-NUM
                        MOVE ELF-MST-NAME TO WS-RPT-NAME
                        MOVE ELF-MST-TEAM TO WS-RPT-TEAM
                        MOVE ELF-MST-TEAM TO WS-CUR-TEAM
                        IF ELF-MST-ACTIVE = 'N' OR ELF-MST-ACTIVE = 'M'
                            MOVE 'N' TO WS-CUR-ACTIVE
                        END-IF
                END-READ
                END-IF
                CLOSE HISTORY-FILE
            END-IF.

        5200-POST-STOCK-CONSUMPTION.
            MOVE 0 TO WS-STM-COUNT
            MOVE 0 TO WS-STM-WRITTEN
            OPEN INPUT ELF-SORTED-FILE
            IF WS-SORTED-STATUS = '00'
                MOVE 'N' TO WS-SORTED-EOF
                PERFORM UNTIL WS-SORTED-EOF = 'Y'
                    READ ELF-SORTED-FILE
                        AT END
                            MOVE 'Y' TO WS-SORTED-EOF
                        NOT AT END
                            MOVE WS-SORTED-RECORD TO WS-WORK-LINE
                            PERFORM 5210-ACCUMULATE-CAMP-STOCK
                    END-READ
                END-PERFORM
                CLOSE ELF-SORTED-FILE
            END-IF
            OPEN EXTEND STOCK-MOVE-FILE
            IF WS-STM-STATUS NOT = '00'
                OPEN OUTPUT STOCK-MOVE-FILE
            END-IF
            IF WS-STM-STATUS NOT = '00'
                DISPLAY "STOCK-MOVE-FILE OPEN ERROR, STATUS: "
                    WS-STM-STATUS
            ELSE
                PERFORM VARYING WS-STM-IDX FROM 1 BY 1
                    UNTIL WS-STM-IDX > WS-STM-COUNT
                    PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                        UNTIL WS-CAT-SUB > 4
                        IF WS-STM-ENT-QTY (WS-STM-IDX, WS-CAT-SUB) > 0
                            MOVE 'C' TO ELF-STM-TYPE
                            MOVE WS-STM-ENT-CAMP (WS-STM-IDX)
                                TO ELF-STM-CAMP
                            MOVE WS-CAT-NAME (WS-CAT-SUB)
                                TO ELF-STM-CATEGORY
                            MOVE WS-STM-ENT-QTY (WS-STM-IDX, WS-CAT-SUB)
                                TO ELF-STM-QTY
                            MOVE WS-RUN-STAMP TO ELF-STM-STAMP
                            MOVE "HELLO" TO ELF-STM-PROG
                            MOVE "DAILY RUN" TO ELF-STM-REF
                            WRITE ELF-STM-RECORD
                            ADD 1 TO WS-STM-WRITTEN
                        END-IF
                    END-PERFORM
                END-PERFORM
                CLOSE STOCK-MOVE-FILE
                DISPLAY "STOCK MOVEMENTS WRITTEN: " WS-STM-WRITTEN
            END-IF.

        5210-ACCUMULATE-CAMP-STOCK.
            MOVE WS-WORK-ELF-CAMP TO WS-STM-CAMP
            IF WS-STM-CAMP = SPACES
                MOVE "---" TO WS-STM-CAMP
            END-IF
            MOVE 0 TO WS-STM-FOUND
            PERFORM VARYING WS-STM-IDX FROM 1 BY 1
                UNTIL WS-STM-IDX > WS-STM-COUNT
                IF WS-STM-ENT-CAMP (WS-STM-IDX) = WS-STM-CAMP
                    MOVE WS-STM-IDX TO WS-STM-FOUND
                END-IF
            END-PERFORM
            IF WS-STM-FOUND = 0 AND WS-STM-COUNT < 50
                ADD 1 TO WS-STM-COUNT
                MOVE WS-STM-COUNT TO WS-STM-FOUND
                MOVE WS-STM-CAMP TO WS-STM-ENT-CAMP (WS-STM-FOUND)
                PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                    UNTIL WS-CAT-SUB > 4
                    MOVE 0 TO WS-STM-ENT-QTY (WS-STM-FOUND, WS-CAT-SUB)
                END-PERFORM
            END-IF
            IF WS-STM-FOUND = 0
                DISPLAY "STOCK CAMP TABLE FULL, CAMP: " WS-STM-CAMP
            ELSE
                PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                    UNTIL WS-CAT-SUB > 4
                    ADD WS-WORK-ELF-CAT (WS-CAT-SUB)
                        TO WS-STM-ENT-QTY (WS-STM-FOUND, WS-CAT-SUB)
                END-PERFORM
            END-IF.

        5300-POST-ACCUMULATORS.
            MOVE 0 TO WS-ACC-POSTED
            MOVE WS-RUN-STAMP TO WS-ACC-STAMP
            MOVE "HELLO" TO WS-ACC-PROG
            MOVE 'N' TO WS-ACC-ADJ
            PERFORM 5310-OPEN-ACCUMULATORS
            IF WS-ACC-OPEN = 'Y'
                OPEN INPUT ELF-SORTED-FILE
                IF WS-SORTED-STATUS = '00'
                    MOVE 'N' TO WS-SORTED-EOF
                    PERFORM UNTIL WS-SORTED-EOF = 'Y'
                        READ ELF-SORTED-FILE
                            AT END
                                MOVE 'Y' TO WS-SORTED-EOF
                            NOT AT END
                                MOVE WS-SORTED-RECORD TO WS-WORK-LINE
                                PERFORM 5305-POST-WORK-LINE
                        END-READ
                    END-PERFORM
                    CLOSE ELF-SORTED-FILE
                END-IF
                CLOSE ELF-ACCUM-FILE
                MOVE 'N' TO WS-ACC-OPEN
                DISPLAY "ACCUMULATORS POSTED: " WS-ACC-POSTED
                    " PERIOD: " WS-PER-OPEN " BUCKET: " WS-ACC-BUCKET
            END-IF.

        5305-POST-WORK-LINE.
            MOVE WS-WORK-ELF-NUM TO WS-ACC-ELF
            MOVE WS-WORK-ELF-TOTAL TO WS-ACC-AMOUNT
            PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
                UNTIL WS-ACC-SUB > 4
                MOVE WS-WORK-ELF-CAT (WS-ACC-SUB)
                    TO WS-ACC-CAT-AMT (WS-ACC-SUB)
            END-PERFORM
            PERFORM 5330-POST-ACCUMULATOR.

        5310-OPEN-ACCUMULATORS.
            PERFORM 5320-LOAD-PERIOD-CONTROL
            OPEN I-O ELF-ACCUM-FILE
            IF WS-ACC-STATUS = '35'
                OPEN OUTPUT ELF-ACCUM-FILE
                CLOSE ELF-ACCUM-FILE
                OPEN I-O ELF-ACCUM-FILE
            END-IF
            IF WS-ACC-STATUS = '00'
                MOVE 'Y' TO WS-ACC-OPEN
            ELSE
                DISPLAY "ELF-ACCUM-FILE OPEN ERROR, STATUS: "
                    WS-ACC-STATUS
            END-IF.

        5320-LOAD-PERIOD-CONTROL.
            MOVE SPACES TO WS-PER-LINE
            OPEN INPUT PERIOD-FILE
            IF WS-PER-STATUS = '00'
                READ PERIOD-FILE INTO WS-PER-LINE
                    AT END
                        MOVE SPACES TO WS-PER-LINE
                END-READ
                CLOSE PERIOD-FILE
            END-IF
            IF WS-PER-OPEN IS NOT NUMERIC
                MOVE SPACES TO WS-PER-LINE
                MOVE WS-ACC-STAMP (1:6) TO WS-PER-OPEN
                MOVE ZEROS TO WS-PER-LAST
                OPEN OUTPUT PERIOD-FILE
                IF WS-PER-STATUS = '00'
                    WRITE WS-PER-RECORD FROM WS-PER-LINE
                    CLOSE PERIOD-FILE
                ELSE
                    DISPLAY "PERIOD-FILE OPEN ERROR, STATUS: "
                        WS-PER-STATUS
                END-IF
            END-IF
            MOVE WS-PER-OPEN TO WS-PER-NEXT
            IF WS-PER-NEXT-MONTH = 12
                ADD 1 TO WS-PER-NEXT-YEAR
                MOVE 1 TO WS-PER-NEXT-MONTH
            ELSE
                ADD 1 TO WS-PER-NEXT-MONTH
            END-IF
            MOVE WS-ACC-STAMP (1:6) TO WS-ACC-PERIOD
            IF WS-ACC-PERIOD > WS-PER-OPEN
                MOVE 'N' TO WS-ACC-BUCKET
                IF WS-ACC-PERIOD > WS-PER-NEXT
                    DISPLAY "PERIOD " WS-PER-OPEN " NOT CLOSED, "
                        WS-ACC-PERIOD " POSTED TO NEXT PERIOD"
                END-IF
            ELSE
                MOVE 'C' TO WS-ACC-BUCKET
            END-IF.

        5330-POST-ACCUMULATOR.
            MOVE WS-ACC-ELF TO ELF-ACC-NUMBER
            READ ELF-ACCUM-FILE
                KEY IS ELF-ACC-NUMBER
                INVALID KEY
                    MOVE 'Y' TO WS-ACC-NEW
                NOT INVALID KEY
                    MOVE 'N' TO WS-ACC-NEW
            END-READ
            IF WS-ACC-NEW = 'Y'
                INITIALIZE ELF-ACC-RECORD
                MOVE WS-ACC-ELF TO ELF-ACC-NUMBER
            END-IF
            IF WS-ACC-BUCKET = 'N'
                ADD WS-ACC-AMOUNT TO ELF-ACC-NEXT-TOTAL
                IF WS-ACC-ADJ = 'Y'
                    ADD WS-ACC-AMOUNT TO ELF-ACC-NEXT-ADJ
                END-IF
                PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
                    UNTIL WS-ACC-SUB > 4
                    ADD WS-ACC-CAT-AMT (WS-ACC-SUB)
                        TO ELF-ACC-NEXT-CAT (WS-ACC-SUB)
                END-PERFORM
            ELSE
                ADD WS-ACC-AMOUNT TO ELF-ACC-CUR-TOTAL
                ADD WS-ACC-AMOUNT TO ELF-ACC-YTD-TOTAL
                IF WS-ACC-ADJ = 'Y'
                    ADD WS-ACC-AMOUNT TO ELF-ACC-CUR-ADJ
                END-IF
                PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
                    UNTIL WS-ACC-SUB > 4
                    ADD WS-ACC-CAT-AMT (WS-ACC-SUB)
                        TO ELF-ACC-CUR-CAT (WS-ACC-SUB)
                    ADD WS-ACC-CAT-AMT (WS-ACC-SUB)
                        TO ELF-ACC-YTD-CAT (WS-ACC-SUB)
                END-PERFORM
            END-IF
            MOVE WS-ACC-STAMP TO ELF-ACC-LAST-STAMP
            MOVE WS-ACC-PROG TO ELF-ACC-LAST-PROG
            IF WS-ACC-NEW = 'Y'
                WRITE ELF-ACC-RECORD
                    INVALID KEY
                        DISPLAY "ELF-ACCUM-FILE WRITE ERROR, STATUS: "
                            WS-ACC-STATUS
                    NOT INVALID KEY
                        ADD 1 TO WS-ACC-POSTED
                END-WRITE
            ELSE
                REWRITE ELF-ACC-RECORD
                    INVALID KEY
                        DISPLAY "ELF-ACCUM-FILE REWRITE ERROR, STATUS: "
                            WS-ACC-STATUS
                    NOT INVALID KEY
                        ADD 1 TO WS-ACC-POSTED
                END-REWRITE
            END-IF.
