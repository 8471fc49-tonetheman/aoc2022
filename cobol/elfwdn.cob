                SELECT JRNL-FILE ASSIGN TO DYNAMIC WS-JRNL-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JRNL-STATUS.
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
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ELF-MST-NUMBER
                FILE STATUS IS WS-MST-STATUS.
                SELECT STOCK-MOVE-FILE ASSIGN TO './elfstkmov.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STM-STATUS.

        DATA DIVISION.

            FD JRNL-FILE.
            01 WS-JRNL-RECORD PIC X(80).

            FD ELF-ACCUM-FILE.
            COPY ELFACC.

            FD PERIOD-FILE.
            01 WS-PER-RECORD PIC X(30).

            FD ELF-INDEX-FILE.
            COPY ELFIDX.

            FD ELF-MASTER-FILE.
            COPY ELFMST.

            FD STOCK-MOVE-FILE.
            COPY ELFSTM.

            Working-Storage Section.

            01 WS-JRNL-STATUS   PIC X(2) VALUE '00'.
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
            01 WS-RCL-STATUS    PIC X(2) VALUE '00'.
            01 WS-WDNAUD-STATUS PIC X(2) VALUE '00'.
            01 WS-RPT-STATUS    PIC X(2) VALUE '00'.
            01 WS-ELFIDX-STATUS PIC X(2) VALUE '00'.
            01 WS-MST-STATUS    PIC X(2) VALUE '00'.
            01 WS-MST-AVAILABLE PIC A(1) VALUE 'N'.
            01 WS-STM-STATUS    PIC X(2) VALUE '00'.
            01 WS-STM-OPEN      PIC A(1) VALUE 'N'.
            01 WS-STM-CAMP      PIC X(3) VALUE SPACES.
            01 WS-STM-COUNT     PIC 9(2) VALUE 0.
            01 WS-STM-IDX       PIC 9(2) VALUE 0.
            01 WS-STM-FOUND     PIC 9(2) VALUE 0.
            01 WS-STM-WRITTEN   PIC 9(4) VALUE 0.
            01 WS-STM-TABLE.
                05 WS-STM-ENTRY OCCURS 50 TIMES.
                    10 WS-STM-ENT-CAMP  PIC X(3).
                    10 WS-STM-ENT-QTY   PIC 9(10).
            01 WS-RCL-EOF       PIC A(1) VALUE 'N'.
            01 WS-IDX-EOF       PIC A(1) VALUE 'N'.
            01 WS-SRT-EOF       PIC A(1) VALUE 'N'.
            MOVE WS-CURRENT-DATE-TIME (1:16) TO WS-JRNL-STAMP.
            MOVE "ELFWDN" TO WS-JRNL-PROG.
            PERFORM 1600-OPEN-JOURNAL.
            MOVE WS-CURRENT-DATE-TIME (1:16) TO WS-ACC-STAMP.
            MOVE "ELFWDN" TO WS-ACC-PROG.
            MOVE 'Y' TO WS-ACC-ADJ.
            PERFORM 1650-OPEN-ACCUMULATORS.
            OPEN EXTEND STOCK-MOVE-FILE.
            IF WS-STM-STATUS NOT = '00'
                OPEN OUTPUT STOCK-MOVE-FILE
            END-IF.
            IF WS-STM-STATUS = '00'
                MOVE 'Y' TO WS-STM-OPEN
            ELSE
                DISPLAY "STOCK-MOVE-FILE OPEN ERROR, STATUS: "
                    WS-STM-STATUS
            END-IF.
            PERFORM UNTIL WS-RCL-EOF = 'Y'
                READ RECALL-FILE
                    AT END
                MOVE 'N' TO WS-MST-AVAILABLE
            END-IF.
            CLOSE WDN-AUDIT-FILE.
            IF WS-STM-OPEN = 'Y'
                CLOSE STOCK-MOVE-FILE
                MOVE 'N' TO WS-STM-OPEN
            END-IF.
            IF WS-JRNL-OPEN = 'Y'
                CLOSE JRNL-FILE
                MOVE 'N' TO WS-JRNL-OPEN
            END-IF.
            IF WS-ACC-OPEN = 'Y'
                CLOSE ELF-ACCUM-FILE
                MOVE 'N' TO WS-ACC-OPEN
            END-IF.
            CLOSE ELF-INDEX-FILE.
            IF WS-APPLIED-COUNT > 0
                PERFORM 3000-REGENERATE-OUTPUTS
            DISPLAY "NOTICES REJECTED: " WS-REJECT-COUNT.
            DISPLAY "ELVES WRITTEN DOWN: " WS-ELF-HIT-COUNT.
            DISPLAY "CALORIES REMOVED: " WS-REMOVED-TOTAL.
            DISPLAY "SPOILAGE MOVEMENTS WRITTEN: " WS-STM-WRITTEN.
            DISPLAY "ACCUMULATORS POSTED: " WS-ACC-POSTED.
        STOP RUN.

        1000-PROCESS-NOTICE.
                WRITE WS-JRNL-RECORD FROM WS-JRNL-LINE
            END-IF.

        1650-OPEN-ACCUMULATORS.
            PERFORM 1660-LOAD-PERIOD-CONTROL
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

        1660-LOAD-PERIOD-CONTROL.
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

        1780-POST-ACCUMULATOR.
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

        2000-APPLY-NOTICE.
            MOVE 0 TO WS-STM-COUNT
            MOVE 'N' TO WS-IDX-EOF
            MOVE 0 TO ELF-IDX-NUMBER
            START ELF-INDEX-FILE
                            PERFORM 2200-WRITE-DOWN-ELF
                        END-IF
                END-READ
            END-PERFORM
            PERFORM 2400-WRITE-SPOILAGE.

        2100-CHECK-SCOPE.
            MOVE 'N' TO WS-IN-SCOPE
                    ELF-IDX-CAT-TOTAL (WS-RCL-CAT-IDX)
                SUBTRACT WS-REDUCTION FROM ELF-IDX-TOTAL
                REWRITE ELF-IDX-RECORD
                PERFORM 2250-POST-WRITE-DOWN
                ADD 1 TO WS-ELF-HIT-COUNT
                ADD WS-REDUCTION TO WS-REMOVED-TOTAL
                PERFORM 2300-WRITE-WDN-AUDIT
                PERFORM 2350-ACCUMULATE-SPOILAGE
            END-IF.

        2250-POST-WRITE-DOWN.
            IF WS-ACC-OPEN = 'Y'
                MOVE ELF-IDX-NUMBER TO WS-ACC-ELF
                COMPUTE WS-ACC-AMOUNT = 0 - WS-REDUCTION
                PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
                    UNTIL WS-ACC-SUB > 4
                    MOVE 0 TO WS-ACC-CAT-AMT (WS-ACC-SUB)
                END-PERFORM
                MOVE WS-ACC-AMOUNT TO WS-ACC-CAT-AMT (WS-RCL-CAT-IDX)
                PERFORM 1780-POST-ACCUMULATOR
            END-IF.

        2300-WRITE-WDN-AUDIT.
            MOVE ELF-IDX-TOTAL TO WS-WDN-TOT-NEW-ED
            WRITE WS-WDN-AUDIT-RECORD FROM WS-WDN-AUDIT-LINE.

        2350-ACCUMULATE-SPOILAGE.
            MOVE ELF-IDX-CAMP TO WS-STM-CAMP
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
                MOVE 0 TO WS-STM-ENT-QTY (WS-STM-FOUND)
            END-IF
            IF WS-STM-FOUND = 0
                DISPLAY "STOCK CAMP TABLE FULL, CAMP: " WS-STM-CAMP
            ELSE
                ADD WS-REDUCTION TO WS-STM-ENT-QTY (WS-STM-FOUND)
            END-IF.

        2400-WRITE-SPOILAGE.
            IF WS-STM-OPEN = 'Y'
                PERFORM VARYING WS-STM-IDX FROM 1 BY 1
                    UNTIL WS-STM-IDX > WS-STM-COUNT
                    IF WS-STM-ENT-QTY (WS-STM-IDX) > 0
                        MOVE 'S' TO ELF-STM-TYPE
                        MOVE WS-STM-ENT-CAMP (WS-STM-IDX)
                            TO ELF-STM-CAMP
                        MOVE WS-CAT-NAME (WS-RCL-CAT-IDX)
                            TO ELF-STM-CATEGORY
                        MOVE WS-STM-ENT-QTY (WS-STM-IDX)
                            TO ELF-STM-QTY
                        MOVE WS-JRNL-STAMP TO ELF-STM-STAMP
                        MOVE "ELFWDN" TO ELF-STM-PROG
                        MOVE SPACES TO ELF-STM-REF
                        STRING "NOTICE " WS-NOTICE-NUM
                            DELIMITED BY SIZE INTO ELF-STM-REF
                        WRITE ELF-STM-RECORD
                        ADD 1 TO WS-STM-WRITTEN
                    END-IF
                END-PERFORM
            END-IF.

        3000-REGENERATE-OUTPUTS.
            SORT WDN-SORT-FILE
                ON DESCENDING KEY SORT-WDN-TOTAL
                        MOVE ELF-MST-NAME TO WS-RPT-NAME
                        MOVE ELF-MST-TEAM TO WS-RPT-TEAM
                        MOVE ELF-MST-TEAM TO WS-CUR-TEAM
                        IF ELF-MST-ACTIVE = 'N' OR ELF-MST-ACTIVE = 'M'
                            MOVE 'N' TO WS-CUR-ACTIVE
                        END-IF
                END-READ
