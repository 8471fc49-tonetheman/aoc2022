        IDENTIFICATION DIVISION.
        PROGRAM-ID. ELFVAR.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                SELECT ALLOW-FILE ASSIGN TO './elfallow.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ALW-STATUS.
                SELECT VAR-REPORT-FILE ASSIGN TO './elfvarrpt.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VRPT-STATUS.
                SELECT VAR-EXC-FILE ASSIGN TO './elfvarexc.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VEXC-STATUS.
                SELECT VAR-SORTED-FILE ASSIGN TO './elfvarsorted.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VSRT-STATUS.
                SELECT VAR-SORT-FILE ASSIGN TO './elfvarsort.tmp'.
                SELECT ELF-INDEX-FILE ASSIGN TO './elfindex.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ELF-IDX-NUMBER
                FILE STATUS IS WS-ELFIDX-STATUS.
                SELECT ELF-MASTER-FILE ASSIGN TO './elfmaster.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ELF-MST-NUMBER
                FILE STATUS IS WS-MST-STATUS.

        DATA DIVISION.

            FILE SECTION.
            FD ALLOW-FILE.
            01 WS-ALLOW-RECORD PIC X(80).

            FD VAR-REPORT-FILE.
            01 WS-VAR-REPORT-RECORD PIC X(132).

            FD VAR-EXC-FILE.
            01 WS-VAR-EXC-RECORD PIC X(80).

            FD VAR-SORTED-FILE.
            01 WS-VSRT-RECORD PIC X(77).

            SD VAR-SORT-FILE.
            01 SORT-VAR-REC.
                05 SORT-VAR-CAMP  PIC X(3).
                05 SORT-VAR-TEAM  PIC X(3).
                05 SORT-VAR-NUM   PIC 9(4).
                05 SORT-VAR-NAME  PIC X(20).
                05 SORT-VAR-TOTAL PIC 9(8).
                05 SORT-VAR-CAT   OCCURS 4 TIMES PIC 9(8).
                05 SORT-VAR-FLAG  PIC X(1).
                05 SORT-VAR-SPARE PIC X(6).

            FD ELF-INDEX-FILE.
            COPY ELFIDX.

            FD ELF-MASTER-FILE.
            COPY ELFMST.

            Working-Storage Section.

            01 WS-ALW-STATUS    PIC X(2) VALUE '00'.
            01 WS-VRPT-STATUS   PIC X(2) VALUE '00'.
            01 WS-VEXC-STATUS   PIC X(2) VALUE '00'.
            01 WS-VSRT-STATUS   PIC X(2) VALUE '00'.
            01 WS-ELFIDX-STATUS PIC X(2) VALUE '00'.
            01 WS-MST-STATUS    PIC X(2) VALUE '00'.
            01 WS-MST-AVAILABLE PIC A(1) VALUE 'N'.
            01 WS-ALW-EOF       PIC A(1) VALUE 'N'.
            01 WS-REL-EOF       PIC A(1) VALUE 'N'.
            01 WS-SRT-EOF       PIC A(1) VALUE 'N'.

            01 WS-AS-OF-DATE    PIC 9(8) VALUE 0.
            01 WS-AS-OF-TEXT    PIC X(8) VALUE SPACES.
            01 WS-CURRENT-DATE-TIME PIC X(21).

            01 WS-ALW-TOKEN1    PIC X(10) VALUE SPACES.
            01 WS-ALW-TOKEN2    PIC X(10) VALUE SPACES.
            01 WS-ALW-TOKEN3    PIC X(10) VALUE SPACES.
            01 WS-ALW-TOKEN4    PIC X(10) VALUE SPACES.
            01 WS-ALW-TOKEN5    PIC X(10) VALUE SPACES.
            01 WS-ALW-CAT-IDX   PIC 9(1) VALUE 0.
            01 WS-ALW-BUDGET    PIC 9(8) VALUE 0.
            01 WS-ALW-EFF-DATE  PIC 9(8) VALUE 0.
            01 WS-ALW-ELF       PIC 9(4) VALUE 0.
            01 WS-ALW-VALID     PIC A(1) VALUE 'N'.
            01 WS-ALW-LINE-NUM  PIC 9(6) VALUE 0.
            01 WS-ALW-LOADED    PIC 9(6) VALUE 0.
            01 WS-ALW-FUTURE    PIC 9(6) VALUE 0.
            01 WS-ALW-BAD       PIC 9(6) VALUE 0.
            01 WS-PARSE-VALUE   PIC S9(10) VALUE 0.

            01 WS-CAT-NAME-LIST.
                05 FILLER PIC X(8) VALUE "MEAL".
                05 FILLER PIC X(8) VALUE "SNACK".
                05 FILLER PIC X(8) VALUE "RATION".
                05 FILLER PIC X(8) VALUE "TREAT".
            01 WS-CAT-TABLE REDEFINES WS-CAT-NAME-LIST.
                05 WS-CAT-NAME OCCURS 4 TIMES PIC X(8).
            01 WS-CAT-SUB       PIC 9(1) VALUE 0.

            01 WS-TBUD-TABLE.
                05 WS-TBUD-ENTRY OCCURS 50 TIMES.
                    10 WS-TBUD-TEAM   PIC X(3).
                    10 WS-TBUD-AMOUNT OCCURS 4 TIMES PIC 9(8).
                    10 WS-TBUD-EFF    OCCURS 4 TIMES PIC 9(8).
                    10 WS-TBUD-SET    OCCURS 4 TIMES PIC A(1).
            01 WS-TBUD-COUNT    PIC 9(2) VALUE 0.
            01 WS-TBUD-IDX      PIC 9(2) VALUE 0.
            01 WS-TBUD-SLOT     PIC 9(2) VALUE 0.

            01 WS-EBUD-TABLE.
                05 WS-EBUD-ENTRY OCCURS 2000 TIMES.
                    10 WS-EBUD-ELF    PIC 9(4).
                    10 WS-EBUD-CAT    PIC 9(1).
                    10 WS-EBUD-AMOUNT PIC 9(8).
                    10 WS-EBUD-EFF    PIC 9(8).
            01 WS-EBUD-COUNT    PIC 9(4) VALUE 0.
            01 WS-EBUD-IDX      PIC 9(4) VALUE 0.
            01 WS-EBUD-SLOT     PIC 9(4) VALUE 0.

            01 WS-CUR-TEAM      PIC X(3) VALUE SPACES.
            01 WS-CUR-ACTIVE    PIC A(1) VALUE 'Y'.
            01 WS-CUR-NAME      PIC X(20) VALUE SPACES.
            01 WS-BUDGET        PIC 9(8) VALUE 0.
            01 WS-BUDGET-SET    PIC A(1) VALUE 'N'.
            01 WS-ACTUAL        PIC 9(10) VALUE 0.
            01 WS-LINE-BUDGET   PIC 9(10) VALUE 0.
            01 WS-VARIANCE      PIC S9(10) VALUE 0.
            01 WS-PCT-USED      PIC 9(5)V9 VALUE 0.
            01 WS-LINE-FLAG     PIC X(9) VALUE SPACES.

            01 WS-VAR-ROW.
                05 WS-ROW-CAMP  PIC X(3).
                05 WS-ROW-TEAM  PIC X(3).
                05 WS-ROW-NUM   PIC 9(4).
                05 WS-ROW-NAME  PIC X(20).
                05 WS-ROW-TOTAL PIC 9(8).
                05 WS-ROW-CAT   OCCURS 4 TIMES PIC 9(8).
                05 WS-ROW-FLAG  PIC X(1).
                05 WS-ROW-SPARE PIC X(6).

            01 WS-PREV-CAMP     PIC X(3) VALUE SPACES.
            01 WS-PREV-TEAM     PIC X(3) VALUE SPACES.
            01 WS-FIRST-ROW     PIC A(1) VALUE 'Y'.
            01 WS-TEAM-SUMS.
                05 WS-TEAM-BUD-SUM OCCURS 4 TIMES PIC 9(10).
                05 WS-TEAM-ACT-SUM OCCURS 4 TIMES PIC 9(10).
            01 WS-CAMP-SUMS.
                05 WS-CAMP-BUD-SUM OCCURS 4 TIMES PIC 9(10).
                05 WS-CAMP-ACT-SUM OCCURS 4 TIMES PIC 9(10).
            01 WS-GRAND-SUMS.
                05 WS-GRAND-BUD-SUM OCCURS 4 TIMES PIC 9(10).
                05 WS-GRAND-ACT-SUM OCCURS 4 TIMES PIC 9(10).

            01 WS-ELF-COUNT     PIC 9(6) VALUE 0.
            01 WS-LINE-COUNT    PIC 9(6) VALUE 0.
            01 WS-OVER-COUNT    PIC 9(6) VALUE 0.
            01 WS-NOBUD-COUNT   PIC 9(6) VALUE 0.

            01 WS-VAR-HEAD-LINE.
                05 FILLER           PIC X(35)
                    VALUE "CALORIE ALLOWANCE VARIANCE AS OF ".
                05 WS-VHD-DATE      PIC X(8).
                05 FILLER           PIC X(14) VALUE " ALLOWANCES: ".
                05 WS-VHD-LOADED    PIC Z(5)9.
            01 WS-VAR-DETAIL-LINE.
                05 WS-VDL-CAMP      PIC X(3).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-VDL-TEAM      PIC X(3).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-VDL-ELF-TAG   PIC X(4).
                05 WS-VDL-ELF       PIC X(4).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-VDL-NAME      PIC X(20).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-VDL-CAT       PIC X(8).
                05 FILLER           PIC X(8) VALUE " BUDGET ".
                05 WS-VDL-BUDGET    PIC Z(9)9.
                05 FILLER           PIC X(8) VALUE " ACTUAL ".
                05 WS-VDL-ACTUAL    PIC Z(9)9.
                05 FILLER           PIC X(10) VALUE " VARIANCE ".
                05 WS-VDL-VARIANCE  PIC +(10)9.
                05 FILLER           PIC X(6) VALUE " USED ".
                05 WS-VDL-PCT       PIC ZZZZ9.9.
                05 FILLER           PIC X(2) VALUE "% ".
                05 WS-VDL-FLAG      PIC X(9).
            01 WS-VAR-EXC-LINE.
                05 FILLER           PIC X(4) VALUE "ELF ".
                05 WS-VXL-ELF       PIC 9(4).
                05 FILLER           PIC X(6) VALUE " TEAM ".
                05 WS-VXL-TEAM      PIC X(3).
                05 FILLER           PIC X(6) VALUE " CAMP ".
                05 WS-VXL-CAMP      PIC X(3).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-VXL-CAT       PIC X(8).
                05 FILLER           PIC X(5) VALUE " BUD ".
                05 WS-VXL-BUDGET    PIC Z(9)9.
                05 FILLER           PIC X(5) VALUE " ACT ".
                05 WS-VXL-ACTUAL    PIC Z(9)9.
                05 FILLER           PIC X(5) VALUE " OVR ".
                05 WS-VXL-OVER      PIC Z(9)9.

        PROCEDURE DIVISION.
        0000-MAIN.
            DISPLAY "elfvar".
            PERFORM 0100-SET-AS-OF-DATE.
            OPEN INPUT ALLOW-FILE.
            IF WS-ALW-STATUS = '35'
                DISPLAY "NO ALLOWANCE FILE FOUND"
                STOP RUN
            END-IF.
            IF WS-ALW-STATUS NOT = '00'
                DISPLAY "ALLOW-FILE OPEN ERROR, STATUS: "
                    WS-ALW-STATUS
                STOP RUN
            END-IF.
            PERFORM 1000-LOAD-ALLOWANCES.
            CLOSE ALLOW-FILE.
            OPEN INPUT ELF-INDEX-FILE.
            IF WS-ELFIDX-STATUS = '35'
                DISPLAY "ELF INDEX NOT FOUND - RUN HELLO FIRST"
                STOP RUN
            END-IF.
            IF WS-ELFIDX-STATUS NOT = '00'
                DISPLAY "ELF-INDEX-FILE OPEN ERROR, STATUS: "
                    WS-ELFIDX-STATUS
                STOP RUN
            END-IF.
            CLOSE ELF-INDEX-FILE.
            OPEN INPUT ELF-MASTER-FILE.
            IF WS-MST-STATUS = '00'
                MOVE 'Y' TO WS-MST-AVAILABLE
            END-IF.
            SORT VAR-SORT-FILE
                ON ASCENDING KEY SORT-VAR-CAMP
                                 SORT-VAR-TEAM
                                 SORT-VAR-NUM
                INPUT PROCEDURE IS 2000-RELEASE-INDEX
                GIVING VAR-SORTED-FILE.
            IF WS-MST-AVAILABLE = 'Y'
                CLOSE ELF-MASTER-FILE
                MOVE 'N' TO WS-MST-AVAILABLE
            END-IF.
            OPEN OUTPUT VAR-REPORT-FILE.
            IF WS-VRPT-STATUS NOT = '00'
                DISPLAY "VAR-REPORT-FILE OPEN ERROR, STATUS: "
                    WS-VRPT-STATUS
                STOP RUN
            END-IF.
            OPEN OUTPUT VAR-EXC-FILE.
            IF WS-VEXC-STATUS NOT = '00'
                DISPLAY "VAR-EXC-FILE OPEN ERROR, STATUS: "
                    WS-VEXC-STATUS
            END-IF.
            PERFORM 3000-WRITE-VARIANCE-REPORT.
            CLOSE VAR-REPORT-FILE.
            CLOSE VAR-EXC-FILE.
            DISPLAY "ALLOWANCES LOADED: " WS-ALW-LOADED
                " FUTURE-DATED: " WS-ALW-FUTURE
                " REJECTED: " WS-ALW-BAD.
            DISPLAY "ELVES: " WS-ELF-COUNT
                " LINES: " WS-LINE-COUNT
                " OVER BUDGET: " WS-OVER-COUNT
                " NO BUDGET: " WS-NOBUD-COUNT.
        STOP RUN.

        0100-SET-AS-OF-DATE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-AS-OF-DATE
            ACCEPT WS-AS-OF-TEXT FROM ENVIRONMENT "ELFVAR_ASOF"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            IF WS-AS-OF-TEXT NOT = SPACES
                IF WS-AS-OF-TEXT IS NUMERIC
                    MOVE WS-AS-OF-TEXT TO WS-AS-OF-DATE
                ELSE
                    DISPLAY "BAD ELFVAR_ASOF IGNORED: " WS-AS-OF-TEXT
                END-IF
            END-IF.

        1000-LOAD-ALLOWANCES.
            MOVE 0 TO WS-TBUD-COUNT
            MOVE 0 TO WS-EBUD-COUNT
            PERFORM UNTIL WS-ALW-EOF = 'Y'
                READ ALLOW-FILE
                    AT END
                        MOVE 'Y' TO WS-ALW-EOF
                    NOT AT END
                        ADD 1 TO WS-ALW-LINE-NUM
                        IF WS-ALLOW-RECORD NOT = SPACES AND
                           WS-ALLOW-RECORD (1:1) NOT = '*'
                            PERFORM 1100-PARSE-ALLOWANCE
                        END-IF
                END-READ
            END-PERFORM.

        1100-PARSE-ALLOWANCE.
            MOVE SPACES TO WS-ALW-TOKEN1 WS-ALW-TOKEN2
                WS-ALW-TOKEN3 WS-ALW-TOKEN4 WS-ALW-TOKEN5
            UNSTRING WS-ALLOW-RECORD DELIMITED BY ALL ' '
                INTO WS-ALW-TOKEN1 WS-ALW-TOKEN2 WS-ALW-TOKEN3
                     WS-ALW-TOKEN4 WS-ALW-TOKEN5
            MOVE 'Y' TO WS-ALW-VALID
            MOVE 0 TO WS-ALW-CAT-IDX
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 4
                IF WS-ALW-TOKEN3 = WS-CAT-NAME (WS-CAT-SUB)
                    MOVE WS-CAT-SUB TO WS-ALW-CAT-IDX
                END-IF
            END-PERFORM
            IF WS-ALW-CAT-IDX = 0
                MOVE 'N' TO WS-ALW-VALID
            END-IF
            MOVE 0 TO WS-ALW-BUDGET
            IF FUNCTION TRIM (WS-ALW-TOKEN4) IS NUMERIC
                COMPUTE WS-PARSE-VALUE =
                    FUNCTION NUMVAL (WS-ALW-TOKEN4)
                IF WS-PARSE-VALUE >= 0 AND
                   WS-PARSE-VALUE <= 99999999
                    MOVE WS-PARSE-VALUE TO WS-ALW-BUDGET
                ELSE
                    MOVE 'N' TO WS-ALW-VALID
                END-IF
            ELSE
                MOVE 'N' TO WS-ALW-VALID
            END-IF
            MOVE 0 TO WS-ALW-EFF-DATE
            IF WS-ALW-TOKEN5 NOT = SPACES
                IF WS-ALW-TOKEN5 (1:8) IS NUMERIC AND
                   WS-ALW-TOKEN5 (9:2) = SPACES
                    MOVE WS-ALW-TOKEN5 (1:8) TO WS-ALW-EFF-DATE
                ELSE
                    MOVE 'N' TO WS-ALW-VALID
                END-IF
            END-IF
            EVALUATE TRUE
                WHEN WS-ALW-VALID = 'N'
                    CONTINUE
                WHEN WS-ALW-TOKEN1 = 'TEAM'
                    IF WS-ALW-TOKEN2 = SPACES OR
                       WS-ALW-TOKEN2 (4:7) NOT = SPACES
                        MOVE 'N' TO WS-ALW-VALID
                    END-IF
                WHEN WS-ALW-TOKEN1 = 'ELF'
                    IF FUNCTION TRIM (WS-ALW-TOKEN2) IS NUMERIC
                        COMPUTE WS-PARSE-VALUE =
                            FUNCTION NUMVAL (WS-ALW-TOKEN2)
                        IF WS-PARSE-VALUE > 0 AND
                           WS-PARSE-VALUE <= 9999
                            MOVE WS-PARSE-VALUE TO WS-ALW-ELF
                        ELSE
                            MOVE 'N' TO WS-ALW-VALID
                        END-IF
                    ELSE
                        MOVE 'N' TO WS-ALW-VALID
                    END-IF
                WHEN OTHER
                    MOVE 'N' TO WS-ALW-VALID
            END-EVALUATE
            IF WS-ALW-VALID = 'N'
                ADD 1 TO WS-ALW-BAD
                DISPLAY "BAD ALLOWANCE LINE " WS-ALW-LINE-NUM ": "
                    WS-ALLOW-RECORD (1:50)
            ELSE
                IF WS-ALW-EFF-DATE > WS-AS-OF-DATE
                    ADD 1 TO WS-ALW-FUTURE
                ELSE
                    IF WS-ALW-TOKEN1 = 'TEAM'
                        PERFORM 1200-STORE-TEAM-BUDGET
                    ELSE
                        PERFORM 1300-STORE-ELF-BUDGET
                    END-IF
                END-IF
            END-IF.

        1200-STORE-TEAM-BUDGET.
            MOVE 0 TO WS-TBUD-SLOT
            PERFORM VARYING WS-TBUD-IDX FROM 1 BY 1
                UNTIL WS-TBUD-IDX > WS-TBUD-COUNT
                   OR WS-TBUD-SLOT > 0
                IF WS-TBUD-TEAM (WS-TBUD-IDX) = WS-ALW-TOKEN2 (1:3)
                    MOVE WS-TBUD-IDX TO WS-TBUD-SLOT
                END-IF
            END-PERFORM
            IF WS-TBUD-SLOT = 0 AND WS-TBUD-COUNT < 50
                ADD 1 TO WS-TBUD-COUNT
                MOVE WS-TBUD-COUNT TO WS-TBUD-SLOT
                MOVE WS-ALW-TOKEN2 (1:3) TO WS-TBUD-TEAM (WS-TBUD-SLOT)
                PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                    UNTIL WS-CAT-SUB > 4
                    MOVE 0 TO WS-TBUD-AMOUNT (WS-TBUD-SLOT, WS-CAT-SUB)
                    MOVE 0 TO WS-TBUD-EFF (WS-TBUD-SLOT, WS-CAT-SUB)
                    MOVE 'N' TO WS-TBUD-SET (WS-TBUD-SLOT, WS-CAT-SUB)
                END-PERFORM
            END-IF
            IF WS-TBUD-SLOT = 0
                ADD 1 TO WS-ALW-BAD
                DISPLAY "TEAM ALLOWANCE TABLE FULL, IGNORED: "
                    WS-ALLOW-RECORD (1:50)
            ELSE
                IF WS-TBUD-SET (WS-TBUD-SLOT, WS-ALW-CAT-IDX) = 'N'
                   OR WS-ALW-EFF-DATE >=
                      WS-TBUD-EFF (WS-TBUD-SLOT, WS-ALW-CAT-IDX)
                    MOVE WS-ALW-BUDGET
                        TO WS-TBUD-AMOUNT (WS-TBUD-SLOT, WS-ALW-CAT-IDX)
                    MOVE WS-ALW-EFF-DATE
                        TO WS-TBUD-EFF (WS-TBUD-SLOT, WS-ALW-CAT-IDX)
                    MOVE 'Y'
                        TO WS-TBUD-SET (WS-TBUD-SLOT, WS-ALW-CAT-IDX)
                END-IF
                ADD 1 TO WS-ALW-LOADED
            END-IF.

        1300-STORE-ELF-BUDGET.
            MOVE 0 TO WS-EBUD-SLOT
            PERFORM VARYING WS-EBUD-IDX FROM 1 BY 1
                UNTIL WS-EBUD-IDX > WS-EBUD-COUNT
                   OR WS-EBUD-SLOT > 0
                IF WS-EBUD-ELF (WS-EBUD-IDX) = WS-ALW-ELF AND
                   WS-EBUD-CAT (WS-EBUD-IDX) = WS-ALW-CAT-IDX
                    MOVE WS-EBUD-IDX TO WS-EBUD-SLOT
                END-IF
            END-PERFORM
            IF WS-EBUD-SLOT = 0
                IF WS-EBUD-COUNT < 2000
                    ADD 1 TO WS-EBUD-COUNT
                    MOVE WS-EBUD-COUNT TO WS-EBUD-SLOT
                    MOVE WS-ALW-ELF TO WS-EBUD-ELF (WS-EBUD-SLOT)
                    MOVE WS-ALW-CAT-IDX TO WS-EBUD-CAT (WS-EBUD-SLOT)
                    MOVE WS-ALW-BUDGET TO WS-EBUD-AMOUNT (WS-EBUD-SLOT)
                    MOVE WS-ALW-EFF-DATE TO WS-EBUD-EFF (WS-EBUD-SLOT)
                    ADD 1 TO WS-ALW-LOADED
                ELSE
                    ADD 1 TO WS-ALW-BAD
                    DISPLAY "ELF OVERRIDE TABLE FULL, IGNORED: "
                        WS-ALLOW-RECORD (1:50)
                END-IF
            ELSE
                IF WS-ALW-EFF-DATE >= WS-EBUD-EFF (WS-EBUD-SLOT)
                    MOVE WS-ALW-BUDGET TO WS-EBUD-AMOUNT (WS-EBUD-SLOT)
                    MOVE WS-ALW-EFF-DATE TO WS-EBUD-EFF (WS-EBUD-SLOT)
                END-IF
                ADD 1 TO WS-ALW-LOADED
            END-IF.

        2000-RELEASE-INDEX.
            OPEN INPUT ELF-INDEX-FILE
            IF WS-ELFIDX-STATUS = '00'
                PERFORM UNTIL WS-REL-EOF = 'Y'
                    READ ELF-INDEX-FILE NEXT
                        AT END
                            MOVE 'Y' TO WS-REL-EOF
                        NOT AT END
                            PERFORM 2100-LOOKUP-ELF-MASTER
                            MOVE ELF-IDX-CAMP TO SORT-VAR-CAMP
                            IF SORT-VAR-CAMP = SPACES
                                MOVE "---" TO SORT-VAR-CAMP
                            END-IF
                            MOVE WS-CUR-TEAM TO SORT-VAR-TEAM
                            MOVE ELF-IDX-NUMBER TO SORT-VAR-NUM
                            MOVE WS-CUR-NAME TO SORT-VAR-NAME
                            MOVE ELF-IDX-TOTAL TO SORT-VAR-TOTAL
                            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                                UNTIL WS-CAT-SUB > 4
                                MOVE ELF-IDX-CAT-TOTAL (WS-CAT-SUB)
                                    TO SORT-VAR-CAT (WS-CAT-SUB)
                            END-PERFORM
                            MOVE WS-CUR-ACTIVE TO SORT-VAR-FLAG
                            MOVE SPACES TO SORT-VAR-SPARE
                            RELEASE SORT-VAR-REC
                    END-READ
                END-PERFORM
                CLOSE ELF-INDEX-FILE
            END-IF.

        2100-LOOKUP-ELF-MASTER.
            MOVE "UNKNOWN" TO WS-CUR-NAME
            MOVE "---" TO WS-CUR-TEAM
            MOVE 'Y' TO WS-CUR-ACTIVE
            IF WS-MST-AVAILABLE = 'Y'
                MOVE ELF-IDX-NUMBER TO ELF-MST-NUMBER
                READ ELF-MASTER-FILE
                    KEY IS ELF-MST-NUMBER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE ELF-MST-NAME TO WS-CUR-NAME
                        MOVE ELF-MST-TEAM TO WS-CUR-TEAM
                        IF ELF-MST-ACTIVE = 'N' OR ELF-MST-ACTIVE = 'M'
                            MOVE 'N' TO WS-CUR-ACTIVE
                        END-IF
                END-READ
            END-IF.

        2200-FIND-BUDGET.
            MOVE 0 TO WS-BUDGET
            MOVE 'N' TO WS-BUDGET-SET
            PERFORM VARYING WS-EBUD-IDX FROM 1 BY 1
                UNTIL WS-EBUD-IDX > WS-EBUD-COUNT
                   OR WS-BUDGET-SET = 'Y'
                IF WS-EBUD-ELF (WS-EBUD-IDX) = WS-ROW-NUM AND
                   WS-EBUD-CAT (WS-EBUD-IDX) = WS-CAT-SUB
                    MOVE WS-EBUD-AMOUNT (WS-EBUD-IDX) TO WS-BUDGET
                    MOVE 'Y' TO WS-BUDGET-SET
                END-IF
            END-PERFORM
            IF WS-BUDGET-SET = 'N'
                PERFORM VARYING WS-TBUD-IDX FROM 1 BY 1
                    UNTIL WS-TBUD-IDX > WS-TBUD-COUNT
                       OR WS-BUDGET-SET = 'Y'
                    IF WS-TBUD-TEAM (WS-TBUD-IDX) = WS-ROW-TEAM AND
                       WS-TBUD-SET (WS-TBUD-IDX, WS-CAT-SUB) = 'Y'
                        MOVE WS-TBUD-AMOUNT (WS-TBUD-IDX, WS-CAT-SUB)
                            TO WS-BUDGET
                        MOVE 'Y' TO WS-BUDGET-SET
                    END-IF
                END-PERFORM
            END-IF.

        3000-WRITE-VARIANCE-REPORT.
            MOVE WS-AS-OF-DATE TO WS-VHD-DATE
            MOVE WS-ALW-LOADED TO WS-VHD-LOADED
            WRITE WS-VAR-REPORT-RECORD FROM WS-VAR-HEAD-LINE
            MOVE SPACES TO WS-VAR-REPORT-RECORD
            WRITE WS-VAR-REPORT-RECORD
            INITIALIZE WS-TEAM-SUMS WS-CAMP-SUMS WS-GRAND-SUMS
            MOVE 'Y' TO WS-FIRST-ROW
            OPEN INPUT VAR-SORTED-FILE
            IF WS-VSRT-STATUS = '00'
                PERFORM UNTIL WS-SRT-EOF = 'Y'
                    READ VAR-SORTED-FILE
                        AT END
                            MOVE 'Y' TO WS-SRT-EOF
                        NOT AT END
                            MOVE WS-VSRT-RECORD TO WS-VAR-ROW
                            PERFORM 3100-CHECK-BREAKS
                            PERFORM 3200-WRITE-ELF-LINES
                    END-READ
                END-PERFORM
                CLOSE VAR-SORTED-FILE
            ELSE
                DISPLAY "VAR-SORTED-FILE OPEN ERROR, STATUS: "
                    WS-VSRT-STATUS
            END-IF
            IF WS-FIRST-ROW = 'N'
                PERFORM 3500-WRITE-TEAM-TOTAL
                PERFORM 3600-WRITE-CAMP-TOTAL
            END-IF
            MOVE SPACES TO WS-VAR-REPORT-RECORD
            WRITE WS-VAR-REPORT-RECORD
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 4
                MOVE "ALL" TO WS-VDL-CAMP
                MOVE "ALL" TO WS-VDL-TEAM
                MOVE SPACES TO WS-VDL-ELF-TAG WS-VDL-ELF
                MOVE "** GRAND TOTAL" TO WS-VDL-NAME
                MOVE WS-GRAND-BUD-SUM (WS-CAT-SUB) TO WS-LINE-BUDGET
                MOVE WS-GRAND-ACT-SUM (WS-CAT-SUB) TO WS-ACTUAL
                PERFORM 3300-FORMAT-VARIANCE
                WRITE WS-VAR-REPORT-RECORD FROM WS-VAR-DETAIL-LINE
            END-PERFORM.

        3100-CHECK-BREAKS.
            IF WS-FIRST-ROW = 'Y'
                MOVE 'N' TO WS-FIRST-ROW
                MOVE WS-ROW-CAMP TO WS-PREV-CAMP
                MOVE WS-ROW-TEAM TO WS-PREV-TEAM
            ELSE
                IF WS-ROW-CAMP NOT = WS-PREV-CAMP
                    PERFORM 3500-WRITE-TEAM-TOTAL
                    PERFORM 3600-WRITE-CAMP-TOTAL
                    MOVE WS-ROW-CAMP TO WS-PREV-CAMP
                    MOVE WS-ROW-TEAM TO WS-PREV-TEAM
                ELSE
                    IF WS-ROW-TEAM NOT = WS-PREV-TEAM
                        PERFORM 3500-WRITE-TEAM-TOTAL
                        MOVE WS-ROW-TEAM TO WS-PREV-TEAM
                    END-IF
                END-IF
            END-IF.

        3200-WRITE-ELF-LINES.
            ADD 1 TO WS-ELF-COUNT
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 4
                PERFORM 2200-FIND-BUDGET
                MOVE WS-BUDGET TO WS-LINE-BUDGET
                MOVE WS-ROW-CAT (WS-CAT-SUB) TO WS-ACTUAL
                ADD WS-LINE-BUDGET TO WS-TEAM-BUD-SUM (WS-CAT-SUB)
                ADD WS-ACTUAL TO WS-TEAM-ACT-SUM (WS-CAT-SUB)
                IF WS-LINE-BUDGET > 0 OR WS-ACTUAL > 0
                    MOVE WS-ROW-CAMP TO WS-VDL-CAMP
                    MOVE WS-ROW-TEAM TO WS-VDL-TEAM
                    MOVE "ELF " TO WS-VDL-ELF-TAG
                    MOVE WS-ROW-NUM TO WS-VDL-ELF
                    MOVE WS-ROW-NAME TO WS-VDL-NAME
                    PERFORM 3300-FORMAT-VARIANCE
                    IF WS-ROW-FLAG = 'N' AND WS-LINE-FLAG = SPACES
                        MOVE "INACTIVE" TO WS-VDL-FLAG
                    END-IF
                    WRITE WS-VAR-REPORT-RECORD FROM WS-VAR-DETAIL-LINE
                    ADD 1 TO WS-LINE-COUNT
                    IF WS-LINE-FLAG NOT = SPACES
                        PERFORM 3400-WRITE-EXCEPTION
                    END-IF
                END-IF
            END-PERFORM.

        3300-FORMAT-VARIANCE.
            MOVE WS-CAT-NAME (WS-CAT-SUB) TO WS-VDL-CAT
            MOVE WS-LINE-BUDGET TO WS-VDL-BUDGET
            MOVE WS-ACTUAL TO WS-VDL-ACTUAL
            COMPUTE WS-VARIANCE = WS-ACTUAL - WS-LINE-BUDGET
            MOVE WS-VARIANCE TO WS-VDL-VARIANCE
            MOVE SPACES TO WS-LINE-FLAG
            IF WS-LINE-BUDGET > 0
                IF WS-ACTUAL > WS-LINE-BUDGET * 999
                    MOVE 99999.9 TO WS-PCT-USED
                ELSE
                    COMPUTE WS-PCT-USED ROUNDED =
                        WS-ACTUAL * 100 / WS-LINE-BUDGET
                END-IF
                MOVE WS-PCT-USED TO WS-VDL-PCT
                IF WS-ACTUAL > WS-LINE-BUDGET
                    MOVE "OVER" TO WS-LINE-FLAG
                END-IF
            ELSE
                MOVE 0 TO WS-VDL-PCT
                IF WS-ACTUAL > 0
                    MOVE "NO BUDGET" TO WS-LINE-FLAG
                END-IF
            END-IF
            MOVE WS-LINE-FLAG TO WS-VDL-FLAG.

        3400-WRITE-EXCEPTION.
            IF WS-LINE-FLAG = "OVER"
                ADD 1 TO WS-OVER-COUNT
            ELSE
                ADD 1 TO WS-NOBUD-COUNT
            END-IF
            MOVE WS-ROW-NUM TO WS-VXL-ELF
            MOVE WS-ROW-TEAM TO WS-VXL-TEAM
            MOVE WS-ROW-CAMP TO WS-VXL-CAMP
            MOVE WS-CAT-NAME (WS-CAT-SUB) TO WS-VXL-CAT
            MOVE WS-LINE-BUDGET TO WS-VXL-BUDGET
            MOVE WS-ACTUAL TO WS-VXL-ACTUAL
            COMPUTE WS-VXL-OVER = WS-ACTUAL - WS-LINE-BUDGET
            IF WS-VEXC-STATUS = '00'
                WRITE WS-VAR-EXC-RECORD FROM WS-VAR-EXC-LINE
            END-IF.

        3500-WRITE-TEAM-TOTAL.
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 4
                MOVE WS-PREV-CAMP TO WS-VDL-CAMP
                MOVE WS-PREV-TEAM TO WS-VDL-TEAM
                MOVE SPACES TO WS-VDL-ELF-TAG WS-VDL-ELF
                MOVE "** TEAM TOTAL" TO WS-VDL-NAME
                MOVE WS-TEAM-BUD-SUM (WS-CAT-SUB) TO WS-LINE-BUDGET
                MOVE WS-TEAM-ACT-SUM (WS-CAT-SUB) TO WS-ACTUAL
                PERFORM 3300-FORMAT-VARIANCE
                WRITE WS-VAR-REPORT-RECORD FROM WS-VAR-DETAIL-LINE
                ADD WS-TEAM-BUD-SUM (WS-CAT-SUB)
                    TO WS-CAMP-BUD-SUM (WS-CAT-SUB)
                ADD WS-TEAM-ACT-SUM (WS-CAT-SUB)
                    TO WS-CAMP-ACT-SUM (WS-CAT-SUB)
                MOVE 0 TO WS-TEAM-BUD-SUM (WS-CAT-SUB)
                MOVE 0 TO WS-TEAM-ACT-SUM (WS-CAT-SUB)
            END-PERFORM
            MOVE SPACES TO WS-VAR-REPORT-RECORD
            WRITE WS-VAR-REPORT-RECORD.

        3600-WRITE-CAMP-TOTAL.
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 4
                MOVE WS-PREV-CAMP TO WS-VDL-CAMP
                MOVE "ALL" TO WS-VDL-TEAM
                MOVE SPACES TO WS-VDL-ELF-TAG WS-VDL-ELF
                MOVE "** CAMP TOTAL" TO WS-VDL-NAME
                MOVE WS-CAMP-BUD-SUM (WS-CAT-SUB) TO WS-LINE-BUDGET
                MOVE WS-CAMP-ACT-SUM (WS-CAT-SUB) TO WS-ACTUAL
                PERFORM 3300-FORMAT-VARIANCE
                WRITE WS-VAR-REPORT-RECORD FROM WS-VAR-DETAIL-LINE
                ADD WS-CAMP-BUD-SUM (WS-CAT-SUB)
                    TO WS-GRAND-BUD-SUM (WS-CAT-SUB)
                ADD WS-CAMP-ACT-SUM (WS-CAT-SUB)
                    TO WS-GRAND-ACT-SUM (WS-CAT-SUB)
                MOVE 0 TO WS-CAMP-BUD-SUM (WS-CAT-SUB)
                MOVE 0 TO WS-CAMP-ACT-SUM (WS-CAT-SUB)
            END-PERFORM
            MOVE SPACES TO WS-VAR-REPORT-RECORD
            WRITE WS-VAR-REPORT-RECORD.
