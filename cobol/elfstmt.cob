        IDENTIFICATION DIVISION.
        PROGRAM-ID. ELFSTMT.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                SELECT STMT-FILE ASSIGN TO './elfstmt.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STMT-STATUS.
                SELECT LIST-FILE ASSIGN TO './elfstmtlist.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LIST-STATUS.
                SELECT HISTORY-FILE ASSIGN TO './elfhistory.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.
                SELECT SUMMARY-FILE ASSIGN TO './elfhistsum.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SUM-STATUS.
                SELECT STMT-HIST-FILE ASSIGN TO './elfstmthist.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SHST-STATUS.
                SELECT STMT-SUM-FILE ASSIGN TO './elfstmtsum.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SSUM-STATUS.
                SELECT HIST-SORT-FILE ASSIGN TO './elfstmthsort.tmp'.
                SELECT SUM-SORT-FILE ASSIGN TO './elfstmtssort.tmp'.
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
            FD STMT-FILE.
            01 WS-STMT-RECORD PIC X(132).

            FD LIST-FILE.
            01 WS-LIST-RECORD PIC X(20).

            FD HISTORY-FILE.
            01 WS-HISTORY-RECORD PIC X(28).

            FD SUMMARY-FILE.
            01 WS-SUMMARY-RECORD PIC X(50).

            FD STMT-HIST-FILE.
            01 WS-SHST-RECORD PIC X(28).

            FD STMT-SUM-FILE.
            01 WS-SSUM-RECORD PIC X(50).

            SD HIST-SORT-FILE.
            01 SORT-HST-REC.
                05 SORT-HST-STAMP  PIC X(16).
                05 SORT-HST-ELF    PIC X(4).
                05 SORT-HST-TOTAL  PIC X(8).

            SD SUM-SORT-FILE.
            01 SORT-SUM-REC.
                05 SORT-SUM-MONTH  PIC X(6).
                05 SORT-SUM-ELF    PIC X(4).
                05 SORT-SUM-REST   PIC X(40).

            FD ELF-INDEX-FILE.
            COPY ELFIDX.

            FD ELF-MASTER-FILE.
            COPY ELFMST.

            Working-Storage Section.

            01 WS-STMT-STATUS   PIC X(2) VALUE '00'.
            01 WS-LIST-STATUS   PIC X(2) VALUE '00'.
            01 WS-HIST-STATUS   PIC X(2) VALUE '00'.
            01 WS-SUM-STATUS    PIC X(2) VALUE '00'.
            01 WS-SHST-STATUS   PIC X(2) VALUE '00'.
            01 WS-SSUM-STATUS   PIC X(2) VALUE '00'.
            01 WS-ELFIDX-STATUS PIC X(2) VALUE '00'.
            01 WS-MST-STATUS    PIC X(2) VALUE '00'.
            01 WS-LIST-EOF      PIC A(1) VALUE 'N'.
            01 WS-SHST-EOF      PIC A(1) VALUE 'Y'.
            01 WS-SSUM-EOF      PIC A(1) VALUE 'Y'.
            01 WS-MST-EOF       PIC A(1) VALUE 'N'.
            01 WS-IDX-AVAILABLE PIC A(1) VALUE 'N'.
            01 WS-SHST-VALID    PIC A(1) VALUE 'N'.
            01 WS-SSUM-VALID    PIC A(1) VALUE 'N'.
            01 WS-CURRENT-DATE-TIME PIC X(21).

            01 WS-RANGE-FROM    PIC 9(8) VALUE 0.
            01 WS-RANGE-TO      PIC 9(8) VALUE 0.
            01 WS-RANGE-TEXT    PIC X(8) VALUE SPACES.
            01 WS-FROM-MONTH    PIC X(6) VALUE SPACES.
            01 WS-TO-MONTH      PIC X(6) VALUE SPACES.
            01 WS-RUN-DATE      PIC 9(8) VALUE 0.

            01 WS-SELECT-PARM   PIC X(20) VALUE SPACES.
            01 WS-SELECT-MODE   PIC X(4) VALUE SPACES.
            01 WS-SELECT-VALUE  PIC X(3) VALUE SPACES.
            01 WS-SELECTED      PIC A(1) VALUE 'N'.
            01 WS-LIST-TABLE.
                05 WS-LIST-FLAG OCCURS 9999 TIMES PIC A(1)
                    VALUE 'N'.
            01 WS-LIST-NUM      PIC 9(4) VALUE 0.
            01 WS-LIST-COUNT    PIC 9(4) VALUE 0.

            01 WS-SHST-LINE.
                05 WS-SHST-STAMP    PIC X(16).
                05 WS-SHST-ELF      PIC 9(4).
                05 WS-SHST-TOTAL    PIC 9(8).

            01 WS-SSUM-LINE.
                05 WS-SSUM-MONTH    PIC X(6).
                05 WS-SSUM-ELF      PIC 9(4).
                05 WS-SSUM-CNT      PIC 9(4).
                05 WS-SSUM-MIN      PIC 9(8).
                05 WS-SSUM-MAX      PIC 9(8).
                05 WS-SSUM-AVG      PIC 9(8).
                05 WS-SSUM-SUM      PIC X(12).
            01 WS-SSUM-TOTAL    PIC 9(12) VALUE 0.

            01 WS-CUR-TEAM      PIC X(3) VALUE SPACES.
            01 WS-CUR-CAMP      PIC X(3) VALUE SPACES.
            01 WS-CUR-TOTAL     PIC 9(8) VALUE 0.
            01 WS-CUR-CAT-TOTALS.
                05 WS-CUR-CAT-TOTAL OCCURS 4 TIMES PIC 9(8).

            01 WS-CAT-NAME-LIST.
                05 FILLER PIC X(8) VALUE "MEAL".
                05 FILLER PIC X(8) VALUE "SNACK".
                05 FILLER PIC X(8) VALUE "RATION".
                05 FILLER PIC X(8) VALUE "TREAT".
            01 WS-CAT-TABLE REDEFINES WS-CAT-NAME-LIST.
                05 WS-CAT-NAME OCCURS 4 TIMES PIC X(8).
            01 WS-CAT-SUB       PIC 9(1) VALUE 0.

            01 WS-RUN-TABLE.
                05 WS-RUN-ENTRY OCCURS 1000 TIMES.
                    10 WS-RUN-STAMP     PIC X(16).
                    10 WS-RUN-TOTAL     PIC 9(8).
            01 WS-RUN-COUNT     PIC 9(4) VALUE 0.
            01 WS-RUN-DROPPED   PIC 9(4) VALUE 0.
            01 WS-RUN-IDX       PIC 9(4) VALUE 0.

            01 WS-MON-TABLE.
                05 WS-MON-ENTRY OCCURS 120 TIMES.
                    10 WS-MON-MONTH     PIC X(6).
                    10 WS-MON-CNT       PIC 9(6).
                    10 WS-MON-SUM       PIC 9(12).
                    10 WS-MON-MIN       PIC 9(8).
                    10 WS-MON-MAX       PIC 9(8).
            01 WS-MON-COUNT     PIC 9(4) VALUE 0.
            01 WS-MON-IDX       PIC 9(4) VALUE 0.

            01 WS-PER-RUNS      PIC 9(6) VALUE 0.
            01 WS-PER-TOTAL     PIC 9(12) VALUE 0.
            01 WS-PER-AVG       PIC 9(10) VALUE 0.

            01 WS-PAGE-NUM      PIC 9(4) VALUE 0.
            01 WS-LINE-COUNT    PIC 9(3) VALUE 0.
            01 WS-PAGE-MAX      PIC 9(3) VALUE 55.
            01 WS-STMT-COUNT    PIC 9(6) VALUE 0.
            01 WS-PAGE-TOTAL    PIC 9(6) VALUE 0.
            01 WS-PRINT-LINE    PIC X(132) VALUE SPACES.

            01 WS-PAGE-HEAD-1.
                05 FILLER           PIC X(26)
                    VALUE "ELF CONSUMPTION STATEMENT ".
                05 FILLER           PIC X(7) VALUE "PERIOD ".
                05 WS-PH1-FROM      PIC 9(8).
                05 FILLER           PIC X(4) VALUE " TO ".
                05 WS-PH1-TO        PIC 9(8).
                05 FILLER           PIC X(10) VALUE SPACES.
                05 FILLER           PIC X(5) VALUE "PAGE ".
                05 WS-PH1-PAGE      PIC ZZZ9.
            01 WS-PAGE-HEAD-2.
                05 FILLER           PIC X(4) VALUE "ELF ".
                05 WS-PH2-ELF       PIC 9(4).
                05 FILLER           PIC X(6) VALUE " NAME ".
                05 WS-PH2-NAME      PIC X(20).
                05 FILLER           PIC X(6) VALUE " TEAM ".
                05 WS-PH2-TEAM      PIC X(3).
                05 FILLER           PIC X(6) VALUE " CAMP ".
                05 WS-PH2-CAMP      PIC X(3).
            01 WS-DASH-LINE     PIC X(72) VALUE ALL '-'.
            01 WS-SECT-LINE.
                05 WS-SECT-TEXT     PIC X(40).
            01 WS-CAT-LINE.
                05 FILLER           PIC X(2) VALUE SPACES.
                05 WS-CAL-NAME      PIC X(8).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-CAL-VALUE     PIC Z(7)9.
            01 WS-MON-LINE.
                05 FILLER           PIC X(8) VALUE "  MONTH ".
                05 WS-MNL-MONTH     PIC X(6).
                05 FILLER           PIC X(6) VALUE " RUNS ".
                05 WS-MNL-RUNS      PIC Z(5)9.
                05 FILLER           PIC X(7) VALUE " TOTAL ".
                05 WS-MNL-TOTAL     PIC Z(11)9.
                05 FILLER           PIC X(5) VALUE " MIN ".
                05 WS-MNL-MIN       PIC Z(7)9.
                05 FILLER           PIC X(5) VALUE " MAX ".
                05 WS-MNL-MAX       PIC Z(7)9.
            01 WS-RUN-LINE.
                05 FILLER           PIC X(6) VALUE "  RUN ".
                05 WS-RNL-WHEN      PIC X(16).
                05 FILLER           PIC X(7) VALUE " TOTAL ".
                05 WS-RNL-TOTAL     PIC Z(7)9.
            01 WS-PER-LINE.
                05 FILLER           PIC X(7) VALUE "  RUNS ".
                05 WS-PRL-RUNS      PIC Z(5)9.
                05 FILLER           PIC X(7) VALUE " TOTAL ".
                05 WS-PRL-TOTAL     PIC Z(11)9.
                05 FILLER           PIC X(9) VALUE " AVERAGE ".
                05 WS-PRL-AVG       PIC Z(9)9.
            01 WS-NOTE-LINE.
                05 FILLER           PIC X(2) VALUE SPACES.
                05 WS-NOTE-TEXT     PIC X(60).
            01 WS-NOTE-COUNT    PIC ZZZ9.

        PROCEDURE DIVISION.
        0000-MAIN.
            DISPLAY "elfstmt".
            PERFORM 0100-SET-DATE-RANGE.
            PERFORM 0200-SET-SELECTION.
            OPEN INPUT ELF-MASTER-FILE.
            IF WS-MST-STATUS = '35'
                DISPLAY "ELF MASTER NOT FOUND - RUN ELFMAINT FIRST"
                STOP RUN
            END-IF.
            IF WS-MST-STATUS NOT = '00'
                DISPLAY "ELF-MASTER-FILE OPEN ERROR, STATUS: "
                    WS-MST-STATUS
                STOP RUN
            END-IF.
            OPEN INPUT ELF-INDEX-FILE.
            IF WS-ELFIDX-STATUS = '00'
                MOVE 'Y' TO WS-IDX-AVAILABLE
            ELSE
                DISPLAY "ELF INDEX NOT AVAILABLE, STATUS: "
                    WS-ELFIDX-STATUS
            END-IF.
            PERFORM 0300-SORT-HISTORY.
            PERFORM 0400-SORT-SUMMARIES.
            OPEN OUTPUT STMT-FILE.
            IF WS-STMT-STATUS NOT = '00'
                DISPLAY "STMT-FILE OPEN ERROR, STATUS: " WS-STMT-STATUS
                STOP RUN
            END-IF.
            PERFORM 1000-SCAN-MASTER.
            CLOSE STMT-FILE.
            CLOSE ELF-MASTER-FILE.
            IF WS-IDX-AVAILABLE = 'Y'
                CLOSE ELF-INDEX-FILE
            END-IF.
            IF WS-SHST-VALID = 'Y'
                CLOSE STMT-HIST-FILE
            END-IF.
            IF WS-SSUM-VALID = 'Y'
                CLOSE STMT-SUM-FILE
            END-IF.
            DISPLAY "STATEMENTS: " WS-STMT-COUNT
                " PAGES: " WS-PAGE-TOTAL.
        STOP RUN.

        0100-SET-DATE-RANGE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RANGE-TO
            MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RANGE-FROM
            MOVE '01' TO WS-RANGE-FROM (7:2)
            MOVE SPACES TO WS-RANGE-TEXT
            ACCEPT WS-RANGE-TEXT FROM ENVIRONMENT "ELFSTMT_FROM"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            IF WS-RANGE-TEXT NOT = SPACES
                IF WS-RANGE-TEXT IS NUMERIC
                    MOVE WS-RANGE-TEXT TO WS-RANGE-FROM
                ELSE
                    DISPLAY "BAD ELFSTMT_FROM IGNORED: " WS-RANGE-TEXT
                END-IF
            END-IF
            MOVE SPACES TO WS-RANGE-TEXT
            ACCEPT WS-RANGE-TEXT FROM ENVIRONMENT "ELFSTMT_TO"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            IF WS-RANGE-TEXT NOT = SPACES
                IF WS-RANGE-TEXT IS NUMERIC
                    MOVE WS-RANGE-TEXT TO WS-RANGE-TO
                ELSE
                    DISPLAY "BAD ELFSTMT_TO IGNORED: " WS-RANGE-TEXT
                END-IF
            END-IF
            IF WS-RANGE-FROM > WS-RANGE-TO
                DISPLAY "STATEMENT PERIOD FROM " WS-RANGE-FROM
                    " IS AFTER " WS-RANGE-TO
                STOP RUN
            END-IF
            MOVE WS-RANGE-FROM (1:6) TO WS-FROM-MONTH
            MOVE WS-RANGE-TO (1:6) TO WS-TO-MONTH
            DISPLAY "STATEMENT PERIOD: " WS-RANGE-FROM
                " TO " WS-RANGE-TO.

        0200-SET-SELECTION.
            ACCEPT WS-SELECT-PARM FROM ENVIRONMENT "ELFSTMT_SELECT"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            MOVE FUNCTION UPPER-CASE (WS-SELECT-PARM)
                TO WS-SELECT-PARM
            UNSTRING WS-SELECT-PARM DELIMITED BY ALL SPACE
                INTO WS-SELECT-MODE WS-SELECT-VALUE
            IF WS-SELECT-MODE = SPACES
                MOVE "ALL" TO WS-SELECT-MODE
            END-IF
            EVALUATE TRUE
                WHEN WS-SELECT-MODE = "ALL"
                    CONTINUE
                WHEN WS-SELECT-MODE = "TEAM" OR
                     WS-SELECT-MODE = "CAMP"
                    IF WS-SELECT-VALUE = SPACES
                        DISPLAY "NO " WS-SELECT-MODE
                            " GIVEN IN ELFSTMT_SELECT"
                        STOP RUN
                    END-IF
                WHEN WS-SELECT-MODE = "LIST"
                    PERFORM 0210-LOAD-LIST
                WHEN OTHER
                    DISPLAY "BAD ELFSTMT_SELECT: " WS-SELECT-PARM
                    STOP RUN
            END-EVALUATE
            DISPLAY "SELECTION: " WS-SELECT-MODE " " WS-SELECT-VALUE.

        0210-LOAD-LIST.
            OPEN INPUT LIST-FILE
            IF WS-LIST-STATUS NOT = '00'
                DISPLAY "LIST-FILE OPEN ERROR, STATUS: "
                    WS-LIST-STATUS
                STOP RUN
            END-IF
            PERFORM UNTIL WS-LIST-EOF = 'Y'
                READ LIST-FILE
                    AT END
                        MOVE 'Y' TO WS-LIST-EOF
                    NOT AT END
                        IF WS-LIST-RECORD NOT = SPACES AND
                           WS-LIST-RECORD (1:1) NOT = '*'
                            PERFORM 0220-NOTE-LIST-ENTRY
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LIST-FILE
            DISPLAY "ELVES LISTED: " WS-LIST-COUNT.

        0220-NOTE-LIST-ENTRY.
            IF WS-LIST-RECORD (1:4) IS NUMERIC AND
               WS-LIST-RECORD (1:4) NOT = '0000'
                MOVE WS-LIST-RECORD (1:4) TO WS-LIST-NUM
                IF WS-LIST-FLAG (WS-LIST-NUM) = 'N'
                    MOVE 'Y' TO WS-LIST-FLAG (WS-LIST-NUM)
                    ADD 1 TO WS-LIST-COUNT
                END-IF
            ELSE
                DISPLAY "BAD LIST ENTRY IGNORED: " WS-LIST-RECORD
            END-IF.

        0300-SORT-HISTORY.
            OPEN INPUT HISTORY-FILE
            IF WS-HIST-STATUS NOT = '00'
                DISPLAY "NO HISTORY FILE FOUND"
            ELSE
                CLOSE HISTORY-FILE
                SORT HIST-SORT-FILE
                    ON ASCENDING KEY SORT-HST-ELF
                                     SORT-HST-STAMP
                    USING HISTORY-FILE
                    GIVING STMT-HIST-FILE
                OPEN INPUT STMT-HIST-FILE
                IF WS-SHST-STATUS = '00'
                    MOVE 'Y' TO WS-SHST-VALID
                    MOVE 'N' TO WS-SHST-EOF
                    PERFORM 0310-READ-HISTORY
                ELSE
                    DISPLAY "STMT-HIST-FILE OPEN ERROR, STATUS: "
                        WS-SHST-STATUS
                END-IF
            END-IF.

        0310-READ-HISTORY.
            MOVE SPACES TO WS-SHST-LINE
            PERFORM UNTIL WS-SHST-EOF = 'Y' OR
                          (WS-SHST-ELF IS NUMERIC AND
                           WS-SHST-TOTAL IS NUMERIC AND
                           WS-SHST-STAMP (1:8) IS NUMERIC)
                READ STMT-HIST-FILE
                    AT END
                        MOVE 'Y' TO WS-SHST-EOF
                    NOT AT END
                        MOVE WS-SHST-RECORD TO WS-SHST-LINE
                END-READ
            END-PERFORM.

        0400-SORT-SUMMARIES.
            OPEN INPUT SUMMARY-FILE
            IF WS-SUM-STATUS = '00'
                CLOSE SUMMARY-FILE
                SORT SUM-SORT-FILE
                    ON ASCENDING KEY SORT-SUM-ELF
                                     SORT-SUM-MONTH
                    USING SUMMARY-FILE
                    GIVING STMT-SUM-FILE
                OPEN INPUT STMT-SUM-FILE
                IF WS-SSUM-STATUS = '00'
                    MOVE 'Y' TO WS-SSUM-VALID
                    MOVE 'N' TO WS-SSUM-EOF
                    PERFORM 0410-READ-SUMMARY
                ELSE
                    DISPLAY "STMT-SUM-FILE OPEN ERROR, STATUS: "
                        WS-SSUM-STATUS
                END-IF
            END-IF.

        0410-READ-SUMMARY.
            MOVE SPACES TO WS-SSUM-LINE
            PERFORM UNTIL WS-SSUM-EOF = 'Y' OR
                          (WS-SSUM-ELF IS NUMERIC AND
                           WS-SSUM-CNT IS NUMERIC AND
                           WS-SSUM-AVG IS NUMERIC AND
                           WS-SSUM-MONTH IS NUMERIC)
                READ STMT-SUM-FILE
                    AT END
                        MOVE 'Y' TO WS-SSUM-EOF
                    NOT AT END
                        MOVE WS-SSUM-RECORD TO WS-SSUM-LINE
                END-READ
            END-PERFORM.

        1000-SCAN-MASTER.
            MOVE 0 TO ELF-MST-NUMBER
            START ELF-MASTER-FILE
                KEY IS NOT < ELF-MST-NUMBER
                INVALID KEY
                    MOVE 'Y' TO WS-MST-EOF
            END-START
            PERFORM UNTIL WS-MST-EOF = 'Y'
                READ ELF-MASTER-FILE NEXT
                    AT END
                        MOVE 'Y' TO WS-MST-EOF
                    NOT AT END
                        PERFORM 1100-PROCESS-ELF
                END-READ
            END-PERFORM.

        1100-PROCESS-ELF.
            MOVE ELF-MST-TEAM TO WS-CUR-TEAM
            MOVE "---" TO WS-CUR-CAMP
            MOVE 0 TO WS-CUR-TOTAL
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 4
                MOVE 0 TO WS-CUR-CAT-TOTAL (WS-CAT-SUB)
            END-PERFORM
            IF WS-IDX-AVAILABLE = 'Y'
                MOVE ELF-MST-NUMBER TO ELF-IDX-NUMBER
                READ ELF-INDEX-FILE
                    KEY IS ELF-IDX-NUMBER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM 1150-TAKE-INDEX-VALUES
                END-READ
            END-IF
            PERFORM 1200-CHECK-SELECTION
            PERFORM 1300-COLLECT-RUNS
            PERFORM 1400-COLLECT-MONTHS
            IF WS-SELECTED = 'Y'
                IF (ELF-MST-ACTIVE NOT = 'N' AND
                    ELF-MST-ACTIVE NOT = 'M') OR WS-PER-RUNS > 0 OR
                   WS-SELECT-MODE = "LIST"
                    PERFORM 2000-WRITE-STATEMENT
                END-IF
            END-IF.

        1150-TAKE-INDEX-VALUES.
            IF ELF-IDX-CAMP NOT = SPACES
                MOVE ELF-IDX-CAMP TO WS-CUR-CAMP
            END-IF
            MOVE ELF-IDX-TOTAL TO WS-CUR-TOTAL
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 4
                MOVE ELF-IDX-CAT-TOTAL (WS-CAT-SUB)
                    TO WS-CUR-CAT-TOTAL (WS-CAT-SUB)
            END-PERFORM.

        1200-CHECK-SELECTION.
            MOVE 'N' TO WS-SELECTED
            EVALUATE TRUE
                WHEN WS-SELECT-MODE = "ALL"
                    MOVE 'Y' TO WS-SELECTED
                WHEN WS-SELECT-MODE = "TEAM"
                    IF WS-CUR-TEAM = WS-SELECT-VALUE
                        MOVE 'Y' TO WS-SELECTED
                    END-IF
                WHEN WS-SELECT-MODE = "CAMP"
                    IF WS-CUR-CAMP = WS-SELECT-VALUE
                        MOVE 'Y' TO WS-SELECTED
                    END-IF
                WHEN WS-SELECT-MODE = "LIST"
                    IF ELF-MST-NUMBER > 0
                        MOVE WS-LIST-FLAG (ELF-MST-NUMBER)
                            TO WS-SELECTED
                    END-IF
            END-EVALUATE.

        1300-COLLECT-RUNS.
            MOVE 0 TO WS-RUN-COUNT
            MOVE 0 TO WS-RUN-DROPPED
            MOVE 0 TO WS-PER-RUNS
            MOVE 0 TO WS-PER-TOTAL
            PERFORM UNTIL WS-SHST-EOF = 'Y' OR
                          WS-SHST-ELF > ELF-MST-NUMBER
                IF WS-SHST-ELF = ELF-MST-NUMBER
                    PERFORM 1310-NOTE-RUN
                END-IF
                PERFORM 0310-READ-HISTORY
            END-PERFORM.

        1310-NOTE-RUN.
            MOVE WS-SHST-STAMP (1:8) TO WS-RUN-DATE
            IF WS-RUN-DATE NOT < WS-RANGE-FROM AND
               WS-RUN-DATE NOT > WS-RANGE-TO
                ADD 1 TO WS-PER-RUNS
                ADD WS-SHST-TOTAL TO WS-PER-TOTAL
                IF WS-RUN-COUNT < 1000
                    ADD 1 TO WS-RUN-COUNT
                    MOVE WS-SHST-STAMP TO WS-RUN-STAMP (WS-RUN-COUNT)
                    MOVE WS-SHST-TOTAL TO WS-RUN-TOTAL (WS-RUN-COUNT)
                ELSE
                    ADD 1 TO WS-RUN-DROPPED
                END-IF
            END-IF.

        1400-COLLECT-MONTHS.
            MOVE 0 TO WS-MON-COUNT
            PERFORM UNTIL WS-SSUM-EOF = 'Y' OR
                          WS-SSUM-ELF > ELF-MST-NUMBER
                IF WS-SSUM-ELF = ELF-MST-NUMBER AND
                   WS-SSUM-MONTH NOT < WS-FROM-MONTH AND
                   WS-SSUM-MONTH NOT > WS-TO-MONTH
                    PERFORM 1410-NOTE-MONTH
                END-IF
                PERFORM 0410-READ-SUMMARY
            END-PERFORM.

        1410-NOTE-MONTH.
            IF WS-SSUM-SUM IS NUMERIC
                MOVE WS-SSUM-SUM TO WS-SSUM-TOTAL
            ELSE
                COMPUTE WS-SSUM-TOTAL = WS-SSUM-AVG * WS-SSUM-CNT
            END-IF
            ADD WS-SSUM-CNT TO WS-PER-RUNS
            ADD WS-SSUM-TOTAL TO WS-PER-TOTAL
            IF WS-MON-COUNT > 0
                IF WS-MON-MONTH (WS-MON-COUNT) NOT = WS-SSUM-MONTH
                    PERFORM 1420-ADD-MONTH-ROW
                END-IF
            ELSE
                PERFORM 1420-ADD-MONTH-ROW
            END-IF
            IF WS-MON-COUNT > 0
                IF WS-MON-MONTH (WS-MON-COUNT) = WS-SSUM-MONTH
                    ADD WS-SSUM-CNT TO WS-MON-CNT (WS-MON-COUNT)
                    ADD WS-SSUM-TOTAL TO WS-MON-SUM (WS-MON-COUNT)
                    IF WS-SSUM-MIN < WS-MON-MIN (WS-MON-COUNT)
                        MOVE WS-SSUM-MIN TO WS-MON-MIN (WS-MON-COUNT)
                    END-IF
                    IF WS-SSUM-MAX > WS-MON-MAX (WS-MON-COUNT)
                        MOVE WS-SSUM-MAX TO WS-MON-MAX (WS-MON-COUNT)
                    END-IF
                END-IF
            END-IF.

        1420-ADD-MONTH-ROW.
            IF WS-MON-COUNT < 120
                ADD 1 TO WS-MON-COUNT
                MOVE WS-SSUM-MONTH TO WS-MON-MONTH (WS-MON-COUNT)
                MOVE 0 TO WS-MON-CNT (WS-MON-COUNT)
                MOVE 0 TO WS-MON-SUM (WS-MON-COUNT)
                MOVE 99999999 TO WS-MON-MIN (WS-MON-COUNT)
                MOVE 0 TO WS-MON-MAX (WS-MON-COUNT)
            END-IF.

        2000-WRITE-STATEMENT.
            ADD 1 TO WS-STMT-COUNT
            MOVE 0 TO WS-PAGE-NUM
            PERFORM 2100-START-PAGE
            MOVE "CURRENT CATEGORY SPLIT" TO WS-SECT-TEXT
            MOVE WS-SECT-LINE TO WS-PRINT-LINE
            PERFORM 2050-PUT-LINE
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 4
                MOVE WS-CAT-NAME (WS-CAT-SUB) TO WS-CAL-NAME
                MOVE WS-CUR-CAT-TOTAL (WS-CAT-SUB) TO WS-CAL-VALUE
                MOVE WS-CAT-LINE TO WS-PRINT-LINE
                PERFORM 2050-PUT-LINE
            END-PERFORM
            MOVE "TOTAL" TO WS-CAL-NAME
            MOVE WS-CUR-TOTAL TO WS-CAL-VALUE
            MOVE WS-CAT-LINE TO WS-PRINT-LINE
            PERFORM 2050-PUT-LINE
            MOVE SPACES TO WS-PRINT-LINE
            PERFORM 2050-PUT-LINE
            IF WS-MON-COUNT > 0
                MOVE "ARCHIVED MONTHS" TO WS-SECT-TEXT
                MOVE WS-SECT-LINE TO WS-PRINT-LINE
                PERFORM 2050-PUT-LINE
                PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                    UNTIL WS-MON-IDX > WS-MON-COUNT
                    PERFORM 2200-PUT-MONTH-LINE
                END-PERFORM
                MOVE SPACES TO WS-PRINT-LINE
                PERFORM 2050-PUT-LINE
            END-IF
            MOVE "RUNS IN PERIOD" TO WS-SECT-TEXT
            MOVE WS-SECT-LINE TO WS-PRINT-LINE
            PERFORM 2050-PUT-LINE
            IF WS-RUN-COUNT = 0
                MOVE "NO RUNS ON FILE FOR THIS PERIOD" TO WS-NOTE-TEXT
                MOVE WS-NOTE-LINE TO WS-PRINT-LINE
                PERFORM 2050-PUT-LINE
            END-IF
            PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                UNTIL WS-RUN-IDX > WS-RUN-COUNT
                PERFORM 2300-PUT-RUN-LINE
            END-PERFORM
            IF WS-RUN-DROPPED > 0
                MOVE WS-RUN-DROPPED TO WS-NOTE-COUNT
                MOVE SPACES TO WS-NOTE-TEXT
                STRING WS-NOTE-COUNT " FURTHER RUNS NOT LISTED"
                    DELIMITED BY SIZE INTO WS-NOTE-TEXT
                MOVE WS-NOTE-LINE TO WS-PRINT-LINE
                PERFORM 2050-PUT-LINE
            END-IF
            MOVE SPACES TO WS-PRINT-LINE
            PERFORM 2050-PUT-LINE
            MOVE "PERIOD SUMMARY" TO WS-SECT-TEXT
            MOVE WS-SECT-LINE TO WS-PRINT-LINE
            PERFORM 2050-PUT-LINE
            IF WS-PER-RUNS > 0
                COMPUTE WS-PER-AVG = WS-PER-TOTAL / WS-PER-RUNS
            ELSE
                MOVE 0 TO WS-PER-AVG
            END-IF
            MOVE WS-PER-RUNS TO WS-PRL-RUNS
            MOVE WS-PER-TOTAL TO WS-PRL-TOTAL
            MOVE WS-PER-AVG TO WS-PRL-AVG
            MOVE WS-PER-LINE TO WS-PRINT-LINE
            PERFORM 2050-PUT-LINE.

        2050-PUT-LINE.
            IF WS-LINE-COUNT NOT < WS-PAGE-MAX
                PERFORM 2100-START-PAGE
            END-IF
            WRITE WS-STMT-RECORD FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE
            ADD 1 TO WS-LINE-COUNT.

        2100-START-PAGE.
            ADD 1 TO WS-PAGE-NUM
            ADD 1 TO WS-PAGE-TOTAL
            MOVE WS-RANGE-FROM TO WS-PH1-FROM
            MOVE WS-RANGE-TO TO WS-PH1-TO
            MOVE WS-PAGE-NUM TO WS-PH1-PAGE
            MOVE ELF-MST-NUMBER TO WS-PH2-ELF
            MOVE ELF-MST-NAME TO WS-PH2-NAME
            MOVE WS-CUR-TEAM TO WS-PH2-TEAM
            MOVE WS-CUR-CAMP TO WS-PH2-CAMP
            WRITE WS-STMT-RECORD FROM WS-PAGE-HEAD-1
                AFTER ADVANCING PAGE
            WRITE WS-STMT-RECORD FROM WS-PAGE-HEAD-2
                AFTER ADVANCING 1 LINE
            WRITE WS-STMT-RECORD FROM WS-DASH-LINE
                AFTER ADVANCING 1 LINE
            MOVE 3 TO WS-LINE-COUNT.

        2200-PUT-MONTH-LINE.
            MOVE WS-MON-MONTH (WS-MON-IDX) TO WS-MNL-MONTH
            MOVE WS-MON-CNT (WS-MON-IDX) TO WS-MNL-RUNS
            MOVE WS-MON-SUM (WS-MON-IDX) TO WS-MNL-TOTAL
            MOVE WS-MON-MIN (WS-MON-IDX) TO WS-MNL-MIN
            MOVE WS-MON-MAX (WS-MON-IDX) TO WS-MNL-MAX
            MOVE WS-MON-LINE TO WS-PRINT-LINE
            PERFORM 2050-PUT-LINE.

        2300-PUT-RUN-LINE.
            MOVE SPACES TO WS-RNL-WHEN
            STRING WS-RUN-STAMP (WS-RUN-IDX) (1:4) '-'
                   WS-RUN-STAMP (WS-RUN-IDX) (5:2) '-'
                   WS-RUN-STAMP (WS-RUN-IDX) (7:2) ' '
                   WS-RUN-STAMP (WS-RUN-IDX) (9:2) ':'
                   WS-RUN-STAMP (WS-RUN-IDX) (11:2)
                   DELIMITED BY SIZE INTO WS-RNL-WHEN
            MOVE WS-RUN-TOTAL (WS-RUN-IDX) TO WS-RNL-TOTAL
            MOVE WS-RUN-LINE TO WS-PRINT-LINE
            PERFORM 2050-PUT-LINE.
