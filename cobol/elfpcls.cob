        IDENTIFICATION DIVISION.
        PROGRAM-ID. ELFPCLS.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                SELECT PARM-FILE ASSIGN TO './runparms.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
                SELECT PERIOD-FILE ASSIGN TO './elfperiod.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PER-STATUS.
                SELECT ELF-ACCUM-FILE ASSIGN TO './elfaccum.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ELF-ACC-NUMBER
                FILE STATUS IS WS-ACC-STATUS.
                SELECT HISTORY-FILE ASSIGN TO './elfhistory.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.
                SELECT SUMMARY-FILE ASSIGN TO './elfhistsum.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SUM-STATUS.
                SELECT CLOSE-REPORT-FILE ASSIGN TO './elfpclsrpt.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.

            FILE SECTION.
            FD PARM-FILE.
            01 WS-PARM-RECORD PIC X(40).

            FD PERIOD-FILE.
            01 WS-PER-RECORD PIC X(30).

            FD ELF-ACCUM-FILE.
            COPY ELFACC.

            FD HISTORY-FILE.
            01 WS-HISTORY-RECORD PIC X(28).

            FD SUMMARY-FILE.
            01 WS-SUMMARY-RECORD PIC X(50).

            FD CLOSE-REPORT-FILE.
            01 WS-REPORT-RECORD PIC X(100).

            Working-Storage Section.

            01 WS-PARM-STATUS   PIC X(2) VALUE '00'.
            01 WS-PER-STATUS    PIC X(2) VALUE '00'.
            01 WS-ACC-STATUS    PIC X(2) VALUE '00'.
            01 WS-HIST-STATUS   PIC X(2) VALUE '00'.
            01 WS-SUM-STATUS    PIC X(2) VALUE '00'.
            01 WS-RPT-STATUS    PIC X(2) VALUE '00'.
            01 WS-PARM-EOF      PIC A(1) VALUE 'N'.
            01 WS-ACC-EOF       PIC A(1) VALUE 'N'.
            01 WS-HIST-EOF      PIC A(1) VALUE 'N'.
            01 WS-SUM-EOF       PIC A(1) VALUE 'N'.
            01 WS-PARM-KEY      PIC X(20) VALUE SPACES.
            01 WS-PARM-VAL      PIC X(20) VALUE SPACES.
            01 WS-PARM-VALUE    PIC S9(10) VALUE 0.
            01 WS-YEAR-END-MONTH PIC 9(2) VALUE 12.
            01 WS-CURRENT-DATE-TIME PIC X(21).
            01 WS-TODAY-PERIOD  PIC X(6) VALUE SPACES.
            01 WS-REQ-PERIOD    PIC X(6) VALUE SPACES.
            01 WS-FORCE         PIC X(1) VALUE SPACES.
            01 WS-YEAR-END      PIC A(1) VALUE 'N'.
            01 WS-IN-PERIOD     PIC A(1) VALUE 'N'.

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

            01 WS-HIST-LINE.
                05 WS-HIST-STAMP    PIC X(16).
                05 WS-HIST-ELF-NUM  PIC 9(4).
                05 WS-HIST-TOTAL    PIC 9(8).

            01 WS-SUM-LINE.
                05 WS-SUM-MONTH PIC X(6).
                05 WS-SUM-ELF   PIC 9(4).
                05 WS-SUM-CNT   PIC 9(4).
                05 WS-SUM-MIN   PIC 9(8).
                05 WS-SUM-MAX   PIC 9(8).
                05 WS-SUM-AVG   PIC 9(8).
                05 WS-SUM-SUM   PIC X(12).
            01 WS-SUM-AMOUNT    PIC 9(12) VALUE 0.

            01 WS-TB-TABLE.
                05 WS-TB-ENTRY OCCURS 10000 TIMES.
                    10 WS-TB-HIST      PIC 9(12).
                    10 WS-TB-ACC       PIC S9(12).
                    10 WS-TB-ADJ       PIC S9(12).
                    10 WS-TB-HAS-ACC   PIC A(1).
            01 WS-TB-SUB        PIC 9(5) VALUE 0.
            01 WS-TB-NET        PIC S9(12) VALUE 0.
            01 WS-TB-DIFF       PIC S9(12) VALUE 0.
            01 WS-TB-HIST-ROWS  PIC 9(8) VALUE 0.
            01 WS-TB-SUM-ROWS   PIC 9(8) VALUE 0.
            01 WS-TB-ELF-COUNT  PIC 9(5) VALUE 0.
            01 WS-TB-OUT-COUNT  PIC 9(5) VALUE 0.
            01 WS-TOT-HIST      PIC 9(14) VALUE 0.
            01 WS-TOT-ACC       PIC S9(14) VALUE 0.
            01 WS-TOT-ADJ       PIC S9(14) VALUE 0.
            01 WS-TOT-DIFF      PIC S9(14) VALUE 0.
            01 WS-TOT-YTD       PIC S9(14) VALUE 0.
            01 WS-ROLLED-COUNT  PIC 9(5) VALUE 0.
            01 WS-CAT-SUB       PIC 9(1) VALUE 0.

            01 WS-RPT-HEADER.
                05 FILLER PIC X(25) VALUE "PERIOD CLOSE FOR PERIOD ".
                05 WS-RPT-HDR-PERIOD PIC X(6).
                05 FILLER PIC X(8) VALUE "  RUN ON".
                05 FILLER PIC X(1) VALUE SPACE.
                05 WS-RPT-HDR-DATE PIC X(8).
                05 FILLER PIC X(12) VALUE "  YEAR END: ".
                05 WS-RPT-HDR-YE PIC X(1).
            01 WS-RPT-TB-TITLE.
                05 FILLER PIC X(40)
                    VALUE "CLOSING TRIAL BALANCE - HISTORY AGAINST ".
                05 FILLER PIC X(20) VALUE "PERIOD ACCUMULATORS".
            01 WS-RPT-TB-COLUMNS.
                05 FILLER PIC X(40)
                    VALUE " ELF       HISTORY   ACCUMULATED   ADJUS".
                05 FILLER PIC X(40)
                    VALUE "TMENTS    DIFFERENCE  NOTE".
            01 WS-RPT-TB-LINE.
                05 WS-RPT-TB-ELF    PIC 9(4).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-RPT-TB-HIST   PIC Z(12)9.
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-RPT-TB-ACC    PIC -(12)9.
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-RPT-TB-ADJ    PIC -(12)9.
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-RPT-TB-DIFF   PIC -(12)9.
                05 FILLER           PIC X(2) VALUE SPACES.
                05 WS-RPT-TB-NOTE   PIC X(20).
            01 WS-RPT-TB-TOTAL.
                05 FILLER           PIC X(5) VALUE "TOTAL".
                05 WS-RPT-TBT-HIST  PIC Z(12)9.
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-RPT-TBT-ACC   PIC -(12)9.
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-RPT-TBT-ADJ   PIC -(12)9.
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-RPT-TBT-DIFF  PIC -(12)9.
            01 WS-RPT-TB-RESULT.
                05 FILLER PIC X(15) VALUE "TRIAL BALANCE: ".
                05 WS-RPT-TBR-TEXT  PIC X(20).
                05 FILLER PIC X(7) VALUE " ELVES ".
                05 WS-RPT-TBR-ELVES PIC Z(4)9.
                05 FILLER PIC X(16) VALUE " OUT OF BALANCE ".
                05 WS-RPT-TBR-OUT   PIC Z(4)9.
                05 FILLER PIC X(14) VALUE " HISTORY ROWS ".
                05 WS-RPT-TBR-ROWS  PIC Z(7)9.
            01 WS-RPT-YTD-TITLE.
                05 FILLER PIC X(32)
                    VALUE "YEAR-TO-DATE TOTALS AT YEAR END ".
                05 WS-RPT-YTD-PERIOD PIC X(6).
            01 WS-RPT-YTD-COLUMNS.
                05 FILLER PIC X(40)
                    VALUE " ELF     YEAR TOTAL          MEAL       ".
                05 FILLER PIC X(40)
                    VALUE "  SNACK        RATION         TREAT".
            01 WS-RPT-YTD-LINE.
                05 WS-RPT-YTD-ELF   PIC 9(4).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-RPT-YTD-TOTAL PIC -(13)9.
                05 WS-RPT-YTD-CATS OCCURS 4 TIMES.
                    10 WS-RPT-YTD-CAT PIC -(13)9.
            01 WS-RPT-YTD-TOTAL-LINE.
                05 FILLER PIC X(5) VALUE "TOTAL".
                05 WS-RPT-YTDT-TOTAL PIC -(13)9.
            01 WS-RPT-RESULT.
                05 FILLER PIC X(7) VALUE "PERIOD ".
                05 WS-RPT-RES-PERIOD PIC X(6).
                05 FILLER PIC X(1) VALUE SPACE.
                05 WS-RPT-RES-TEXT  PIC X(60).

        PROCEDURE DIVISION.
        0000-MAIN.
            DISPLAY "elfpcls".
            PERFORM 0100-LOAD-RUN-PARMS.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
            MOVE WS-CURRENT-DATE-TIME (1:6) TO WS-TODAY-PERIOD.
            PERFORM 0200-LOAD-PERIOD-CONTROL.
            ACCEPT WS-REQ-PERIOD FROM ENVIRONMENT "ELFPCLS_PERIOD"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            ACCEPT WS-FORCE FROM ENVIRONMENT "ELFPCLS_FORCE"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-REQ-PERIOD = SPACES
                MOVE WS-PER-OPEN TO WS-REQ-PERIOD
            END-IF.
            IF WS-REQ-PERIOD = WS-PER-LAST
                DISPLAY "PERIOD " WS-REQ-PERIOD " ALREADY CLOSED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-REQ-PERIOD NOT = WS-PER-OPEN
                DISPLAY "PERIOD " WS-REQ-PERIOD
                    " IS NOT THE OPEN PERIOD " WS-PER-OPEN
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-PER-OPEN NOT < WS-TODAY-PERIOD
                DISPLAY "PERIOD " WS-PER-OPEN " HAS NOT ENDED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-PER-OPEN-MONTH = WS-YEAR-END-MONTH
                MOVE 'Y' TO WS-YEAR-END
            END-IF.
            OPEN I-O ELF-ACCUM-FILE.
            IF WS-ACC-STATUS = '35'
                DISPLAY "NO ACCUMULATOR FILE - RUN HELLO FIRST"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-ACC-STATUS NOT = '00'
                DISPLAY "ELF-ACCUM-FILE OPEN ERROR, STATUS: "
                    WS-ACC-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT CLOSE-REPORT-FILE.
            IF WS-RPT-STATUS NOT = '00'
                DISPLAY "CLOSE-REPORT-FILE OPEN ERROR, STATUS: "
                    WS-RPT-STATUS
                CLOSE ELF-ACCUM-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-PER-OPEN TO WS-RPT-HDR-PERIOD.
            MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RPT-HDR-DATE.
            MOVE WS-YEAR-END TO WS-RPT-HDR-YE.
            WRITE WS-REPORT-RECORD FROM WS-RPT-HEADER.
            MOVE SPACES TO WS-REPORT-RECORD.
            WRITE WS-REPORT-RECORD.
            PERFORM 1000-LOAD-HISTORY.
            PERFORM 1200-LOAD-SUMMARIES.
            PERFORM 2000-LOAD-ACCUMULATORS.
            PERFORM 3000-WRITE-TRIAL-BALANCE.
            MOVE WS-PER-OPEN TO WS-RPT-RES-PERIOD.
            IF WS-TB-OUT-COUNT > 0 AND WS-FORCE NOT = 'Y'
                MOVE "NOT CLOSED - TRIAL BALANCE OUT OF BALANCE"
                    TO WS-RPT-RES-TEXT
                MOVE SPACES TO WS-REPORT-RECORD
                WRITE WS-REPORT-RECORD
                WRITE WS-REPORT-RECORD FROM WS-RPT-RESULT
                CLOSE CLOSE-REPORT-FILE
                CLOSE ELF-ACCUM-FILE
                DISPLAY "PERIOD " WS-PER-OPEN
                    " NOT CLOSED, ELVES OUT OF BALANCE: "
                    WS-TB-OUT-COUNT
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 4000-ROLL-ACCUMULATORS.
            CLOSE ELF-ACCUM-FILE.
            PERFORM 5000-SAVE-PERIOD-CONTROL.
            MOVE SPACES TO WS-RPT-RES-TEXT.
            IF WS-TB-OUT-COUNT > 0
                STRING "CLOSED WITH FORCE, OPEN PERIOD NOW "
                    WS-PER-NEXT DELIMITED BY SIZE
                    INTO WS-RPT-RES-TEXT
            ELSE
                STRING "CLOSED, OPEN PERIOD NOW "
                    WS-PER-NEXT DELIMITED BY SIZE
                    INTO WS-RPT-RES-TEXT
            END-IF.
            MOVE SPACES TO WS-REPORT-RECORD.
            WRITE WS-REPORT-RECORD.
            WRITE WS-REPORT-RECORD FROM WS-RPT-RESULT.
            CLOSE CLOSE-REPORT-FILE.
            DISPLAY "PERIOD CLOSED: " WS-PER-LAST
                " OPEN PERIOD: " WS-PER-OPEN.
            DISPLAY "ELVES ROLLED: " WS-ROLLED-COUNT.
            DISPLAY "ELVES OUT OF BALANCE: " WS-TB-OUT-COUNT.
            IF WS-YEAR-END = 'Y'
                DISPLAY "YEAR-TO-DATE TOTALS RESET"
            END-IF.
            IF WS-TB-OUT-COUNT > 0 AND RETURN-CODE = 0
                MOVE 4 TO RETURN-CODE
            END-IF.
        STOP RUN.

        0100-LOAD-RUN-PARMS.
            OPEN INPUT PARM-FILE
            IF WS-PARM-STATUS = '00'
                PERFORM UNTIL WS-PARM-EOF = 'Y'
                    READ PARM-FILE
                        AT END
                            MOVE 'Y' TO WS-PARM-EOF
                        NOT AT END
                            IF WS-PARM-RECORD NOT = SPACES AND
                               WS-PARM-RECORD (1:1) NOT = '*'
                                PERFORM 0110-APPLY-PARM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PARM-FILE
            END-IF.

        0110-APPLY-PARM.
            MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
            UNSTRING WS-PARM-RECORD DELIMITED BY '='
                INTO WS-PARM-KEY WS-PARM-VAL
            IF FUNCTION TRIM (WS-PARM-KEY) = 'YEAR-END-MONTH'
                IF FUNCTION TRIM (WS-PARM-VAL) IS NUMERIC
                    COMPUTE WS-PARM-VALUE =
                        FUNCTION NUMVAL (WS-PARM-VAL)
                    IF WS-PARM-VALUE >= 1 AND WS-PARM-VALUE <= 12
                        MOVE WS-PARM-VALUE TO WS-YEAR-END-MONTH
                    ELSE
                        DISPLAY "BAD RUN PARM VALUE: " WS-PARM-RECORD
                    END-IF
                ELSE
                    DISPLAY "BAD RUN PARM VALUE: " WS-PARM-RECORD
                END-IF
            END-IF.

        0200-LOAD-PERIOD-CONTROL.
            MOVE SPACES TO WS-PER-LINE
            OPEN INPUT PERIOD-FILE
            IF WS-PER-STATUS = '35'
                DISPLAY "NO PERIOD CONTROL FILE - NOTHING POSTED YET"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-PER-STATUS NOT = '00'
                DISPLAY "PERIOD-FILE OPEN ERROR, STATUS: "
                    WS-PER-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            READ PERIOD-FILE INTO WS-PER-LINE
                AT END
                    MOVE SPACES TO WS-PER-LINE
            END-READ
            CLOSE PERIOD-FILE
            IF WS-PER-OPEN IS NOT NUMERIC
                DISPLAY "PERIOD CONTROL FILE INVALID: " WS-PER-LINE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-PER-OPEN TO WS-PER-NEXT
            IF WS-PER-NEXT-MONTH = 12
                ADD 1 TO WS-PER-NEXT-YEAR
                MOVE 1 TO WS-PER-NEXT-MONTH
            ELSE
                ADD 1 TO WS-PER-NEXT-MONTH
            END-IF.

        1000-LOAD-HISTORY.
            PERFORM VARYING WS-TB-SUB FROM 1 BY 1
                UNTIL WS-TB-SUB > 10000
                MOVE 0 TO WS-TB-HIST (WS-TB-SUB)
                MOVE 0 TO WS-TB-ACC (WS-TB-SUB)
                MOVE 0 TO WS-TB-ADJ (WS-TB-SUB)
                MOVE 'N' TO WS-TB-HAS-ACC (WS-TB-SUB)
            END-PERFORM
            OPEN INPUT HISTORY-FILE
            IF WS-HIST-STATUS = '00'
                PERFORM UNTIL WS-HIST-EOF = 'Y'
                    READ HISTORY-FILE
                        AT END
                            MOVE 'Y' TO WS-HIST-EOF
                        NOT AT END
                            MOVE WS-HISTORY-RECORD TO WS-HIST-LINE
                            PERFORM 1100-APPLY-HISTORY-ROW
                    END-READ
                END-PERFORM
                CLOSE HISTORY-FILE
            ELSE
                DISPLAY "HISTORY-FILE OPEN ERROR, STATUS: "
                    WS-HIST-STATUS
            END-IF.

        1100-APPLY-HISTORY-ROW.
            MOVE 'N' TO WS-IN-PERIOD
            IF WS-HIST-STAMP (1:6) = WS-PER-OPEN
                MOVE 'Y' TO WS-IN-PERIOD
            END-IF
            IF WS-HIST-STAMP (1:6) > WS-PER-OPEN AND
               WS-HIST-STAMP < WS-PER-CLOSE-STAMP
                MOVE 'Y' TO WS-IN-PERIOD
            END-IF
            IF WS-IN-PERIOD = 'Y' AND
               WS-HIST-ELF-NUM IS NUMERIC AND
               WS-HIST-TOTAL IS NUMERIC
                COMPUTE WS-TB-SUB = WS-HIST-ELF-NUM + 1
                ADD WS-HIST-TOTAL TO WS-TB-HIST (WS-TB-SUB)
                ADD 1 TO WS-TB-HIST-ROWS
            END-IF.

        1200-LOAD-SUMMARIES.
            OPEN INPUT SUMMARY-FILE
            IF WS-SUM-STATUS = '00'
                PERFORM UNTIL WS-SUM-EOF = 'Y'
                    READ SUMMARY-FILE
                        AT END
                            MOVE 'Y' TO WS-SUM-EOF
                        NOT AT END
                            MOVE WS-SUMMARY-RECORD TO WS-SUM-LINE
                            PERFORM 1250-APPLY-SUMMARY-ROW
                    END-READ
                END-PERFORM
                CLOSE SUMMARY-FILE
            END-IF.

        1250-APPLY-SUMMARY-ROW.
            IF WS-SUM-MONTH = WS-PER-OPEN AND
               WS-SUM-ELF IS NUMERIC AND
               WS-SUM-CNT IS NUMERIC
                IF WS-SUM-SUM IS NUMERIC
                    MOVE WS-SUM-SUM TO WS-SUM-AMOUNT
                ELSE
                    COMPUTE WS-SUM-AMOUNT = WS-SUM-AVG * WS-SUM-CNT
                END-IF
                COMPUTE WS-TB-SUB = WS-SUM-ELF + 1
                ADD WS-SUM-AMOUNT TO WS-TB-HIST (WS-TB-SUB)
                ADD WS-SUM-CNT TO WS-TB-HIST-ROWS
                ADD 1 TO WS-TB-SUM-ROWS
            END-IF.

        2000-LOAD-ACCUMULATORS.
            MOVE 'N' TO WS-ACC-EOF
            MOVE 0 TO ELF-ACC-NUMBER
            START ELF-ACCUM-FILE
                KEY IS NOT < ELF-ACC-NUMBER
                INVALID KEY
                    MOVE 'Y' TO WS-ACC-EOF
            END-START
            PERFORM UNTIL WS-ACC-EOF = 'Y'
                READ ELF-ACCUM-FILE NEXT
                    AT END
                        MOVE 'Y' TO WS-ACC-EOF
                    NOT AT END
                        COMPUTE WS-TB-SUB = ELF-ACC-NUMBER + 1
                        MOVE ELF-ACC-CUR-TOTAL TO WS-TB-ACC (WS-TB-SUB)
                        MOVE ELF-ACC-CUR-ADJ TO WS-TB-ADJ (WS-TB-SUB)
                        MOVE 'Y' TO WS-TB-HAS-ACC (WS-TB-SUB)
                END-READ
            END-PERFORM.

        3000-WRITE-TRIAL-BALANCE.
            WRITE WS-REPORT-RECORD FROM WS-RPT-TB-TITLE
            WRITE WS-REPORT-RECORD FROM WS-RPT-TB-COLUMNS
            PERFORM VARYING WS-TB-SUB FROM 1 BY 1
                UNTIL WS-TB-SUB > 10000
                IF WS-TB-HIST (WS-TB-SUB) NOT = 0 OR
                   WS-TB-ACC (WS-TB-SUB) NOT = 0 OR
                   WS-TB-ADJ (WS-TB-SUB) NOT = 0
                    PERFORM 3100-WRITE-TB-LINE
                END-IF
            END-PERFORM
            MOVE WS-TOT-HIST TO WS-RPT-TBT-HIST
            MOVE WS-TOT-ACC TO WS-RPT-TBT-ACC
            MOVE WS-TOT-ADJ TO WS-RPT-TBT-ADJ
            MOVE WS-TOT-DIFF TO WS-RPT-TBT-DIFF
            WRITE WS-REPORT-RECORD FROM WS-RPT-TB-TOTAL
            IF WS-TB-OUT-COUNT > 0
                MOVE "OUT OF BALANCE" TO WS-RPT-TBR-TEXT
            ELSE
                MOVE "IN BALANCE" TO WS-RPT-TBR-TEXT
            END-IF
            MOVE WS-TB-ELF-COUNT TO WS-RPT-TBR-ELVES
            MOVE WS-TB-OUT-COUNT TO WS-RPT-TBR-OUT
            MOVE WS-TB-HIST-ROWS TO WS-RPT-TBR-ROWS
            MOVE SPACES TO WS-REPORT-RECORD
            WRITE WS-REPORT-RECORD
            WRITE WS-REPORT-RECORD FROM WS-RPT-TB-RESULT.

        3100-WRITE-TB-LINE.
            ADD 1 TO WS-TB-ELF-COUNT
            COMPUTE WS-TB-NET = WS-TB-ACC (WS-TB-SUB)
                - WS-TB-ADJ (WS-TB-SUB)
            COMPUTE WS-TB-DIFF = WS-TB-NET - WS-TB-HIST (WS-TB-SUB)
            MOVE SPACES TO WS-RPT-TB-NOTE
            EVALUATE TRUE
                WHEN WS-TB-HAS-ACC (WS-TB-SUB) = 'N'
                    MOVE "NO ACCUMULATOR" TO WS-RPT-TB-NOTE
                    ADD 1 TO WS-TB-OUT-COUNT
                WHEN WS-TB-DIFF NOT = 0 AND
                     WS-TB-HIST (WS-TB-SUB) = 0
                    MOVE "NO HISTORY" TO WS-RPT-TB-NOTE
                    ADD 1 TO WS-TB-OUT-COUNT
                WHEN WS-TB-DIFF NOT = 0
                    MOVE "OUT OF BALANCE" TO WS-RPT-TB-NOTE
                    ADD 1 TO WS-TB-OUT-COUNT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            COMPUTE WS-RPT-TB-ELF = WS-TB-SUB - 1
            MOVE WS-TB-HIST (WS-TB-SUB) TO WS-RPT-TB-HIST
            MOVE WS-TB-ACC (WS-TB-SUB) TO WS-RPT-TB-ACC
            MOVE WS-TB-ADJ (WS-TB-SUB) TO WS-RPT-TB-ADJ
            MOVE WS-TB-DIFF TO WS-RPT-TB-DIFF
            WRITE WS-REPORT-RECORD FROM WS-RPT-TB-LINE
            ADD WS-TB-HIST (WS-TB-SUB) TO WS-TOT-HIST
            ADD WS-TB-ACC (WS-TB-SUB) TO WS-TOT-ACC
            ADD WS-TB-ADJ (WS-TB-SUB) TO WS-TOT-ADJ
            ADD WS-TB-DIFF TO WS-TOT-DIFF.

        4000-ROLL-ACCUMULATORS.
            IF WS-YEAR-END = 'Y'
                MOVE WS-PER-OPEN TO WS-RPT-YTD-PERIOD
                MOVE SPACES TO WS-REPORT-RECORD
                WRITE WS-REPORT-RECORD
                WRITE WS-REPORT-RECORD FROM WS-RPT-YTD-TITLE
                WRITE WS-REPORT-RECORD FROM WS-RPT-YTD-COLUMNS
            END-IF
            MOVE 'N' TO WS-ACC-EOF
            MOVE 0 TO ELF-ACC-NUMBER
            START ELF-ACCUM-FILE
                KEY IS NOT < ELF-ACC-NUMBER
                INVALID KEY
                    MOVE 'Y' TO WS-ACC-EOF
            END-START
            PERFORM UNTIL WS-ACC-EOF = 'Y'
                READ ELF-ACCUM-FILE NEXT
                    AT END
                        MOVE 'Y' TO WS-ACC-EOF
                    NOT AT END
                        PERFORM 4100-ROLL-ONE-ELF
                END-READ
            END-PERFORM
            IF WS-YEAR-END = 'Y'
                MOVE WS-TOT-YTD TO WS-RPT-YTDT-TOTAL
                WRITE WS-REPORT-RECORD FROM WS-RPT-YTD-TOTAL-LINE
            END-IF.

        4100-ROLL-ONE-ELF.
            MOVE ELF-ACC-CUR-TOTAL TO ELF-ACC-PRI-TOTAL
            MOVE ELF-ACC-CUR-ADJ TO ELF-ACC-PRI-ADJ
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 4
                MOVE ELF-ACC-CUR-CAT (WS-CAT-SUB)
                    TO ELF-ACC-PRI-CAT (WS-CAT-SUB)
            END-PERFORM
            IF WS-YEAR-END = 'Y'
                PERFORM 4200-WRITE-YTD-LINE
                MOVE 0 TO ELF-ACC-YTD-TOTAL
                PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                    UNTIL WS-CAT-SUB > 4
                    MOVE 0 TO ELF-ACC-YTD-CAT (WS-CAT-SUB)
                END-PERFORM
            END-IF
            MOVE ELF-ACC-NEXT-TOTAL TO ELF-ACC-CUR-TOTAL
            MOVE ELF-ACC-NEXT-ADJ TO ELF-ACC-CUR-ADJ
            ADD ELF-ACC-NEXT-TOTAL TO ELF-ACC-YTD-TOTAL
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 4
                MOVE ELF-ACC-NEXT-CAT (WS-CAT-SUB)
                    TO ELF-ACC-CUR-CAT (WS-CAT-SUB)
                ADD ELF-ACC-NEXT-CAT (WS-CAT-SUB)
                    TO ELF-ACC-YTD-CAT (WS-CAT-SUB)
                MOVE 0 TO ELF-ACC-NEXT-CAT (WS-CAT-SUB)
            END-PERFORM
            MOVE 0 TO ELF-ACC-NEXT-TOTAL
            MOVE 0 TO ELF-ACC-NEXT-ADJ
            MOVE WS-CURRENT-DATE-TIME (1:16) TO ELF-ACC-LAST-STAMP
            MOVE "ELFPCLS" TO ELF-ACC-LAST-PROG
            REWRITE ELF-ACC-RECORD
                INVALID KEY
                    DISPLAY "ELF-ACCUM-FILE REWRITE ERROR, STATUS: "
                        WS-ACC-STATUS
                NOT INVALID KEY
                    ADD 1 TO WS-ROLLED-COUNT
            END-REWRITE.

        4200-WRITE-YTD-LINE.
            MOVE ELF-ACC-NUMBER TO WS-RPT-YTD-ELF
            MOVE ELF-ACC-YTD-TOTAL TO WS-RPT-YTD-TOTAL
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 4
                MOVE ELF-ACC-YTD-CAT (WS-CAT-SUB)
                    TO WS-RPT-YTD-CAT (WS-CAT-SUB)
            END-PERFORM
            WRITE WS-REPORT-RECORD FROM WS-RPT-YTD-LINE
            ADD ELF-ACC-YTD-TOTAL TO WS-TOT-YTD.

        5000-SAVE-PERIOD-CONTROL.
            MOVE WS-PER-OPEN TO WS-PER-LAST
            MOVE WS-PER-NEXT TO WS-PER-OPEN
            MOVE WS-CURRENT-DATE-TIME (1:16) TO WS-PER-CLOSE-STAMP
            OPEN OUTPUT PERIOD-FILE
            IF WS-PER-STATUS = '00'
                WRITE WS-PER-RECORD FROM WS-PER-LINE
                CLOSE PERIOD-FILE
            ELSE
                DISPLAY "PERIOD-FILE OPEN ERROR, STATUS: "
                    WS-PER-STATUS
                DISPLAY "ACCUMULATORS ROLLED BUT PERIOD CONTROL NOT "
                    "UPDATED - CORRECT ./elfperiod.txt BEFORE RERUN"
                MOVE 8 TO RETURN-CODE
            END-IF.
