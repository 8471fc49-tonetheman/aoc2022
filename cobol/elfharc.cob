            01 WS-ARCHIVE-RECORD PIC X(28).

            FD SUMMARY-FILE.
            01 WS-SUMMARY-RECORD PIC X(50).

            FD PARM-FILE.
            01 WS-PARM-RECORD PIC X(40).
                05 WS-SUM-MIN   PIC 9(8).
                05 WS-SUM-MAX   PIC 9(8).
                05 WS-SUM-AVG   PIC 9(8).
                05 WS-SUM-SUM   PIC 9(12).

        PROCEDURE DIVISION.
        0000-MAIN.
                WS-SUM-TAB-SUM (WS-SUM-IDX) /
                WS-SUM-TAB-COUNT (WS-SUM-IDX)
            MOVE WS-SUM-AVG-WORK TO WS-SUM-AVG
            MOVE WS-SUM-TAB-SUM (WS-SUM-IDX) TO WS-SUM-SUM
            WRITE WS-SUMMARY-RECORD FROM WS-SUM-LINE
            ADD 1 TO WS-SUMMARY-COUNT.

