        IDENTIFICATION DIVISION.
        PROGRAM-ID. ELFXFER.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                SELECT ELF-TEAM-HIST-FILE ASSIGN TO './elfteamhist.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ELF-THS-KEY
                FILE STATUS IS WS-THS-STATUS.
                SELECT HISTORY-FILE ASSIGN TO './elfhistory.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.
                SELECT XFER-RPT-FILE ASSIGN TO './elfxferrpt.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-XRPT-STATUS.

        DATA DIVISION.

            FILE SECTION.
            FD ELF-TEAM-HIST-FILE.
            COPY ELFTHS.

            FD HISTORY-FILE.
            01 WS-HISTORY-RECORD PIC X(28).

            FD XFER-RPT-FILE.
            01 WS-XRPT-RECORD PIC X(132).

            Working-Storage Section.

            01 WS-THS-STATUS    PIC X(2) VALUE '00'.
            01 WS-HIST-STATUS   PIC X(2) VALUE '00'.
            01 WS-XRPT-STATUS   PIC X(2) VALUE '00'.
            01 WS-THS-EOF       PIC A(1) VALUE 'N'.
            01 WS-HIST-EOF      PIC A(1) VALUE 'N'.
            01 WS-CURRENT-DATE-TIME PIC X(21).
            01 WS-RANGE-FROM    PIC 9(8) VALUE 0.
            01 WS-RANGE-TO      PIC 9(8) VALUE 0.
            01 WS-RANGE-TEXT    PIC X(8) VALUE SPACES.
            01 WS-HIST-DATE     PIC 9(8) VALUE 0.

            01 WS-HIST-LINE.
                05 WS-HIST-STAMP    PIC X(16).
                05 WS-HIST-ELF-NUM  PIC 9(4).
                05 WS-HIST-TOTAL    PIC 9(8).

            01 WS-PREV-VALID    PIC A(1) VALUE 'N'.
            01 WS-PREV-ELF      PIC 9(4) VALUE 0.
            01 WS-PREV-TEAM     PIC X(3) VALUE SPACES.
            01 WS-PREV-FROM     PIC 9(8) VALUE 0.

            01 WS-XFR-TABLE.
                05 WS-XFR-ENTRY OCCURS 500 TIMES.
                    10 WS-XFR-ELF       PIC 9(4).
                    10 WS-XFR-OLD-TEAM  PIC X(3).
                    10 WS-XFR-NEW-TEAM  PIC X(3).
                    10 WS-XFR-DATE      PIC 9(8).
                    10 WS-XFR-REASON    PIC X(10).
                    10 WS-XFR-BEF-FROM  PIC 9(8).
                    10 WS-XFR-AFT-TO    PIC 9(8).
                    10 WS-XFR-BEF-RUNS  PIC 9(4).
                    10 WS-XFR-BEF-TOTAL PIC 9(10).
                    10 WS-XFR-AFT-RUNS  PIC 9(4).
                    10 WS-XFR-AFT-TOTAL PIC 9(10).
            01 WS-XFR-COUNT     PIC 9(4) VALUE 0.
            01 WS-XFR-IDX       PIC 9(4) VALUE 0.
            01 WS-XFR-DROPPED   PIC 9(4) VALUE 0.
            01 WS-AVG-VALUE     PIC 9(10) VALUE 0.

            01 WS-XRPT-HEAD-LINE.
                05 FILLER           PIC X(20)
                    VALUE "TEAM TRANSFERS FROM ".
                05 WS-XHD-FROM      PIC 9(8).
                05 FILLER           PIC X(4) VALUE " TO ".
                05 WS-XHD-TO        PIC 9(8).
            01 WS-XRPT-LINE.
                05 FILLER           PIC X(4) VALUE "ELF ".
                05 WS-XRL-ELF       PIC 9(4).
                05 FILLER           PIC X(6) VALUE " FROM ".
                05 WS-XRL-OLD-TEAM  PIC X(3).
                05 FILLER           PIC X(4) VALUE " TO ".
                05 WS-XRL-NEW-TEAM  PIC X(3).
                05 FILLER           PIC X(4) VALUE " ON ".
                05 WS-XRL-DATE      PIC 9(8).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-XRL-REASON    PIC X(10).
                05 FILLER           PIC X(13) VALUE " BEFORE RUNS ".
                05 WS-XRL-BEF-RUNS  PIC ZZZ9.
                05 FILLER           PIC X(5) VALUE " TOT ".
                05 WS-XRL-BEF-TOTAL PIC Z(8)9.
                05 FILLER           PIC X(5) VALUE " AVG ".
                05 WS-XRL-BEF-AVG   PIC Z(6)9.
                05 FILLER           PIC X(12) VALUE " AFTER RUNS ".
                05 WS-XRL-AFT-RUNS  PIC ZZZ9.
                05 FILLER           PIC X(5) VALUE " TOT ".
                05 WS-XRL-AFT-TOTAL PIC Z(8)9.
                05 FILLER           PIC X(5) VALUE " AVG ".
                05 WS-XRL-AFT-AVG   PIC Z(6)9.
            01 WS-XRPT-TRAILER.
                05 FILLER           PIC X(18)
                    VALUE "TRANSFERS LISTED: ".
                05 WS-XTR-COUNT     PIC ZZZ9.

        PROCEDURE DIVISION.
        0000-MAIN.
            DISPLAY "elfxfer".
            PERFORM 0100-SET-DATE-RANGE.
            OPEN INPUT ELF-TEAM-HIST-FILE.
            IF WS-THS-STATUS = '35'
                DISPLAY "NO TEAM HISTORY FOUND - RUN ELFMAINT FIRST"
                STOP RUN
            END-IF.
            IF WS-THS-STATUS NOT = '00'
                DISPLAY "ELF-TEAM-HIST-FILE OPEN ERROR, STATUS: "
                    WS-THS-STATUS
                STOP RUN
            END-IF.
            PERFORM 1000-COLLECT-TRANSFERS.
            CLOSE ELF-TEAM-HIST-FILE.
            IF WS-XFR-COUNT > 0
                PERFORM 2000-SCAN-HISTORY
            END-IF.
            PERFORM 3000-WRITE-REPORT.
            DISPLAY "TRANSFERS LISTED: " WS-XFR-COUNT
                " NOT LISTED (TABLE FULL): " WS-XFR-DROPPED.
        STOP RUN.

        0100-SET-DATE-RANGE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RANGE-TO
            MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RANGE-FROM
            MOVE '01' TO WS-RANGE-FROM (7:2)
            MOVE SPACES TO WS-RANGE-TEXT
            ACCEPT WS-RANGE-TEXT FROM ENVIRONMENT "ELFXFER_FROM"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            IF WS-RANGE-TEXT NOT = SPACES
                IF WS-RANGE-TEXT IS NUMERIC
                    MOVE WS-RANGE-TEXT TO WS-RANGE-FROM
                ELSE
                    DISPLAY "BAD ELFXFER_FROM IGNORED: " WS-RANGE-TEXT
                END-IF
            END-IF
            MOVE SPACES TO WS-RANGE-TEXT
            ACCEPT WS-RANGE-TEXT FROM ENVIRONMENT "ELFXFER_TO"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            IF WS-RANGE-TEXT NOT = SPACES
                IF WS-RANGE-TEXT IS NUMERIC
                    MOVE WS-RANGE-TEXT TO WS-RANGE-TO
                ELSE
                    DISPLAY "BAD ELFXFER_TO IGNORED: " WS-RANGE-TEXT
                END-IF
            END-IF
            IF WS-RANGE-FROM > WS-RANGE-TO
                DISPLAY "TRANSFER RANGE FROM " WS-RANGE-FROM
                    " IS AFTER " WS-RANGE-TO
                STOP RUN
            END-IF.

        1000-COLLECT-TRANSFERS.
            MOVE LOW-VALUES TO ELF-THS-KEY
            START ELF-TEAM-HIST-FILE
                KEY IS NOT < ELF-THS-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-THS-EOF
            END-START
            PERFORM UNTIL WS-THS-EOF = 'Y'
                READ ELF-TEAM-HIST-FILE NEXT
                    AT END
                        MOVE 'Y' TO WS-THS-EOF
                    NOT AT END
                        PERFORM 1100-CHECK-ASSIGNMENT
                END-READ
            END-PERFORM.

        1100-CHECK-ASSIGNMENT.
            IF WS-PREV-VALID = 'Y' AND
               ELF-THS-ELF-NUM = WS-PREV-ELF AND
               ELF-THS-TEAM NOT = WS-PREV-TEAM AND
               ELF-THS-FROM-DATE NOT < WS-RANGE-FROM AND
               ELF-THS-FROM-DATE NOT > WS-RANGE-TO
                IF WS-XFR-COUNT < 500
                    ADD 1 TO WS-XFR-COUNT
                    MOVE ELF-THS-ELF-NUM TO WS-XFR-ELF (WS-XFR-COUNT)
                    MOVE WS-PREV-TEAM
                        TO WS-XFR-OLD-TEAM (WS-XFR-COUNT)
                    MOVE ELF-THS-TEAM
                        TO WS-XFR-NEW-TEAM (WS-XFR-COUNT)
                    MOVE ELF-THS-FROM-DATE
                        TO WS-XFR-DATE (WS-XFR-COUNT)
                    MOVE ELF-THS-REASON
                        TO WS-XFR-REASON (WS-XFR-COUNT)
                    MOVE WS-PREV-FROM
                        TO WS-XFR-BEF-FROM (WS-XFR-COUNT)
                    MOVE ELF-THS-TO-DATE
                        TO WS-XFR-AFT-TO (WS-XFR-COUNT)
                    MOVE 0 TO WS-XFR-BEF-RUNS (WS-XFR-COUNT)
                    MOVE 0 TO WS-XFR-BEF-TOTAL (WS-XFR-COUNT)
                    MOVE 0 TO WS-XFR-AFT-RUNS (WS-XFR-COUNT)
                    MOVE 0 TO WS-XFR-AFT-TOTAL (WS-XFR-COUNT)
                ELSE
                    ADD 1 TO WS-XFR-DROPPED
                END-IF
            END-IF
            MOVE 'Y' TO WS-PREV-VALID
            MOVE ELF-THS-ELF-NUM TO WS-PREV-ELF
            MOVE ELF-THS-TEAM TO WS-PREV-TEAM
            MOVE ELF-THS-FROM-DATE TO WS-PREV-FROM.

        2000-SCAN-HISTORY.
            OPEN INPUT HISTORY-FILE
            IF WS-HIST-STATUS NOT = '00'
                DISPLAY "HISTORY-FILE OPEN ERROR, STATUS: "
                    WS-HIST-STATUS
            ELSE
                PERFORM UNTIL WS-HIST-EOF = 'Y'
                    READ HISTORY-FILE
                        AT END
                            MOVE 'Y' TO WS-HIST-EOF
                        NOT AT END
                            MOVE WS-HISTORY-RECORD TO WS-HIST-LINE
                            IF WS-HIST-STAMP (1:8) IS NUMERIC AND
                               WS-HIST-TOTAL IS NUMERIC
                                MOVE WS-HIST-STAMP (1:8)
                                    TO WS-HIST-DATE
                                PERFORM 2100-APPLY-HISTORY
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HISTORY-FILE
            END-IF.

        2100-APPLY-HISTORY.
            PERFORM VARYING WS-XFR-IDX FROM 1 BY 1
                UNTIL WS-XFR-IDX > WS-XFR-COUNT
                IF WS-XFR-ELF (WS-XFR-IDX) = WS-HIST-ELF-NUM
                    IF WS-HIST-DATE NOT < WS-XFR-BEF-FROM (WS-XFR-IDX)
                       AND WS-HIST-DATE < WS-XFR-DATE (WS-XFR-IDX)
                        ADD 1 TO WS-XFR-BEF-RUNS (WS-XFR-IDX)
                        ADD WS-HIST-TOTAL
                            TO WS-XFR-BEF-TOTAL (WS-XFR-IDX)
                    END-IF
                    IF WS-HIST-DATE NOT < WS-XFR-DATE (WS-XFR-IDX)
                       AND WS-HIST-DATE < WS-XFR-AFT-TO (WS-XFR-IDX)
                        ADD 1 TO WS-XFR-AFT-RUNS (WS-XFR-IDX)
                        ADD WS-HIST-TOTAL
                            TO WS-XFR-AFT-TOTAL (WS-XFR-IDX)
                    END-IF
                END-IF
            END-PERFORM.

        3000-WRITE-REPORT.
            OPEN OUTPUT XFER-RPT-FILE
            IF WS-XRPT-STATUS NOT = '00'
                DISPLAY "XFER-RPT-FILE OPEN ERROR, STATUS: "
                    WS-XRPT-STATUS
            ELSE
                MOVE WS-RANGE-FROM TO WS-XHD-FROM
                MOVE WS-RANGE-TO TO WS-XHD-TO
                WRITE WS-XRPT-RECORD FROM WS-XRPT-HEAD-LINE
                MOVE SPACES TO WS-XRPT-RECORD
                WRITE WS-XRPT-RECORD
                PERFORM VARYING WS-XFR-IDX FROM 1 BY 1
                    UNTIL WS-XFR-IDX > WS-XFR-COUNT
                    PERFORM 3100-WRITE-TRANSFER-LINE
                END-PERFORM
                IF WS-XFR-COUNT = 0
                    MOVE "NO TEAM TRANSFERS IN RANGE" TO WS-XRPT-RECORD
                    WRITE WS-XRPT-RECORD
                END-IF
                MOVE SPACES TO WS-XRPT-RECORD
                WRITE WS-XRPT-RECORD
                MOVE WS-XFR-COUNT TO WS-XTR-COUNT
                WRITE WS-XRPT-RECORD FROM WS-XRPT-TRAILER
                CLOSE XFER-RPT-FILE
            END-IF.

        3100-WRITE-TRANSFER-LINE.
            MOVE WS-XFR-ELF (WS-XFR-IDX) TO WS-XRL-ELF
            MOVE WS-XFR-OLD-TEAM (WS-XFR-IDX) TO WS-XRL-OLD-TEAM
            MOVE WS-XFR-NEW-TEAM (WS-XFR-IDX) TO WS-XRL-NEW-TEAM
            MOVE WS-XFR-DATE (WS-XFR-IDX) TO WS-XRL-DATE
            MOVE WS-XFR-REASON (WS-XFR-IDX) TO WS-XRL-REASON
            MOVE WS-XFR-BEF-RUNS (WS-XFR-IDX) TO WS-XRL-BEF-RUNS
            MOVE WS-XFR-BEF-TOTAL (WS-XFR-IDX) TO WS-XRL-BEF-TOTAL
            MOVE 0 TO WS-AVG-VALUE
            IF WS-XFR-BEF-RUNS (WS-XFR-IDX) > 0
                COMPUTE WS-AVG-VALUE = WS-XFR-BEF-TOTAL (WS-XFR-IDX)
                    / WS-XFR-BEF-RUNS (WS-XFR-IDX)
            END-IF
            MOVE WS-AVG-VALUE TO WS-XRL-BEF-AVG
            MOVE WS-XFR-AFT-RUNS (WS-XFR-IDX) TO WS-XRL-AFT-RUNS
            MOVE WS-XFR-AFT-TOTAL (WS-XFR-IDX) TO WS-XRL-AFT-TOTAL
            MOVE 0 TO WS-AVG-VALUE
            IF WS-XFR-AFT-RUNS (WS-XFR-IDX) > 0
                COMPUTE WS-AVG-VALUE = WS-XFR-AFT-TOTAL (WS-XFR-IDX)
                    / WS-XFR-AFT-RUNS (WS-XFR-IDX)
            END-IF
            MOVE WS-AVG-VALUE TO WS-XRL-AFT-AVG
            WRITE WS-XRPT-RECORD FROM WS-XRPT-LINE.
