                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ELF-MST-NUMBER
                FILE STATUS IS WS-MST-STATUS.
                SELECT ELF-TEAM-HIST-FILE ASSIGN TO './elfteamhist.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ELF-THS-KEY
                FILE STATUS IS WS-THS-STATUS.

        DATA DIVISION.

            FD ELF-MASTER-FILE.
            COPY ELFMST.

            FD ELF-TEAM-HIST-FILE.
            COPY ELFTHS.

            Working-Storage Section.

            01 WS-HIST-STATUS   PIC X(2) VALUE '00'.
            01 WS-ELFIDX-STATUS PIC X(2) VALUE '00'.
            01 WS-MST-STATUS    PIC X(2) VALUE '00'.
            01 WS-MST-AVAILABLE PIC A(1) VALUE 'N'.
            01 WS-THS-STATUS    PIC X(2) VALUE '00'.
            01 WS-THS-AVAILABLE PIC A(1) VALUE 'N'.
            01 WS-THS-EOF       PIC A(1) VALUE 'N'.
            01 WS-THS-SEEN      PIC A(1) VALUE 'N'.
            01 WS-CURRENT-DATE-TIME PIC X(21).
            01 WS-HIST-EOF      PIC A(1) VALUE 'N'.
            01 WS-IDX-EOF       PIC A(1) VALUE 'N'.
            01 WS-PARM-EOF      PIC A(1) VALUE 'N'.
            01 WS-TEAM-SLOT     PIC 9(2) VALUE 0.
            01 WS-CUR-TEAM      PIC X(3) VALUE SPACES.
            01 WS-LOOKUP-ELF    PIC 9(4) VALUE 0.
            01 WS-LOOKUP-DATE   PIC 9(8) VALUE 0.
            01 WS-TODAY         PIC 9(8) VALUE 0.

            01 WS-CAT-NAME-LIST.
                05 FILLER PIC X(8) VALUE "MEAL".
            IF WS-MST-STATUS = '00'
                MOVE 'Y' TO WS-MST-AVAILABLE
            END-IF.
            OPEN INPUT ELF-TEAM-HIST-FILE.
            IF WS-THS-STATUS = '00'
                MOVE 'Y' TO WS-THS-AVAILABLE
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
            MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-TODAY.
            PERFORM 2000-LOAD-TEAM-SPLITS.
            PERFORM 3000-LOAD-TEAM-TREND.
            PERFORM 4000-WRITE-REQUISITION.
            IF WS-MST-AVAILABLE = 'Y'
                CLOSE ELF-MASTER-FILE
            END-IF.
            IF WS-THS-AVAILABLE = 'Y'
                CLOSE ELF-TEAM-HIST-FILE
            END-IF.
            DISPLAY "HISTORY DAYS: " WS-DAY-COUNT
                " TEAMS FORECAST: " WS-TEAM-COUNT.
        STOP RUN.
                    NOT INVALID KEY
                        MOVE ELF-MST-TEAM TO WS-CUR-TEAM
                END-READ
            END-IF
            IF WS-THS-AVAILABLE = 'Y'
                PERFORM 1650-LOOKUP-TEAM-AT-DATE
            END-IF.

        1650-LOOKUP-TEAM-AT-DATE.
            MOVE 'N' TO WS-THS-EOF
            MOVE 'N' TO WS-THS-SEEN
            MOVE WS-LOOKUP-ELF TO ELF-THS-ELF-NUM
            MOVE 0 TO ELF-THS-FROM-DATE
            MOVE 0 TO ELF-THS-SEQ
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
                        IF ELF-THS-ELF-NUM NOT = WS-LOOKUP-ELF
                            MOVE 'Y' TO WS-THS-EOF
                        ELSE
                            IF ELF-THS-FROM-DATE > WS-LOOKUP-DATE
                                IF WS-THS-SEEN = 'N'
                                    MOVE "---" TO WS-CUR-TEAM
                                END-IF
                                MOVE 'Y' TO WS-THS-EOF
                            ELSE
                                MOVE ELF-THS-TEAM TO WS-CUR-TEAM
                            END-IF
                            MOVE 'Y' TO WS-THS-SEEN
                        END-IF
                END-READ
            END-PERFORM.

        2000-LOAD-TEAM-SPLITS.
            OPEN INPUT ELF-INDEX-FILE
            IF WS-ELFIDX-STATUS NOT = '00'

        2100-ACCUMULATE-SPLIT.
            MOVE ELF-IDX-NUMBER TO WS-LOOKUP-ELF
            MOVE WS-TODAY TO WS-LOOKUP-DATE
            PERFORM 1600-LOOKUP-TEAM
            PERFORM 1500-FIND-TEAM-SLOT
            IF WS-TEAM-SLOT > 0

        3100-ACCUMULATE-TREND.
            MOVE WS-HIST-ELF-NUM TO WS-LOOKUP-ELF
            MOVE WS-HIST-STAMP (1:8) TO WS-LOOKUP-DATE
            PERFORM 1600-LOOKUP-TEAM
            PERFORM 1500-FIND-TEAM-SLOT
            IF WS-TEAM-SLOT > 0
