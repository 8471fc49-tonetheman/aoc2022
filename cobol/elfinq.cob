                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ELF-MST-NUMBER
                FILE STATUS IS WS-MST-STATUS.
                SELECT ELF-TEAM-HIST-FILE ASSIGN TO './elfteamhist.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ELF-THS-KEY
                FILE STATUS IS WS-THS-STATUS.
                SELECT INQ-REPORT-FILE ASSIGN TO './elfinqrpt.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INQRPT-STATUS.
            FD ELF-MASTER-FILE.
            COPY ELFMST.

            FD ELF-TEAM-HIST-FILE.
            COPY ELFTHS.

            FD INQ-REPORT-FILE.
            01 WS-INQRPT-RECORD PIC X(120).

            01 WS-INQRPT-STATUS PIC X(2) VALUE '00'.
            01 WS-BATCH-STATUS  PIC X(2) VALUE '00'.
            01 WS-MST-AVAILABLE PIC A(1) VALUE 'N'.
            01 WS-THS-STATUS    PIC X(2) VALUE '00'.
            01 WS-THS-AVAILABLE PIC A(1) VALUE 'N'.
            01 WS-THS-EOF       PIC A(1) VALUE 'N'.
            01 WS-THS-SEEN      PIC A(1) VALUE 'N'.
            01 WS-CURRENT-DATE-TIME PIC X(21).
            01 WS-IDX-EOF       PIC A(1) VALUE 'N'.
            01 WS-MST-EOF       PIC A(1) VALUE 'N'.
            01 WS-BATCH-EOF     PIC A(1) VALUE 'N'.
            01 WS-INQ-REQUEST   PIC X(20) VALUE SPACES.
            01 WS-INQ-TOKEN1    PIC X(10) VALUE SPACES.
            01 WS-INQ-TOKEN2    PIC X(10) VALUE SPACES.
            01 WS-INQ-TOKEN3    PIC X(10) VALUE SPACES.
            01 WS-INQ-LOW       PIC 9(4) VALUE 0.
            01 WS-INQ-HIGH      PIC 9(4) VALUE 0.
            01 WS-INQ-VALUE     PIC S9(8) VALUE 0.
            01 WS-TOP-SUM       PIC 9(10) VALUE 0.

            01 WS-TEAM-WANTED   PIC X(3) VALUE SPACES.
            01 WS-TEAM-AS-OF    PIC 9(8) VALUE 0.
            01 WS-CUR-TEAM      PIC X(3) VALUE SPACES.
            01 WS-TEAM-ELVES    PIC 9(4) VALUE 0.
            01 WS-TEAM-SUM      PIC 9(10) VALUE 0.
            01 WS-TEAM-CAT-SUMS.
                END-ACCEPT
                IF WS-INQ-REQUEST = SPACES
                    DISPLAY "ENTER ELF NUMBER, RANGE (LOW HIGH), "
                        "TOP N, TEAM XXX [YYYYMMDD] OR NAME PREFIX:"
                    ACCEPT WS-INQ-REQUEST
                END-IF
                IF WS-INQ-REQUEST = SPACES
            IF WS-MST-STATUS = '00'
                MOVE 'Y' TO WS-MST-AVAILABLE
            END-IF.
            OPEN INPUT ELF-TEAM-HIST-FILE.
            IF WS-THS-STATUS = '00'
                MOVE 'Y' TO WS-THS-AVAILABLE
            END-IF.
            IF WS-OUT-TO-FILE = 'Y'
                OPEN OUTPUT INQ-REPORT-FILE
                IF WS-INQRPT-STATUS NOT = '00'
            IF WS-MST-AVAILABLE = 'Y'
                CLOSE ELF-MASTER-FILE
            END-IF.
            IF WS-THS-AVAILABLE = 'Y'
                CLOSE ELF-TEAM-HIST-FILE
            END-IF.
            CLOSE ELF-INDEX-FILE.
        STOP RUN.

            MOVE 0 TO WS-TEAM-ELVES
            MOVE 0 TO WS-TEAM-SUM
            MOVE ZEROS TO WS-TEAM-CAT-SUMS
            MOVE SPACES TO WS-INQ-TOKEN1 WS-INQ-TOKEN2
                WS-INQ-TOKEN3.

        0500-RUN-ONE-INQUIRY.
            PERFORM 0400-RESET-INQUIRY
            MOVE FUNCTION UPPER-CASE (WS-INQ-REQUEST)
                TO WS-INQ-REQUEST
            UNSTRING WS-INQ-REQUEST DELIMITED BY ALL ' '
                INTO WS-INQ-TOKEN1 WS-INQ-TOKEN2 WS-INQ-TOKEN3
            MOVE WS-INQ-REQUEST TO WS-ECHO-REQUEST
            PERFORM 0850-PUT-ECHO-LINE
            EVALUATE TRUE
                    PERFORM 0870-PUT-MSG-LINE
                ELSE
                    MOVE WS-INQ-TOKEN2 (1:3) TO WS-TEAM-WANTED
                    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                    MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-TEAM-AS-OF
                    IF WS-INQ-TOKEN3 = SPACES
                        PERFORM 4100-SCAN-TEAM-MEMBERS
                    ELSE
                        IF WS-INQ-TOKEN3 (1:8) IS NUMERIC AND
                           WS-INQ-TOKEN3 (9:2) = SPACES
                            MOVE WS-INQ-TOKEN3 (1:8) TO WS-TEAM-AS-OF
                            PERFORM 4100-SCAN-TEAM-MEMBERS
                        ELSE
                            MOVE "INVALID TEAM AS-OF DATE:"
                                TO WS-MSG-TEXT
                            MOVE WS-INQ-TOKEN3 TO WS-MSG-ARG
                            PERFORM 0870-PUT-MSG-LINE
                        END-IF
                    END-IF
                END-IF
            END-IF.

                    AT END
                        MOVE 'Y' TO WS-MST-EOF
                    NOT AT END
                        MOVE ELF-MST-TEAM TO WS-CUR-TEAM
                        IF WS-THS-AVAILABLE = 'Y'
                            PERFORM 4150-LOOKUP-TEAM-AT-DATE
                        END-IF
                        IF WS-CUR-TEAM = WS-TEAM-WANTED
                            ADD 1 TO WS-FOUND-COUNT
                            PERFORM 4200-PUT-TEAM-MEMBER
                        END-IF
                PERFORM 4300-PUT-TEAM-SUBTOTAL
            END-IF.

        4150-LOOKUP-TEAM-AT-DATE.
            MOVE 'N' TO WS-THS-EOF
            MOVE 'N' TO WS-THS-SEEN
            MOVE ELF-MST-NUMBER TO ELF-THS-ELF-NUM
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
                        IF ELF-THS-ELF-NUM NOT = ELF-MST-NUMBER
                            MOVE 'Y' TO WS-THS-EOF
                        ELSE
                            IF ELF-THS-FROM-DATE > WS-TEAM-AS-OF
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

        4200-PUT-TEAM-MEMBER.
            MOVE ELF-MST-NUMBER TO WS-OUT-ELF-NUM
            MOVE ELF-MST-NAME TO WS-OUT-NAME
