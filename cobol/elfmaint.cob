                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ELF-MST-NUMBER
                FILE STATUS IS WS-MST-STATUS.
                SELECT ELF-TEAM-HIST-FILE ASSIGN TO './elfteamhist.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ELF-THS-KEY
                FILE STATUS IS WS-THS-STATUS.
                SELECT AUTH-FILE ASSIGN TO './elfauth.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUTH-STATUS.
                SELECT PEND-FILE ASSIGN TO './elfpending.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PND-STATUS.
                SELECT PEND-CTL-FILE ASSIGN TO './elfpndctl.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PCTL-STATUS.

        DATA DIVISION.

            FILE SECTION.
            FD TRANS-FILE.
            01 WS-TRANS-RECORD PIC X(54).

            FD MAINT-LOG-FILE.
            01 WS-LOG-RECORD PIC X(100).

            FD ELF-MASTER-FILE.
            COPY ELFMST.

            FD ELF-TEAM-HIST-FILE.
            COPY ELFTHS.

            FD AUTH-FILE.
            01 WS-AUTH-RECORD PIC X(40).

            FD PEND-FILE.
            COPY ELFPND.

            FD PEND-CTL-FILE.
            01 WS-PCTL-RECORD PIC X(20).

            Working-Storage Section.

            01 WS-CURRENT-DATE-TIME PIC X(21).
            01 WS-TRN-STATUS    PIC X(2) VALUE '00'.
            01 WS-LOG-STATUS    PIC X(2) VALUE '00'.
            01 WS-MST-STATUS    PIC X(2) VALUE '00'.
            01 WS-THS-STATUS    PIC X(2) VALUE '00'.
            01 WS-AUTH-STATUS   PIC X(2) VALUE '00'.
            01 WS-AUTH-EOF      PIC A(1) VALUE 'N'.
            01 WS-AUTH-TABLE.
                05 WS-AUTH-ENTRY OCCURS 100 TIMES.
                    10 WS-AUTH-OPER  PIC X(8).
                    10 WS-AUTH-TYPE  PIC X(6).
                    10 WS-AUTH-LEVEL PIC X(2).
            01 WS-AUTH-COUNT    PIC 9(3) VALUE 0.
            01 WS-AUTH-IDX      PIC 9(3) VALUE 0.
            01 WS-AUTH-TOKEN1   PIC X(10) VALUE SPACES.
            01 WS-AUTH-TOKEN2   PIC X(10) VALUE SPACES.
            01 WS-AUTH-TOKEN3   PIC X(10) VALUE SPACES.
            01 WS-AUTH-WANT-OPER PIC X(8) VALUE SPACES.
            01 WS-AUTH-WANT-TYPE PIC X(6) VALUE SPACES.
            01 WS-AUTH-ENTER    PIC A(1) VALUE 'N'.
            01 WS-PND-STATUS    PIC X(2) VALUE '00'.
            01 WS-PCTL-STATUS   PIC X(2) VALUE '00'.
            01 WS-PND-LAST-ID   PIC 9(6) VALUE 0.
            01 WS-QUEUED-COUNT  PIC 9(6) VALUE 0.
            01 WS-QUEUE-TEXT.
                05 FILLER        PIC X(23)
                    VALUE "QUEUED FOR APPROVAL ID ".
                05 WS-QUEUE-ID   PIC 9(6).
            01 WS-THS-EOF       PIC A(1) VALUE 'N'.
            01 WS-THS-FOUND     PIC A(1) VALUE 'N'.
            01 WS-THS-ELF       PIC 9(4) VALUE 0.
            01 WS-THS-LAST-KEY.
                05 WS-THS-LAST-ELF  PIC 9(4).
                05 WS-THS-LAST-FROM PIC 9(8).
                05 WS-THS-LAST-SEQ  PIC 9(2).
            01 WS-THS-NEW-TEAM  PIC X(3) VALUE SPACES.
            01 WS-THS-NEW-ACTIVE PIC X(1) VALUE SPACE.
            01 WS-THS-NEW-REASON PIC X(10) VALUE SPACES.
            01 WS-OLD-TEAM      PIC X(3) VALUE SPACES.
            01 WS-OLD-ACTIVE    PIC X(1) VALUE SPACE.
            01 WS-TODAY         PIC 9(8) VALUE 0.
            01 WS-EFF-DATE      PIC 9(8) VALUE 0.
            01 WS-EFF-OK        PIC A(1) VALUE 'N'.
            01 WS-TRN-EOF       PIC A(1) VALUE 'N'.
            01 WS-TRN-LINE-NUM  PIC 9(6) VALUE 0.
            01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
                05 WS-TRN-NUMBER PIC X(4).
                05 WS-TRN-NAME   PIC X(20).
                05 WS-TRN-TEAM   PIC X(3).
                05 WS-TRN-REASON PIC X(10).
                05 WS-TRN-EFF    PIC X(8).
                05 WS-TRN-OPER   PIC X(8).
            01 WS-LOG-LINE.
                05 WS-LOG-TS     PIC X(14).
                05 FILLER        PIC X(1) VALUE SPACE.
                05 WS-LOG-ELF    PIC X(4).
                05 FILLER        PIC X(1) VALUE SPACE.
                05 WS-LOG-TEXT   PIC X(30).
                05 FILLER        PIC X(4) VALUE " BY ".
                05 WS-LOG-OPER   PIC X(8).
                05 FILLER        PIC X(6) VALUE " APPR ".
                05 WS-LOG-APPR   PIC X(8).

        PROCEDURE DIVISION.
        0000-MAIN.
            DISPLAY "elfmaint".
            PERFORM 0100-OPEN-FILES.
            PERFORM 0150-LOAD-AUTHORITY.
            PERFORM 0200-LOAD-PENDING-CONTROL.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
            MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-LOG-TS.
            MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-TODAY.
            PERFORM UNTIL WS-TRN-EOF = 'Y'
                READ TRANS-FILE
                    AT END
            END-PERFORM.
            DISPLAY "TRANSACTIONS APPLIED: " WS-APPLIED-COUNT.
            DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNT.
            DISPLAY "TRANSACTIONS QUEUED: " WS-QUEUED-COUNT.
            IF WS-QUEUED-COUNT > 0
                PERFORM 0250-SAVE-PENDING-CONTROL
            END-IF.
            CLOSE TRANS-FILE.
            CLOSE PEND-FILE.
            CLOSE MAINT-LOG-FILE.
            CLOSE ELF-MASTER-FILE.
            CLOSE ELF-TEAM-HIST-FILE.
        STOP RUN.

        0100-OPEN-FILES.
                DISPLAY "ELF-MASTER-FILE OPEN ERROR, STATUS: "
                    WS-MST-STATUS
                STOP RUN
            END-IF
            OPEN I-O ELF-TEAM-HIST-FILE
            IF WS-THS-STATUS = '35'
                OPEN OUTPUT ELF-TEAM-HIST-FILE
                CLOSE ELF-TEAM-HIST-FILE
                OPEN I-O ELF-TEAM-HIST-FILE
            END-IF
            IF WS-THS-STATUS NOT = '00'
                DISPLAY "ELF-TEAM-HIST-FILE OPEN ERROR, STATUS: "
                    WS-THS-STATUS
                CLOSE ELF-MASTER-FILE
                STOP RUN
            END-IF
            OPEN EXTEND PEND-FILE
            IF WS-PND-STATUS NOT = '00'
                OPEN OUTPUT PEND-FILE
            END-IF
            IF WS-PND-STATUS NOT = '00'
                DISPLAY "PEND-FILE OPEN ERROR, STATUS: "
                    WS-PND-STATUS
                CLOSE ELF-MASTER-FILE
                CLOSE ELF-TEAM-HIST-FILE
                STOP RUN
            END-IF.

        0150-LOAD-AUTHORITY.
            OPEN INPUT AUTH-FILE
            IF WS-AUTH-STATUS NOT = '00'
                DISPLAY "NO OPERATOR AUTHORITY FILE FOUND"
            ELSE
                PERFORM UNTIL WS-AUTH-EOF = 'Y'
                    READ AUTH-FILE
                        AT END
                            MOVE 'Y' TO WS-AUTH-EOF
                        NOT AT END
                            IF WS-AUTH-RECORD NOT = SPACES AND
                               WS-AUTH-RECORD (1:1) NOT = '*'
                                PERFORM 0160-LOAD-ONE-AUTHORITY
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUTH-FILE
            END-IF.

        0160-LOAD-ONE-AUTHORITY.
            MOVE SPACES TO WS-AUTH-TOKEN1 WS-AUTH-TOKEN2 WS-AUTH-TOKEN3
            UNSTRING WS-AUTH-RECORD DELIMITED BY ALL ' '
                INTO WS-AUTH-TOKEN1 WS-AUTH-TOKEN2 WS-AUTH-TOKEN3
            IF WS-AUTH-TOKEN3 = SPACES
                DISPLAY "BAD AUTHORITY RECORD: " WS-AUTH-RECORD
            ELSE
                IF WS-AUTH-COUNT >= 100
                    DISPLAY "AUTHORITY TABLE FULL, IGNORED: "
                        WS-AUTH-RECORD
                ELSE
                    ADD 1 TO WS-AUTH-COUNT
                    MOVE WS-AUTH-TOKEN1 TO WS-AUTH-OPER (WS-AUTH-COUNT)
                    MOVE WS-AUTH-TOKEN2 TO WS-AUTH-TYPE (WS-AUTH-COUNT)
                    MOVE WS-AUTH-TOKEN3 TO
                        WS-AUTH-LEVEL (WS-AUTH-COUNT)
                END-IF
            END-IF.

        0170-CHECK-ENTRY-AUTHORITY.
            MOVE 'N' TO WS-AUTH-ENTER
            MOVE WS-TRN-OPER TO WS-AUTH-WANT-OPER
            EVALUATE WS-TRN-ACTION
                WHEN 'A'
                    MOVE "ADD" TO WS-AUTH-WANT-TYPE
                WHEN 'C'
                    MOVE "CHANGE" TO WS-AUTH-WANT-TYPE
                WHEN 'D'
                    MOVE "DEACT" TO WS-AUTH-WANT-TYPE
                WHEN OTHER
                    MOVE SPACES TO WS-AUTH-WANT-TYPE
            END-EVALUATE
            PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                IF WS-AUTH-OPER (WS-AUTH-IDX) = WS-AUTH-WANT-OPER AND
                   WS-AUTH-TYPE (WS-AUTH-IDX) = WS-AUTH-WANT-TYPE AND
                   (WS-AUTH-LEVEL (WS-AUTH-IDX) = 'E' OR
                    WS-AUTH-LEVEL (WS-AUTH-IDX) = 'EA')
                    MOVE 'Y' TO WS-AUTH-ENTER
                END-IF
            END-PERFORM.

        0200-LOAD-PENDING-CONTROL.
            OPEN INPUT PEND-CTL-FILE
            IF WS-PCTL-STATUS = '00'
                READ PEND-CTL-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF WS-PCTL-RECORD (1:6) IS NUMERIC
                            MOVE WS-PCTL-RECORD (1:6) TO WS-PND-LAST-ID
                        END-IF
                END-READ
                CLOSE PEND-CTL-FILE
            END-IF.

        0250-SAVE-PENDING-CONTROL.
            OPEN OUTPUT PEND-CTL-FILE
            IF WS-PCTL-STATUS NOT = '00'
                DISPLAY "PEND-CTL-FILE OPEN ERROR, STATUS: "
                    WS-PCTL-STATUS
            ELSE
                MOVE SPACES TO WS-PCTL-RECORD
                MOVE WS-PND-LAST-ID TO WS-PCTL-RECORD (1:6)
                WRITE WS-PCTL-RECORD
                CLOSE PEND-CTL-FILE
            END-IF.

        1000-APPLY-TRANSACTION.
            MOVE WS-TRN-LINE-NUM TO WS-LOG-LINE-NUM
            MOVE WS-TRN-ACTION TO WS-LOG-ACTION
            MOVE WS-TRN-NUMBER TO WS-LOG-ELF
            MOVE WS-TRN-OPER TO WS-LOG-OPER
            MOVE SPACES TO WS-LOG-APPR
            PERFORM 1050-SET-EFFECTIVE-DATE
            PERFORM 0170-CHECK-ENTRY-AUTHORITY
            EVALUATE TRUE
                WHEN WS-TRN-NUMBER IS NOT NUMERIC
                    MOVE "REJECTED: BAD ELF NUMBER" TO WS-LOG-TEXT
                    PERFORM 1900-WRITE-LOG-REJECT
                WHEN WS-EFF-OK = 'N'
                    MOVE "REJECTED: BAD EFFECTIVE DATE" TO WS-LOG-TEXT
                    PERFORM 1900-WRITE-LOG-REJECT
                WHEN WS-TRN-OPER = SPACES
                    MOVE "REJECTED: NO OPERATOR ID" TO WS-LOG-TEXT
                    PERFORM 1900-WRITE-LOG-REJECT
                WHEN WS-AUTH-ENTER = 'N' AND
                     WS-AUTH-WANT-TYPE NOT = SPACES
                    MOVE "REJECTED: NOT AUTHORISED" TO WS-LOG-TEXT
                    PERFORM 1900-WRITE-LOG-REJECT
                WHEN WS-TRN-ACTION = 'A'
                    PERFORM 1100-ADD-ELF
                WHEN WS-TRN-ACTION = 'C'
                    PERFORM 1200-CHANGE-ELF
                WHEN WS-TRN-ACTION = 'D'
                    PERFORM 1300-DEACTIVATE-ELF
                WHEN OTHER
                    MOVE "REJECTED: BAD ACTION CODE"
                        TO WS-LOG-TEXT
                    PERFORM 1900-WRITE-LOG-REJECT
            END-EVALUATE.

        1050-SET-EFFECTIVE-DATE.
            MOVE 'Y' TO WS-EFF-OK
            MOVE WS-TODAY TO WS-EFF-DATE
            IF WS-TRN-EFF NOT = SPACES
                IF WS-TRN-EFF IS NUMERIC
                    MOVE WS-TRN-EFF TO WS-EFF-DATE
                    IF WS-EFF-DATE > WS-TODAY OR
                       FUNCTION TEST-DATE-YYYYMMDD (WS-EFF-DATE) NOT = 0
                        MOVE 'N' TO WS-EFF-OK
                    END-IF
                ELSE
                    MOVE 'N' TO WS-EFF-OK
                END-IF
            END-IF.

        1100-ADD-ELF.
                    MOVE "REJECTED: DUPLICATE ELF" TO WS-LOG-TEXT
                    PERFORM 1900-WRITE-LOG-REJECT
                NOT INVALID KEY
                    PERFORM 1500-FIND-LAST-ASSIGNMENT
                    IF WS-THS-FOUND = 'Y'
                        PERFORM 1660-CLOSE-LAST-ROW
                    END-IF
                    MOVE WS-TRN-TEAM TO WS-THS-NEW-TEAM
                    MOVE 'Y' TO WS-THS-NEW-ACTIVE
                    MOVE "ADD" TO WS-THS-NEW-REASON
                    PERFORM 1700-WRITE-ASSIGNMENT-ROW
                    MOVE "ADDED" TO WS-LOG-TEXT
                    PERFORM 1800-WRITE-LOG-APPLIED
            END-WRITE.
                    MOVE "REJECTED: ELF NOT ON FILE" TO WS-LOG-TEXT
                    PERFORM 1900-WRITE-LOG-REJECT
                NOT INVALID KEY
                    IF ELF-MST-ACTIVE = 'M'
                        MOVE "REJECTED: ELF MERGED" TO WS-LOG-TEXT
                        PERFORM 1900-WRITE-LOG-REJECT
                    ELSE
                        PERFORM 1250-APPLY-CHANGE
                    END-IF
            END-READ.

        1250-APPLY-CHANGE.
            MOVE ELF-MST-TEAM TO WS-OLD-TEAM
            MOVE ELF-MST-ACTIVE TO WS-OLD-ACTIVE
            MOVE 'N' TO WS-THS-FOUND
            IF WS-TRN-TEAM NOT = SPACES AND
               WS-TRN-TEAM NOT = WS-OLD-TEAM
                PERFORM 1500-FIND-LAST-ASSIGNMENT
            END-IF
            IF WS-THS-FOUND = 'Y' AND
               WS-EFF-DATE < WS-THS-LAST-FROM
                MOVE "REJECTED: EFF BEFORE LAST MOVE" TO WS-LOG-TEXT
                PERFORM 1900-WRITE-LOG-REJECT
            ELSE
                IF WS-TRN-TEAM NOT = SPACES AND
                   WS-TRN-TEAM NOT = WS-OLD-TEAM
                    MOVE "CHANGE" TO ELF-PND-TYPE
                    PERFORM 1400-QUEUE-TRANSACTION
                ELSE
                    PERFORM 1260-APPLY-NAME-CHANGE
                END-IF
            END-IF.

        1260-APPLY-NAME-CHANGE.
            IF WS-TRN-NAME NOT = SPACES
                MOVE WS-TRN-NAME TO ELF-MST-NAME
            END-IF
            REWRITE ELF-MST-RECORD
            MOVE "CHANGED" TO WS-LOG-TEXT
            PERFORM 1800-WRITE-LOG-APPLIED.

        1300-DEACTIVATE-ELF.
            MOVE WS-TRN-NUMBER TO ELF-MST-NUMBER
            READ ELF-MASTER-FILE
                    MOVE "REJECTED: ELF NOT ON FILE" TO WS-LOG-TEXT
                    PERFORM 1900-WRITE-LOG-REJECT
                NOT INVALID KEY
                    IF ELF-MST-ACTIVE = 'M'
                        MOVE "REJECTED: ELF MERGED" TO WS-LOG-TEXT
                        PERFORM 1900-WRITE-LOG-REJECT
                    ELSE
                        PERFORM 1350-APPLY-DEACTIVATION
                    END-IF
            END-READ.

        1350-APPLY-DEACTIVATION.
            MOVE ELF-MST-TEAM TO WS-OLD-TEAM
            MOVE ELF-MST-ACTIVE TO WS-OLD-ACTIVE
            MOVE 'N' TO WS-THS-FOUND
            IF WS-OLD-ACTIVE NOT = 'N'
                PERFORM 1500-FIND-LAST-ASSIGNMENT
            END-IF
            IF WS-THS-FOUND = 'Y' AND
               WS-EFF-DATE < WS-THS-LAST-FROM
                MOVE "REJECTED: EFF BEFORE LAST MOVE" TO WS-LOG-TEXT
                PERFORM 1900-WRITE-LOG-REJECT
            ELSE
                MOVE "DEACT" TO ELF-PND-TYPE
                PERFORM 1400-QUEUE-TRANSACTION
            END-IF.

        1400-QUEUE-TRANSACTION.
            ADD 1 TO WS-PND-LAST-ID
            MOVE WS-PND-LAST-ID TO ELF-PND-ID
            MOVE WS-TRN-NUMBER TO ELF-PND-ELF
            MOVE WS-TRN-OPER TO ELF-PND-ENTERED
            MOVE WS-CURRENT-DATE-TIME (1:14) TO ELF-PND-STAMP
            MOVE WS-TRANS-RECORD TO ELF-PND-DETAIL
            WRITE ELF-PND-RECORD
            ADD 1 TO WS-QUEUED-COUNT
            MOVE WS-PND-LAST-ID TO WS-QUEUE-ID
            MOVE WS-QUEUE-TEXT TO WS-LOG-TEXT
            WRITE WS-LOG-RECORD FROM WS-LOG-LINE.

        1500-FIND-LAST-ASSIGNMENT.
            MOVE 'N' TO WS-THS-FOUND
            MOVE 'N' TO WS-THS-EOF
            MOVE WS-TRN-NUMBER TO WS-THS-ELF
            MOVE WS-THS-ELF TO ELF-THS-ELF-NUM
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
                        IF ELF-THS-ELF-NUM NOT = WS-THS-ELF
                            MOVE 'Y' TO WS-THS-EOF
                        ELSE
                            MOVE ELF-THS-KEY TO WS-THS-LAST-KEY
                            MOVE 'Y' TO WS-THS-FOUND
                        END-IF
                END-READ
            END-PERFORM.

        1660-CLOSE-LAST-ROW.
            MOVE WS-THS-LAST-KEY TO ELF-THS-KEY
            READ ELF-TEAM-HIST-FILE
                KEY IS ELF-THS-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE WS-EFF-DATE TO ELF-THS-TO-DATE
                    REWRITE ELF-THS-RECORD
            END-READ.

        1700-WRITE-ASSIGNMENT-ROW.
            MOVE WS-THS-ELF TO ELF-THS-ELF-NUM
            MOVE WS-EFF-DATE TO ELF-THS-FROM-DATE
            MOVE 1 TO ELF-THS-SEQ
            IF WS-THS-FOUND = 'Y' AND
               WS-THS-LAST-FROM = WS-EFF-DATE
                COMPUTE ELF-THS-SEQ = WS-THS-LAST-SEQ + 1
            END-IF
            MOVE 99999999 TO ELF-THS-TO-DATE
            MOVE WS-THS-NEW-TEAM TO ELF-THS-TEAM
            MOVE WS-THS-NEW-ACTIVE TO ELF-THS-ACTIVE
            MOVE WS-THS-NEW-REASON TO ELF-THS-REASON
            IF WS-TRN-REASON NOT = SPACES
                MOVE WS-TRN-REASON TO ELF-THS-REASON
            END-IF
            MOVE WS-CURRENT-DATE-TIME (1:16) TO ELF-THS-STAMP
            WRITE ELF-THS-RECORD
                INVALID KEY
                    DISPLAY "TEAM HISTORY WRITE FAILED, ELF: "
                        WS-THS-ELF
            END-WRITE.

        1800-WRITE-LOG-APPLIED.
            ADD 1 TO WS-APPLIED-COUNT
            WRITE WS-LOG-RECORD FROM WS-LOG-LINE.
