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
                SELECT PARM-FILE ASSIGN TO './runparms.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
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

            01 WS-CORR-RECORD PIC X(40).

            FD ADJ-AUDIT-FILE.
            01 WS-ADJ-AUDIT-RECORD PIC X(120).

            FD DONE-FILE.
            01 WS-DONE-RECORD PIC X(20).
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

            FD PARM-FILE.
            01 WS-PARM-RECORD PIC X(40).

            FD AUTH-FILE.
            01 WS-AUTH-RECORD PIC X(40).

            FD PEND-FILE.
            COPY ELFPND.

            FD PEND-CTL-FILE.
            01 WS-PCTL-RECORD PIC X(20).

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
            01 WS-EXCIN-STATUS  PIC X(2) VALUE '00'.
            01 WS-CORR-STATUS   PIC X(2) VALUE '00'.
            01 WS-ADJAUD-STATUS PIC X(2) VALUE '00'.
            01 WS-ELFIDX-STATUS PIC X(2) VALUE '00'.
            01 WS-MST-STATUS    PIC X(2) VALUE '00'.
            01 WS-MST-AVAILABLE PIC A(1) VALUE 'N'.
            01 WS-PARM-STATUS   PIC X(2) VALUE '00'.
            01 WS-PARM-EOF      PIC A(1) VALUE 'N'.
            01 WS-PARM-KEY      PIC X(20) VALUE SPACES.
            01 WS-PARM-VAL      PIC X(20) VALUE SPACES.
            01 WS-PARM-VALUE    PIC S9(10) VALUE 0.
            01 WS-APPROVAL-LIMIT PIC 9(6) VALUE 1000.
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
            01 WS-QUEUED-COUNT  PIC 9(4) VALUE 0.
            01 WS-AUTH-REJ-COUNT PIC 9(4) VALUE 0.
            01 WS-QUEUE-TEXT.
                05 FILLER        PIC X(11) VALUE "PENDING ID ".
                05 WS-QUEUE-ID   PIC 9(6).
            01 WS-DONE-STATUS   PIC X(2) VALUE '00'.
            01 WS-DONE-EOF      PIC A(1) VALUE 'N'.
            01 WS-DONE-TABLE.
                    10 WS-CORR-VALUE    PIC 9(6).
                    10 WS-CORR-CAT      PIC 9(1).
                    10 WS-CORR-APPLIED  PIC A(1).
                    10 WS-CORR-OPER     PIC X(8).
            01 WS-CORR-COUNT    PIC 9(4) VALUE 0.
            01 WS-CORR-IDX      PIC 9(4) VALUE 0.
            01 WS-CORR-SLOT     PIC 9(4) VALUE 0.
            01 WS-CORR-TOKEN1   PIC X(10) VALUE SPACES.
            01 WS-CORR-TOKEN2   PIC X(10) VALUE SPACES.
            01 WS-CORR-TOKEN3   PIC X(10) VALUE SPACES.
            01 WS-CORR-TOKEN4   PIC X(10) VALUE SPACES.
            01 WS-CORR-OPER-IN  PIC X(8) VALUE SPACES.
            01 WS-PARSE-VALUE   PIC S9(10) VALUE 0.

            01 WS-CAT-NAME-LIST.
                05 WS-ADJ-NEW-ED    PIC Z(7)9.
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-ADJ-ACTION    PIC X(20).
                05 FILLER           PIC X(4) VALUE " BY ".
                05 WS-ADJ-OPER      PIC X(8).
                05 FILLER           PIC X(6) VALUE " APPR ".
                05 WS-ADJ-APPR      PIC X(8).

            01 WS-RANK          PIC 9(4) VALUE 0.
            01 WS-WORK-LINE.
                    DISPLAY "CORRECTIONS PREVIOUSLY APPLIED: "
                        WS-PREV-APPLIED-COUNT
                END-IF
                PERFORM 3000-REGENERATE-OUTPUTS
                STOP RUN
            END-IF.
            PERFORM 0020-LOAD-RUN-PARMS.
            PERFORM 0150-LOAD-AUTHORITY.
            PERFORM 0200-LOAD-PENDING-CONTROL.
            OPEN I-O ELF-INDEX-FILE.
            IF WS-ELFIDX-STATUS = '35'
                DISPLAY "ELF INDEX NOT FOUND - RUN HELLO FIRST"
            IF WS-DONE-STATUS NOT = '00'
                OPEN OUTPUT DONE-FILE
            END-IF.
            OPEN EXTEND PEND-FILE.
            IF WS-PND-STATUS NOT = '00'
                OPEN OUTPUT PEND-FILE
            END-IF.
            IF WS-PND-STATUS NOT = '00'
                DISPLAY "PEND-FILE OPEN ERROR, STATUS: "
                    WS-PND-STATUS
                CLOSE ELF-INDEX-FILE
                STOP RUN
            END-IF.
            MOVE SPACES TO WS-ADJ-APPR.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
            MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-ADJ-TS.
            MOVE WS-CURRENT-DATE-TIME (1:16) TO WS-JRNL-STAMP.
            MOVE "ELFADJ" TO WS-JRNL-PROG.
            PERFORM 1600-OPEN-JOURNAL.
            MOVE WS-CURRENT-DATE-TIME (1:16) TO WS-ACC-STAMP.
            MOVE "ELFADJ" TO WS-ACC-PROG.
            MOVE 'Y' TO WS-ACC-ADJ.
            PERFORM 1650-OPEN-ACCUMULATORS.
            OPEN INPUT ELF-MASTER-FILE.
            IF WS-MST-STATUS = '00'
                MOVE 'Y' TO WS-MST-AVAILABLE
            END-IF.
            CLOSE ADJ-AUDIT-FILE.
            CLOSE DONE-FILE.
            CLOSE PEND-FILE.
            IF WS-QUEUED-COUNT > 0
                PERFORM 0250-SAVE-PENDING-CONTROL
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
            PERFORM 3000-REGENERATE-OUTPUTS.
            DISPLAY "ADJUSTMENTS APPLIED: " WS-APPLIED-COUNT.
                WS-INACT-REJ-COUNT.
            DISPLAY "CORRECTIONS PREVIOUSLY APPLIED: "
                WS-PREV-APPLIED-COUNT.
            DISPLAY "CORRECTIONS QUEUED FOR APPROVAL: "
                WS-QUEUED-COUNT.
            DISPLAY "CORRECTIONS REJECTED UNAUTHORISED: "
                WS-AUTH-REJ-COUNT.
            DISPLAY "ACCUMULATORS POSTED: " WS-ACC-POSTED.
        STOP RUN.

        0020-LOAD-RUN-PARMS.
            OPEN INPUT PARM-FILE
            IF WS-PARM-STATUS = '00'
                PERFORM UNTIL WS-PARM-EOF = 'Y'
                    READ PARM-FILE
                        AT END
                            MOVE 'Y' TO WS-PARM-EOF
                        NOT AT END
                            IF WS-PARM-RECORD NOT = SPACES AND
                               WS-PARM-RECORD (1:1) NOT = '*'
                                PERFORM 0030-APPLY-PARM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PARM-FILE
            END-IF.

        0030-APPLY-PARM.
            MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
            UNSTRING WS-PARM-RECORD DELIMITED BY '='
                INTO WS-PARM-KEY WS-PARM-VAL
            IF FUNCTION TRIM (WS-PARM-VAL) IS NUMERIC
                COMPUTE WS-PARM-VALUE = FUNCTION NUMVAL (WS-PARM-VAL)
                EVALUATE FUNCTION TRIM (WS-PARM-KEY)
                    WHEN 'CORR-APPROVAL-LIMIT'
                        MOVE WS-PARM-VALUE TO WS-APPROVAL-LIMIT
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

        0050-LOAD-DONE-LIST.
            OPEN INPUT DONE-FILE
            IF WS-DONE-STATUS = '00'
                    WS-CORR-RECORD
            ELSE
                MOVE SPACES TO WS-CORR-TOKEN1 WS-CORR-TOKEN2
                    WS-CORR-TOKEN3 WS-CORR-TOKEN4
                UNSTRING WS-CORR-RECORD DELIMITED BY ALL ' '
                    INTO WS-CORR-TOKEN1 WS-CORR-TOKEN2 WS-CORR-TOKEN3
                         WS-CORR-TOKEN4
                IF FUNCTION TRIM (WS-CORR-TOKEN1) IS NUMERIC AND
                   FUNCTION TRIM (WS-CORR-TOKEN2) IS NUMERIC
                    COMPUTE WS-PARSE-VALUE =
                                MOVE WS-CAT-SUB TO WS-CORR-CAT-IDX
                            END-IF
                        END-PERFORM
                        IF WS-CORR-CAT-IDX > 0
                            MOVE WS-CORR-TOKEN4 TO WS-CORR-OPER-IN
                        ELSE
                            MOVE WS-CORR-TOKEN3 TO WS-CORR-OPER-IN
                        END-IF
                        IF WS-CORR-TOKEN4 NOT = SPACES AND
                           WS-CORR-CAT-IDX = 0
                            DISPLAY "BAD CORRECTION RECORD: "
                                WS-CORR-RECORD
                                    WS-CORR-CAT (WS-CORR-COUNT)
                                MOVE 'N' TO
                                    WS-CORR-APPLIED (WS-CORR-COUNT)
                                MOVE WS-CORR-OPER-IN TO
                                    WS-CORR-OPER (WS-CORR-COUNT)
                            END-IF
                        END-IF
                    ELSE
                END-IF
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
            MOVE WS-CORR-OPER (WS-CORR-SLOT) TO WS-AUTH-WANT-OPER
            MOVE "CORR" TO WS-AUTH-WANT-TYPE
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

        1000-PROCESS-EXCEPTIONS.
            OPEN INPUT EXC-IN-FILE
            IF WS-EXCIN-STATUS NOT = '00'

        1100-APPLY-CORRECTION.
            MOVE 'Y' TO WS-CORR-APPLIED (WS-CORR-SLOT)
            MOVE WS-CORR-OPER (WS-CORR-SLOT) TO WS-ADJ-OPER
            PERFORM 0170-CHECK-ENTRY-AUTHORITY
            EVALUATE TRUE
                WHEN WS-CORR-OPER (WS-CORR-SLOT) = SPACES
                    MOVE "REJECTED: NO OPER ID" TO WS-ADJ-ACTION
                    PERFORM 1085-REJECT-UNAUTHORISED
                WHEN WS-AUTH-ENTER = 'N'
                    MOVE "REJECTED: NOT AUTH" TO WS-ADJ-ACTION
                    PERFORM 1085-REJECT-UNAUTHORISED
                WHEN OTHER
                    PERFORM 1080-CHECK-ELF-ACTIVE
                    IF WS-CUR-ACTIVE = 'N'
                        PERFORM 1090-REJECT-INACTIVE
                    ELSE
                        IF WS-CORR-VALUE (WS-CORR-SLOT) >
                           WS-APPROVAL-LIMIT
                            PERFORM 1150-QUEUE-CORRECTION
                        ELSE
                            PERFORM 1095-UPDATE-ELF-INDEX
                        END-IF
                    END-IF
            END-EVALUATE.

        1085-REJECT-UNAUTHORISED.
            ADD 1 TO WS-AUTH-REJ-COUNT
            MOVE WS-EXC-LINE-NUM TO WS-ADJ-LINE-ED
            MOVE WS-EXC-ELF-NUM TO WS-ADJ-ELF-ED
            MOVE 0 TO WS-ADJ-OLD-ED
            MOVE WS-CORR-VALUE (WS-CORR-SLOT) TO WS-ADJ-NEW-ED
            WRITE WS-ADJ-AUDIT-RECORD FROM WS-ADJ-AUDIT-LINE.

        1080-CHECK-ELF-ACTIVE.
            MOVE 'Y' TO WS-CUR-ACTIVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF ELF-MST-ACTIVE = 'N' OR ELF-MST-ACTIVE = 'M'
                            MOVE 'N' TO WS-CUR-ACTIVE
                        END-IF
                END-READ
                    END-IF
                    REWRITE ELF-IDX-RECORD
                    ADD 1 TO WS-APPLIED-COUNT
                    PERFORM 1750-POST-CORRECTION
                    MOVE "ADJUSTED" TO WS-ADJ-ACTION
                    PERFORM 1800-WRITE-ADJ-AUDIT
            END-READ.

        1150-QUEUE-CORRECTION.
            ADD 1 TO WS-PND-LAST-ID
            MOVE SPACES TO ELF-PND-RECORD
            MOVE WS-PND-LAST-ID TO ELF-PND-ID
            MOVE "CORR" TO ELF-PND-TYPE
            MOVE WS-EXC-ELF-NUM TO ELF-PND-ELF
            MOVE WS-CORR-OPER (WS-CORR-SLOT) TO ELF-PND-ENTERED
            MOVE WS-CURRENT-DATE-TIME (1:14) TO ELF-PND-STAMP
            MOVE WS-EXC-LINE-NUM TO ELF-PND-LINE-NUM
            MOVE WS-CORR-VALUE (WS-CORR-SLOT) TO ELF-PND-VALUE
            MOVE WS-CORR-CAT (WS-CORR-SLOT) TO ELF-PND-CAT
            WRITE ELF-PND-RECORD
            ADD 1 TO WS-QUEUED-COUNT
            MOVE WS-PND-LAST-ID TO WS-QUEUE-ID
            MOVE WS-QUEUE-TEXT TO WS-ADJ-ACTION
            MOVE WS-EXC-LINE-NUM TO WS-ADJ-LINE-ED
            MOVE WS-EXC-ELF-NUM TO WS-ADJ-ELF-ED
            MOVE 0 TO WS-ADJ-OLD-ED
            MOVE WS-CORR-VALUE (WS-CORR-SLOT) TO WS-ADJ-NEW-ED
            WRITE WS-ADJ-AUDIT-RECORD FROM WS-ADJ-AUDIT-LINE
            MOVE WS-EXC-LINE-NUM TO WS-DONE-OUT-NUM
            MOVE WS-CORR-VALUE (WS-CORR-SLOT) TO WS-DONE-OUT-VALUE
            WRITE WS-DONE-RECORD FROM WS-DONE-OUT-LINE.

        1200-CREATE-ELF-ENTRY.
            MOVE 0 TO WS-OLD-TOTAL
            MOVE WS-EXC-ELF-NUM TO ELF-IDX-NUMBER
                        WS-EXC-ELF-NUM
                NOT INVALID KEY
                    ADD 1 TO WS-CREATED-COUNT
                    PERFORM 1750-POST-CORRECTION
                    MOVE "CREATED" TO WS-ADJ-ACTION
                    PERFORM 1800-WRITE-ADJ-AUDIT
            END-WRITE.
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

        1750-POST-CORRECTION.
            IF WS-ACC-OPEN = 'Y'
                MOVE WS-EXC-ELF-NUM TO WS-ACC-ELF
                MOVE WS-CORR-VALUE (WS-CORR-SLOT) TO WS-ACC-AMOUNT
                PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
                    UNTIL WS-ACC-SUB > 4
                    MOVE 0 TO WS-ACC-CAT-AMT (WS-ACC-SUB)
                END-PERFORM
                IF WS-CORR-CAT (WS-CORR-SLOT) > 0
                    MOVE WS-CORR-VALUE (WS-CORR-SLOT) TO
                        WS-ACC-CAT-AMT (WS-CORR-CAT (WS-CORR-SLOT))
                END-IF
                PERFORM 1780-POST-ACCUMULATOR
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

        1800-WRITE-ADJ-AUDIT.
            MOVE WS-EXC-LINE-NUM TO WS-ADJ-LINE-ED
            MOVE WS-EXC-ELF-NUM TO WS-ADJ-ELF-ED
                    MOVE WS-CORR-VALUE (WS-CORR-IDX)
                        TO WS-ADJ-NEW-ED
                    MOVE "UNMATCHED CORRECTION" TO WS-ADJ-ACTION
                    MOVE WS-CORR-OPER (WS-CORR-IDX) TO WS-ADJ-OPER
                    WRITE WS-ADJ-AUDIT-RECORD FROM WS-ADJ-AUDIT-LINE
                END-IF
            END-PERFORM.
                        MOVE ELF-MST-NAME TO WS-RPT-NAME
                        MOVE ELF-MST-TEAM TO WS-RPT-TEAM
                        MOVE ELF-MST-TEAM TO WS-CUR-TEAM
                        IF ELF-MST-ACTIVE = 'N' OR ELF-MST-ACTIVE = 'M'
                            MOVE 'N' TO WS-CUR-ACTIVE
                        END-IF
                END-READ
