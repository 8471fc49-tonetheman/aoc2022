                SELECT OPS-SUMMARY-FILE ASSIGN TO './elfopssum.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPS-STATUS.
                SELECT JOB-LOG-FILE ASSIGN TO './elfjoblog.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JLOG-STATUS.
                SELECT PEND-FILE ASSIGN TO './elfpending.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PND-STATUS.

        DATA DIVISION.

            01 WS-BALANCE-RECORD PIC X(80).

            FD ADJ-AUDIT-FILE.
            01 WS-ADJ-AUDIT-RECORD PIC X(120).

            FD MAINT-LOG-FILE.
            01 WS-LOG-RECORD PIC X(100).

            FD CHECKPOINT-FILE.
            01 WS-CHECKPOINT-RECORD PIC X(80).
            FD OPS-SUMMARY-FILE.
            01 WS-OPS-RECORD PIC X(120).

            FD JOB-LOG-FILE.
            01 WS-JOB-LOG-RECORD PIC X(120).

            FD PEND-FILE.
            COPY ELFPND.

            Working-Storage Section.

            01 WS-AUDIT-STATUS  PIC X(2) VALUE '00'.
            01 WS-CKPT-STATUS   PIC X(2) VALUE '00'.
            01 WS-HIST-STATUS   PIC X(2) VALUE '00'.
            01 WS-OPS-STATUS    PIC X(2) VALUE '00'.
            01 WS-JLOG-STATUS   PIC X(2) VALUE '00'.
            01 WS-AUDIT-EOF     PIC A(1) VALUE 'N'.
            01 WS-BAL-EOF       PIC A(1) VALUE 'N'.
            01 WS-ADJ-EOF       PIC A(1) VALUE 'N'.
            01 WS-LOG-EOF       PIC A(1) VALUE 'N'.
            01 WS-CKPT-EOF      PIC A(1) VALUE 'N'.
            01 WS-HIST-EOF      PIC A(1) VALUE 'N'.
            01 WS-JLOG-EOF      PIC A(1) VALUE 'N'.
            01 WS-PND-STATUS    PIC X(2) VALUE '00'.
            01 WS-PND-EOF       PIC A(1) VALUE 'N'.
            01 WS-PND-COUNT     PIC 9(6) VALUE 0.
            01 WS-PND-OLDEST    PIC X(8) VALUE SPACES.

            01 WS-AUDIT-FOUND   PIC A(1) VALUE 'N'.
            01 WS-AUD-TS        PIC X(19) VALUE SPACES.
            01 WS-HIST-STAMP    PIC X(16) VALUE SPACES.
            01 WS-STALE-INDEX   PIC A(1) VALUE 'N'.

            01 WS-JOB-FOUND     PIC A(1) VALUE 'N'.
            01 WS-JOB-FAILED    PIC A(1) VALUE 'N'.
            01 WS-JOB-ID        PIC X(14) VALUE SPACES.
            01 WS-JOB-NOTE      PIC X(30) VALUE SPACES.
            01 WS-JOB-STEP-COUNT PIC 9(2) VALUE 0.
            01 WS-JOB-SUB       PIC 9(2) VALUE 0.
            01 WS-JOB-STEP-TABLE.
                05 WS-JOB-STEP OCCURS 20 TIMES.
                    10 WS-JOB-STEP-NAME   PIC X(8).
                    10 WS-JOB-STEP-RC     PIC X(2).
                    10 WS-JOB-STEP-RESULT PIC X(8).
                    10 WS-JOB-STEP-NOTE   PIC X(30).

            01 WS-OVERALL       PIC X(5) VALUE "GREEN".
            01 WS-CURRENT-DATE-TIME PIC X(21).

                05 FILLER           PIC X(10)
                    VALUE " REJECTED ".
                05 WS-OPS-LOG-REJ   PIC Z(5)9.
            01 WS-OPS-PEND-LINE.
                05 FILLER           PIC X(18)
                    VALUE "PENDING APPROVALS ".
                05 WS-OPS-PND-CNT   PIC Z(5)9.
                05 FILLER           PIC X(8) VALUE " OLDEST ".
                05 WS-OPS-PND-OLD   PIC X(8).
            01 WS-OPS-TEXT-LINE.
                05 WS-OPS-TEXT-TAG  PIC X(12).
                05 WS-OPS-TEXT-VAL  PIC X(40).
            01 WS-OPS-BKO-ED    PIC Z(3)9.
            01 WS-OPS-STEP-LINE.
                05 FILLER           PIC X(5) VALUE "STEP ".
                05 WS-OPS-STEP-NAME PIC X(8).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-OPS-STEP-RESULT PIC X(8).
                05 FILLER           PIC X(4) VALUE " RC ".
                05 WS-OPS-STEP-RC   PIC X(2).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-OPS-STEP-NOTE PIC X(30).
            01 WS-OPS-OVERALL-LINE.
                05 FILLER           PIC X(8) VALUE "OVERALL ".
                05 WS-OPS-OVERALL   PIC X(5).
            PERFORM 4000-READ-MAINT-LOG.
            PERFORM 5000-READ-CHECKPOINT.
            PERFORM 6000-READ-HISTORY.
            PERFORM 6500-READ-JOB-LOG.
            PERFORM 6800-READ-PENDING.
            PERFORM 7000-EVALUATE-NIGHT.
            PERFORM 8000-WRITE-SUMMARY.
            DISPLAY "OVERALL: " WS-OVERALL.
                CLOSE HISTORY-FILE
            END-IF.

        6500-READ-JOB-LOG.
            OPEN INPUT JOB-LOG-FILE
            IF WS-JLOG-STATUS = '00'
                PERFORM UNTIL WS-JLOG-EOF = 'Y'
                    READ JOB-LOG-FILE
                        AT END
                            MOVE 'Y' TO WS-JLOG-EOF
                        NOT AT END
                            PERFORM 6600-NOTE-JOB-LINE
                    END-READ
                END-PERFORM
                CLOSE JOB-LOG-FILE
            END-IF
            PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                UNTIL WS-JOB-SUB > WS-JOB-STEP-COUNT
                IF WS-JOB-STEP-RESULT (WS-JOB-SUB) = "FAILED" OR
                   WS-JOB-STEP-RESULT (WS-JOB-SUB) = "NOTRUN"
                    MOVE 'Y' TO WS-JOB-FAILED
                END-IF
            END-PERFORM.

        6600-NOTE-JOB-LINE.
            IF WS-JOB-LOG-RECORD (1:5) = "JOB  " AND
               WS-JOB-LOG-RECORD (66:8) = "STARTED"
                MOVE 'Y' TO WS-JOB-FOUND
                MOVE WS-JOB-LOG-RECORD (6:14) TO WS-JOB-ID
                MOVE WS-JOB-LOG-RECORD (75:30) TO WS-JOB-NOTE
                MOVE 0 TO WS-JOB-STEP-COUNT
            END-IF
            IF WS-JOB-LOG-RECORD (1:5) = "STEP " AND
               WS-JOB-LOG-RECORD (6:14) = WS-JOB-ID AND
               WS-JOB-STEP-COUNT < 20
                ADD 1 TO WS-JOB-STEP-COUNT
                MOVE WS-JOB-LOG-RECORD (21:8)
                    TO WS-JOB-STEP-NAME (WS-JOB-STEP-COUNT)
                MOVE WS-JOB-LOG-RECORD (63:2)
                    TO WS-JOB-STEP-RC (WS-JOB-STEP-COUNT)
                MOVE WS-JOB-LOG-RECORD (66:8)
                    TO WS-JOB-STEP-RESULT (WS-JOB-STEP-COUNT)
                MOVE WS-JOB-LOG-RECORD (75:30)
                    TO WS-JOB-STEP-NOTE (WS-JOB-STEP-COUNT)
            END-IF.

        6800-READ-PENDING.
            OPEN INPUT PEND-FILE
            IF WS-PND-STATUS = '00'
                PERFORM UNTIL WS-PND-EOF = 'Y'
                    READ PEND-FILE
                        AT END
                            MOVE 'Y' TO WS-PND-EOF
                        NOT AT END
                            ADD 1 TO WS-PND-COUNT
                            IF WS-PND-OLDEST = SPACES OR
                               ELF-PND-STAMP (1:8) < WS-PND-OLDEST
                                MOVE ELF-PND-STAMP (1:8)
                                    TO WS-PND-OLDEST
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PEND-FILE
            END-IF.

        7000-EVALUATE-NIGHT.
            MOVE "GREEN" TO WS-OVERALL
            IF WS-AUD-RC = 4 OR WS-AUD-VERDICT = 'WARN '
            END-IF
            IF WS-CKPT-PENDING = 'Y'
                MOVE "RED" TO WS-OVERALL
            END-IF
            IF WS-JOB-FAILED = 'Y'
                MOVE "RED" TO WS-OVERALL
            END-IF.

        8000-WRITE-SUMMARY.
                MOVE WS-LOG-LINES TO WS-OPS-LOG-CNT
                MOVE WS-LOG-REJECTS TO WS-OPS-LOG-REJ
                WRITE WS-OPS-RECORD FROM WS-OPS-MAINT-LINE
                MOVE WS-PND-COUNT TO WS-OPS-PND-CNT
                MOVE WS-PND-OLDEST TO WS-OPS-PND-OLD
                WRITE WS-OPS-RECORD FROM WS-OPS-PEND-LINE
                MOVE "CHECKPOINT" TO WS-OPS-TEXT-TAG
                IF WS-CKPT-PENDING = 'Y'
                    MOVE "RESTART PENDING" TO WS-OPS-TEXT-VAL
                        DELIMITED BY SIZE INTO WS-OPS-TEXT-VAL
                    WRITE WS-OPS-RECORD FROM WS-OPS-TEXT-LINE
                END-IF
                PERFORM 8100-WRITE-JOB-STEPS
                MOVE WS-OVERALL TO WS-OPS-OVERALL
                WRITE WS-OPS-RECORD FROM WS-OPS-OVERALL-LINE
                CLOSE OPS-SUMMARY-FILE
            END-IF.

        8100-WRITE-JOB-STEPS.
            MOVE "JOB STREAM" TO WS-OPS-TEXT-TAG
            MOVE SPACES TO WS-OPS-TEXT-VAL
            IF WS-JOB-FOUND = 'Y'
                STRING WS-JOB-ID " " WS-JOB-NOTE
                    DELIMITED BY SIZE INTO WS-OPS-TEXT-VAL
            ELSE
                MOVE "NO JOB LOG FOUND" TO WS-OPS-TEXT-VAL
            END-IF
            WRITE WS-OPS-RECORD FROM WS-OPS-TEXT-LINE
            PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                UNTIL WS-JOB-SUB > WS-JOB-STEP-COUNT
                MOVE WS-JOB-STEP-NAME (WS-JOB-SUB) TO WS-OPS-STEP-NAME
                MOVE WS-JOB-STEP-RESULT (WS-JOB-SUB)
                    TO WS-OPS-STEP-RESULT
                MOVE WS-JOB-STEP-RC (WS-JOB-SUB) TO WS-OPS-STEP-RC
                MOVE WS-JOB-STEP-NOTE (WS-JOB-SUB) TO WS-OPS-STEP-NOTE
                WRITE WS-OPS-RECORD FROM WS-OPS-STEP-LINE
            END-PERFORM.
