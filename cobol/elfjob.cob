        IDENTIFICATION DIVISION.
        PROGRAM-ID. ELFJOB.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                SELECT JOB-LOG-FILE ASSIGN TO './elfjoblog.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JLOG-STATUS.
                SELECT PROBE-FILE ASSIGN TO DYNAMIC WS-PROBE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PROBE-STATUS.
                SELECT AUDIT-FILE ASSIGN TO './auditlog.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

        DATA DIVISION.

            FILE SECTION.
            FD JOB-LOG-FILE.
            01 WS-JLOG-RECORD PIC X(120).

            FD PROBE-FILE.
            01 WS-PROBE-RECORD PIC X(120).

            FD AUDIT-FILE.
            01 WS-AUDIT-RECORD PIC X(120).

            Working-Storage Section.

            01 WS-JLOG-STATUS   PIC X(2) VALUE '00'.
            01 WS-PROBE-STATUS  PIC X(2) VALUE '00'.
            01 WS-AUDIT-STATUS  PIC X(2) VALUE '00'.
            01 WS-AUDIT-EOF     PIC A(1) VALUE 'N'.
            01 WS-PROBE-NAME    PIC X(100) VALUE SPACES.
            01 WS-CFILE-NAME    PIC X(100) VALUE SPACES.
            01 WS-CTL-NAME      PIC X(100) VALUE './elfctl.txt'.
            01 WS-BIN-PREFIX    PIC X(60) VALUE SPACES.
            01 WS-COMMAND       PIC X(120) VALUE SPACES.
            01 WS-CURRENT-DATE-TIME PIC X(21).
            01 WS-JOB-ID        PIC X(14) VALUE SPACES.
            01 WS-RETURN-CODE   PIC 99 VALUE 0.
            01 WS-SYS-STATUS    PIC S9(9) VALUE 0.

            01 WS-RESTART-NAME  PIC X(8) VALUE SPACES.
            01 WS-RESTART-SUB   PIC 9(2) VALUE 1.
            01 WS-STEP-SUB      PIC 9(2) VALUE 0.
            01 WS-STEP-COUNT    PIC 9(2) VALUE 11.
            01 WS-STEP-RC       PIC 99 VALUE 0.
            01 WS-STEP-STATUS   PIC X(8) VALUE SPACES.
            01 WS-STEP-NOTE     PIC X(30) VALUE SPACES.
            01 WS-STEP-START    PIC X(14) VALUE SPACES.
            01 WS-STEP-START-TS PIC X(19) VALUE SPACES.
            01 WS-INPUT-PRESENT PIC A(1) VALUE 'N'.
            01 WS-STREAM-STOPPED PIC A(1) VALUE 'N'.
            01 WS-STOP-STEP     PIC X(8) VALUE SPACES.
            01 WS-INTAKE-DONE   PIC A(1) VALUE 'N'.
            01 WS-USE-CTL       PIC A(1) VALUE 'N'.
            01 WS-RUN-COUNT     PIC 9(2) VALUE 0.
            01 WS-SKIP-COUNT    PIC 9(2) VALUE 0.

            01 WS-AUD-FOUND     PIC A(1) VALUE 'N'.
            01 WS-AUD-TS        PIC X(19) VALUE SPACES.
            01 WS-AUD-VERDICT   PIC X(5) VALUE SPACES.

            01 WS-STEP-LIST.
                05 FILLER PIC X(8) VALUE "ELFMAINT".
                05 FILLER PIC X(8) VALUE "elfmaint".
                05 FILLER PIC X(20) VALUE "./elftrans.txt".
                05 FILLER PIC X(4) VALUE "SKIP".
                05 FILLER PIC 9(2) VALUE 4.
                05 FILLER PIC X(1) VALUE 'N'.
                05 FILLER PIC X(8) VALUE "ELFINTK".
                05 FILLER PIC X(8) VALUE "elfintk".
                05 FILLER PIC X(20) VALUE "./elfinbound.txt".
                05 FILLER PIC X(4) VALUE "SKIP".
                05 FILLER PIC 9(2) VALUE 4.
                05 FILLER PIC X(1) VALUE 'N'.
                05 FILLER PIC X(8) VALUE "HELLO".
                05 FILLER PIC X(8) VALUE "day1".
                05 FILLER PIC X(20) VALUE "./input.txt".
                05 FILLER PIC X(4) VALUE "FAIL".
                05 FILLER PIC 9(2) VALUE 4.
                05 FILLER PIC X(1) VALUE 'N'.
                05 FILLER PIC X(8) VALUE "ELFAPRV".
                05 FILLER PIC X(8) VALUE "elfaprv".
                05 FILLER PIC X(20) VALUE SPACES.
                05 FILLER PIC X(4) VALUE "SKIP".
                05 FILLER PIC 9(2) VALUE 4.
                05 FILLER PIC X(1) VALUE 'N'.
                05 FILLER PIC X(8) VALUE "ELFADJ".
                05 FILLER PIC X(8) VALUE "elfadj".
                05 FILLER PIC X(20) VALUE "./elfcorr.txt".
                05 FILLER PIC X(4) VALUE "SKIP".
                05 FILLER PIC 9(2) VALUE 4.
                05 FILLER PIC X(1) VALUE 'N'.
                05 FILLER PIC X(8) VALUE "ELFWDN".
                05 FILLER PIC X(8) VALUE "elfwdn".
                05 FILLER PIC X(20) VALUE "./elfrecall.txt".
                05 FILLER PIC X(4) VALUE "SKIP".
                05 FILLER PIC 9(2) VALUE 4.
                05 FILLER PIC X(1) VALUE 'N'.
                05 FILLER PIC X(8) VALUE "ELFXAUD".
                05 FILLER PIC X(8) VALUE "elfxaud".
                05 FILLER PIC X(20) VALUE "./elfindex.dat".
                05 FILLER PIC X(4) VALUE "FAIL".
                05 FILLER PIC 9(2) VALUE 4.
                05 FILLER PIC X(1) VALUE 'N'.
                05 FILLER PIC X(8) VALUE "ELFHARC".
                05 FILLER PIC X(8) VALUE "elfharc".
                05 FILLER PIC X(20) VALUE "./elfhistory.dat".
                05 FILLER PIC X(4) VALUE "SKIP".
                05 FILLER PIC 9(2) VALUE 4.
                05 FILLER PIC X(1) VALUE 'N'.
                05 FILLER PIC X(8) VALUE "ELFCAST".
                05 FILLER PIC X(8) VALUE "elfcast".
                05 FILLER PIC X(20) VALUE "./elfhistory.dat".
                05 FILLER PIC X(4) VALUE "SKIP".
                05 FILLER PIC 9(2) VALUE 4.
                05 FILLER PIC X(1) VALUE 'N'.
                05 FILLER PIC X(8) VALUE "ELFSTK".
                05 FILLER PIC X(8) VALUE "elfstk".
                05 FILLER PIC X(20) VALUE SPACES.
                05 FILLER PIC X(4) VALUE "SKIP".
                05 FILLER PIC 9(2) VALUE 4.
                05 FILLER PIC X(1) VALUE 'N'.
                05 FILLER PIC X(8) VALUE "ELFOPS".
                05 FILLER PIC X(8) VALUE "elfops".
                05 FILLER PIC X(20) VALUE SPACES.
                05 FILLER PIC X(4) VALUE "SKIP".
                05 FILLER PIC 9(2) VALUE 4.
                05 FILLER PIC X(1) VALUE 'Y'.
            01 WS-STEP-TABLE REDEFINES WS-STEP-LIST.
                05 WS-STEP-ENTRY OCCURS 11 TIMES.
                    10 WS-STEP-PROG     PIC X(8).
                    10 WS-STEP-CMD      PIC X(8).
                    10 WS-STEP-INPUT    PIC X(20).
                    10 WS-STEP-MISSING  PIC X(4).
                    10 WS-STEP-MAX-RC   PIC 9(2).
                    10 WS-STEP-ALWAYS   PIC X(1).

            01 WS-JLOG-LINE.
                05 WS-JLOG-TYPE     PIC X(5).
                05 WS-JLOG-JOB-ID   PIC X(14).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-JLOG-STEP     PIC X(8).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-JLOG-START    PIC X(14).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-JLOG-END      PIC X(14).
                05 FILLER           PIC X(4) VALUE " RC=".
                05 WS-JLOG-RC       PIC 99.
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-JLOG-RESULT   PIC X(8).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-JLOG-NOTE     PIC X(30).

        PROCEDURE DIVISION.
        0000-MAIN.
            DISPLAY "elfjob".
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
            MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-JOB-ID.
            ACCEPT WS-BIN-PREFIX FROM ENVIRONMENT "ELFJOB_BIN"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-BIN-PREFIX = SPACES
                MOVE './' TO WS-BIN-PREFIX
            END-IF.
            PERFORM 0100-SET-RESTART-POINT.
            MOVE "JOB  " TO WS-JLOG-TYPE.
            MOVE "ELFJOB" TO WS-JLOG-STEP.
            MOVE WS-JOB-ID TO WS-JLOG-START.
            MOVE SPACES TO WS-JLOG-END.
            MOVE 0 TO WS-JLOG-RC.
            MOVE "STARTED" TO WS-JLOG-RESULT.
            MOVE SPACES TO WS-JLOG-NOTE.
            IF WS-RESTART-SUB > 1
                STRING "RESTART FROM " WS-RESTART-NAME
                    DELIMITED BY SIZE INTO WS-JLOG-NOTE
            END-IF.
            PERFORM 2000-WRITE-JOB-LOG.
            PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                UNTIL WS-STEP-SUB > WS-STEP-COUNT
                PERFORM 1000-RUN-STEP
            END-PERFORM.
            IF WS-STREAM-STOPPED = 'Y' AND WS-RETURN-CODE < 8
                MOVE 8 TO WS-RETURN-CODE
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
            MOVE "JOB  " TO WS-JLOG-TYPE.
            MOVE "ELFJOB" TO WS-JLOG-STEP.
            MOVE WS-JOB-ID TO WS-JLOG-START.
            MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-JLOG-END.
            MOVE WS-RETURN-CODE TO WS-JLOG-RC.
            MOVE SPACES TO WS-JLOG-NOTE.
            IF WS-STREAM-STOPPED = 'Y'
                MOVE "STOPPED" TO WS-JLOG-RESULT
                STRING "STOPPED AT " WS-STOP-STEP
                    DELIMITED BY SIZE INTO WS-JLOG-NOTE
            ELSE
                MOVE "ENDED" TO WS-JLOG-RESULT
            END-IF.
            PERFORM 2000-WRITE-JOB-LOG.
            DISPLAY "STEPS RUN: " WS-RUN-COUNT
                " SKIPPED: " WS-SKIP-COUNT.
            IF WS-STREAM-STOPPED = 'Y'
                DISPLAY "JOB STREAM STOPPED AT " WS-STOP-STEP
                DISPLAY "RESTART WITH ELFJOB_RESTART=" WS-STOP-STEP
            END-IF.
            DISPLAY "JOB RETURN CODE: " WS-RETURN-CODE.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
        STOP RUN.

        0100-SET-RESTART-POINT.
            ACCEPT WS-RESTART-NAME FROM ENVIRONMENT "ELFJOB_RESTART"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            MOVE 1 TO WS-RESTART-SUB
            IF WS-RESTART-NAME NOT = SPACES
                MOVE FUNCTION UPPER-CASE (WS-RESTART-NAME)
                    TO WS-RESTART-NAME
                MOVE 0 TO WS-RESTART-SUB
                PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                    UNTIL WS-STEP-SUB > WS-STEP-COUNT OR
                          WS-RESTART-SUB > 0
                    IF WS-STEP-PROG (WS-STEP-SUB) = WS-RESTART-NAME
                        MOVE WS-STEP-SUB TO WS-RESTART-SUB
                    END-IF
                END-PERFORM
                IF WS-RESTART-SUB = 0
                    DISPLAY "BAD RESTART STEP: " WS-RESTART-NAME
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                DISPLAY "RESTARTING FROM STEP " WS-RESTART-NAME
            END-IF.

        1000-RUN-STEP.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-STEP-START
            MOVE 0 TO WS-STEP-RC
            MOVE SPACES TO WS-STEP-NOTE
            EVALUATE TRUE
                WHEN WS-STEP-SUB < WS-RESTART-SUB
                    MOVE "BYPASSED" TO WS-STEP-STATUS
                    MOVE "BEFORE RESTART STEP" TO WS-STEP-NOTE
                    IF WS-STEP-PROG (WS-STEP-SUB) = "ELFINTK"
                        MOVE 'Y' TO WS-INTAKE-DONE
                    END-IF
                WHEN WS-STREAM-STOPPED = 'Y' AND
                     WS-STEP-ALWAYS (WS-STEP-SUB) NOT = 'Y'
                    MOVE "NOTRUN" TO WS-STEP-STATUS
                    STRING "STREAM STOPPED AT " WS-STOP-STEP
                        DELIMITED BY SIZE INTO WS-STEP-NOTE
                WHEN OTHER
                    PERFORM 1100-EXECUTE-STEP
            END-EVALUATE
            IF WS-STEP-RC > WS-RETURN-CODE
                MOVE WS-STEP-RC TO WS-RETURN-CODE
            END-IF
            DISPLAY "STEP " WS-STEP-PROG (WS-STEP-SUB) " "
                WS-STEP-STATUS " RC " WS-STEP-RC
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            MOVE "STEP " TO WS-JLOG-TYPE
            MOVE WS-STEP-PROG (WS-STEP-SUB) TO WS-JLOG-STEP
            MOVE WS-STEP-START TO WS-JLOG-START
            MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-JLOG-END
            MOVE WS-STEP-RC TO WS-JLOG-RC
            MOVE WS-STEP-STATUS TO WS-JLOG-RESULT
            MOVE WS-STEP-NOTE TO WS-JLOG-NOTE
            PERFORM 2000-WRITE-JOB-LOG.

        1100-EXECUTE-STEP.
            MOVE WS-STEP-INPUT (WS-STEP-SUB) TO WS-PROBE-NAME
            IF WS-STEP-PROG (WS-STEP-SUB) = "HELLO"
                PERFORM 1200-PREPARE-HELLO
            END-IF
            PERFORM 1300-CHECK-INPUT
            IF WS-INPUT-PRESENT = 'N'
                IF WS-STEP-MISSING (WS-STEP-SUB) = "FAIL"
                    MOVE "FAILED" TO WS-STEP-STATUS
                    MOVE 8 TO WS-STEP-RC
                    STRING "MISSING " WS-PROBE-NAME
                        DELIMITED BY SIZE INTO WS-STEP-NOTE
                    MOVE 'Y' TO WS-STREAM-STOPPED
                    MOVE WS-STEP-PROG (WS-STEP-SUB) TO WS-STOP-STEP
                ELSE
                    MOVE "SKIPPED" TO WS-STEP-STATUS
                    STRING "NO INPUT " WS-PROBE-NAME
                        DELIMITED BY SIZE INTO WS-STEP-NOTE
                    ADD 1 TO WS-SKIP-COUNT
                END-IF
            ELSE
                MOVE SPACES TO WS-COMMAND
                STRING WS-BIN-PREFIX DELIMITED BY SPACE
                       WS-STEP-CMD (WS-STEP-SUB) DELIMITED BY SPACE
                       INTO WS-COMMAND
                DISPLAY "STEP " WS-STEP-PROG (WS-STEP-SUB)
                    " STARTED: " FUNCTION TRIM (WS-COMMAND)
                ADD 1 TO WS-RUN-COUNT
                CALL "SYSTEM" USING WS-COMMAND
                MOVE RETURN-CODE TO WS-SYS-STATUS
                MOVE 0 TO RETURN-CODE
                PERFORM 1400-SET-STEP-RC
                IF WS-STEP-PROG (WS-STEP-SUB) = "HELLO"
                    PERFORM 1500-CHECK-HELLO-VERDICT
                END-IF
                IF WS-STEP-RC > WS-STEP-MAX-RC (WS-STEP-SUB)
                    MOVE "FAILED" TO WS-STEP-STATUS
                    IF WS-STEP-NOTE = SPACES
                        MOVE "RETURN CODE ABOVE LIMIT"
                            TO WS-STEP-NOTE
                    END-IF
                    MOVE 'Y' TO WS-STREAM-STOPPED
                    MOVE WS-STEP-PROG (WS-STEP-SUB) TO WS-STOP-STEP
                ELSE
                    MOVE "COMPLETE" TO WS-STEP-STATUS
                    IF WS-STEP-PROG (WS-STEP-SUB) = "ELFINTK"
                        MOVE 'Y' TO WS-INTAKE-DONE
                    END-IF
                END-IF
            END-IF.

        1200-PREPARE-HELLO.
            MOVE 'N' TO WS-USE-CTL
            IF WS-INTAKE-DONE = 'Y'
                MOVE WS-CTL-NAME TO WS-PROBE-NAME
                OPEN INPUT PROBE-FILE
                IF WS-PROBE-STATUS = '00'
                    READ PROBE-FILE
                        NOT AT END
                            MOVE 'Y' TO WS-USE-CTL
                    END-READ
                    CLOSE PROBE-FILE
                END-IF
            END-IF
            IF WS-USE-CTL = 'Y'
                DISPLAY "CTLFILE_NAME" UPON ENVIRONMENT-NAME
                DISPLAY WS-CTL-NAME UPON ENVIRONMENT-VALUE
                MOVE "CONSOLIDATED INTAKE RUN" TO WS-STEP-NOTE
            ELSE
                ACCEPT WS-CFILE-NAME FROM ENVIRONMENT "CFILE_NAME"
                    ON EXCEPTION
                        CONTINUE
                END-ACCEPT
                IF WS-CFILE-NAME NOT = SPACES
                    MOVE WS-CFILE-NAME TO WS-PROBE-NAME
                ELSE
                    MOVE WS-STEP-INPUT (WS-STEP-SUB) TO WS-PROBE-NAME
                END-IF
            END-IF.

        1300-CHECK-INPUT.
            MOVE 'Y' TO WS-INPUT-PRESENT
            IF WS-PROBE-NAME NOT = SPACES
                OPEN INPUT PROBE-FILE
                IF WS-PROBE-STATUS = '00'
                    CLOSE PROBE-FILE
                ELSE
                    MOVE 'N' TO WS-INPUT-PRESENT
                END-IF
            END-IF.

        1400-SET-STEP-RC.
            EVALUATE TRUE
                WHEN WS-SYS-STATUS = 0
                    MOVE 0 TO WS-STEP-RC
                WHEN WS-SYS-STATUS < 256
                    MOVE 99 TO WS-STEP-RC
                    MOVE "ABNORMAL END" TO WS-STEP-NOTE
                WHEN WS-SYS-STATUS / 256 > 99
                    MOVE 99 TO WS-STEP-RC
                WHEN OTHER
                    COMPUTE WS-STEP-RC = WS-SYS-STATUS / 256
            END-EVALUATE.

        1500-CHECK-HELLO-VERDICT.
            STRING WS-STEP-START (1:4) '-' WS-STEP-START (5:2) '-'
                   WS-STEP-START (7:2) ' ' WS-STEP-START (9:2) ':'
                   WS-STEP-START (11:2) ':' WS-STEP-START (13:2)
                   DELIMITED BY SIZE INTO WS-STEP-START-TS
            MOVE 'N' TO WS-AUD-FOUND
            MOVE 'N' TO WS-AUDIT-EOF
            MOVE SPACES TO WS-AUD-VERDICT
            OPEN INPUT AUDIT-FILE
            IF WS-AUDIT-STATUS = '00'
                PERFORM UNTIL WS-AUDIT-EOF = 'Y'
                    READ AUDIT-FILE
                        AT END
                            MOVE 'Y' TO WS-AUDIT-EOF
                        NOT AT END
                            MOVE WS-AUDIT-RECORD (10:19) TO WS-AUD-TS
                            IF WS-AUDIT-RECORD (1:9) = 'RUN-TIME=' AND
                               WS-AUD-TS >= WS-STEP-START-TS
                                MOVE 'Y' TO WS-AUD-FOUND
                                MOVE WS-AUDIT-RECORD (89:5)
                                    TO WS-AUD-VERDICT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-FILE
            END-IF
            EVALUATE TRUE
                WHEN WS-AUD-FOUND = 'N'
                    MOVE "NO AUDIT ENTRY FOR THIS RUN" TO WS-STEP-NOTE
                    IF WS-STEP-RC < 8
                        MOVE 8 TO WS-STEP-RC
                    END-IF
                WHEN WS-AUD-VERDICT = "ABORT"
                    MOVE "RUN VERDICT ABORT" TO WS-STEP-NOTE
                    IF WS-STEP-RC < 8
                        MOVE 8 TO WS-STEP-RC
                    END-IF
                WHEN WS-AUD-VERDICT = "WARN"
                    MOVE "RUN VERDICT WARN" TO WS-STEP-NOTE
            END-EVALUATE.

        2000-WRITE-JOB-LOG.
            MOVE WS-JOB-ID TO WS-JLOG-JOB-ID
            OPEN EXTEND JOB-LOG-FILE
            IF WS-JLOG-STATUS NOT = '00'
                OPEN OUTPUT JOB-LOG-FILE
            END-IF
            IF WS-JLOG-STATUS NOT = '00'
                DISPLAY "JOB-LOG-FILE OPEN ERROR, STATUS: "
                    WS-JLOG-STATUS
            ELSE
                WRITE WS-JLOG-RECORD FROM WS-JLOG-LINE
                CLOSE JOB-LOG-FILE
            END-IF.
