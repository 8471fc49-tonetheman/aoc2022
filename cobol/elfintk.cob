        IDENTIFICATION DIVISION.
        PROGRAM-ID. ELFINTK.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                SELECT INBOUND-LIST-FILE ASSIGN TO './elfinbound.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LIST-STATUS.
                SELECT TRANSMISSION-FILE ASSIGN TO DYNAMIC WS-TRN-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRN-STATUS.
                SELECT STAGE-FILE ASSIGN TO DYNAMIC WS-STAGE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STAGE-STATUS.
                SELECT CONTROL-FILE ASSIGN TO './elfctl.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.
                SELECT REGISTER-FILE ASSIGN TO './elfintake.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REG-STATUS.

        DATA DIVISION.

            FILE SECTION.
            FD INBOUND-LIST-FILE.
            01 WS-LIST-RECORD PIC X(100).

            FD TRANSMISSION-FILE.
            01 WS-TRN-RECORD PIC X(80).

            FD STAGE-FILE.
            01 WS-STAGE-RECORD PIC X(20).

            FD CONTROL-FILE.
            01 WS-CONTROL-RECORD PIC X(120).

            FD REGISTER-FILE.
            01 WS-REG-RECORD PIC X(204).

            Working-Storage Section.

            01 WS-LIST-STATUS   PIC X(2) VALUE '00'.
            01 WS-TRN-STATUS    PIC X(2) VALUE '00'.
            01 WS-STAGE-STATUS  PIC X(2) VALUE '00'.
            01 WS-CTL-STATUS    PIC X(2) VALUE '00'.
            01 WS-REG-STATUS    PIC X(2) VALUE '00'.
            01 WS-LIST-EOF      PIC A(1) VALUE 'N'.
            01 WS-TRN-EOF       PIC A(1) VALUE 'N'.
            01 WS-REG-EOF       PIC A(1) VALUE 'N'.
            01 WS-TRN-NAME      PIC X(100) VALUE SPACES.
            01 WS-STAGE-NAME    PIC X(100) VALUE SPACES.
            01 WS-CURRENT-DATE-TIME PIC X(21).
            01 WS-RUN-STAMP     PIC X(16) VALUE SPACES.
            01 WS-BUS-DATE      PIC X(8) VALUE SPACES.
            01 WS-BUS-DATE-TEXT PIC X(8) VALUE SPACES.
            01 WS-RETURN-CODE   PIC 99 VALUE 0.

            01 WS-BATCH-COUNT   PIC 9(4) VALUE 0.
            01 WS-ACCEPT-COUNT  PIC 9(4) VALUE 0.
            01 WS-REJECT-COUNT  PIC 9(4) VALUE 0.

            01 WS-TOKEN1        PIC X(10) VALUE SPACES.
            01 WS-TOKEN2        PIC X(10) VALUE SPACES.
            01 WS-TOKEN3        PIC X(12) VALUE SPACES.
            01 WS-TOKEN4        PIC X(10) VALUE SPACES.
            01 WS-TOKEN5        PIC X(10) VALUE SPACES.
            01 WS-TOKEN6        PIC X(10) VALUE SPACES.
            01 WS-PARSE-VALUE   PIC S9(14) VALUE 0.

            01 WS-REC-NUM       PIC 9(6) VALUE 0.
            01 WS-HDR-SEEN      PIC A(1) VALUE 'N'.
            01 WS-TRL-SEEN      PIC A(1) VALUE 'N'.
            01 WS-HDR-CAMP      PIC X(3) VALUE SPACES.
            01 WS-HDR-KITCHEN   PIC X(8) VALUE SPACES.
            01 WS-HDR-DATE      PIC X(8) VALUE SPACES.
            01 WS-HDR-SEQ       PIC 9(6) VALUE 0.
            01 WS-TRL-COUNT     PIC 9(6) VALUE 0.
            01 WS-TRL-HASH      PIC 9(12) VALUE 0.
            01 WS-BODY-COUNT    PIC 9(6) VALUE 0.
            01 WS-BODY-HASH     PIC 9(12) VALUE 0.
            01 WS-REJECT-REASON PIC X(30) VALUE SPACES.

            01 WS-SEQ-TABLE.
                05 WS-SEQ-ENTRY OCCURS 200 TIMES.
                    10 WS-SEQ-CAMP    PIC X(3).
                    10 WS-SEQ-KITCHEN PIC X(8).
                    10 WS-SEQ-LAST    PIC 9(6).
            01 WS-SEQ-COUNT     PIC 9(3) VALUE 0.
            01 WS-SEQ-IDX       PIC 9(3) VALUE 0.
            01 WS-SEQ-SLOT      PIC 9(3) VALUE 0.

            01 WS-REG-LINE.
                05 WS-REG-STAMP     PIC X(16).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-REG-RESULT    PIC X(8).
                05 FILLER           PIC X(6) VALUE " CAMP ".
                05 WS-REG-CAMP      PIC X(3).
                05 FILLER           PIC X(9) VALUE " KITCHEN ".
                05 WS-REG-KITCHEN   PIC X(8).
                05 FILLER           PIC X(6) VALUE " DATE ".
                05 WS-REG-DATE      PIC X(8).
                05 FILLER           PIC X(5) VALUE " SEQ ".
                05 WS-REG-SEQ       PIC 9(6).
                05 FILLER           PIC X(6) VALUE " RECS ".
                05 WS-REG-RECS      PIC Z(5)9.
                05 FILLER           PIC X(6) VALUE " HASH ".
                05 WS-REG-HASH      PIC Z(11)9.
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-REG-REASON    PIC X(30).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-REG-FILE      PIC X(60).

            01 WS-CTL-LINE.
                05 WS-CTL-CAMP      PIC X(3).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-CTL-FILE      PIC X(100).

        PROCEDURE DIVISION.
        0000-MAIN.
            DISPLAY "elfintk".
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
            MOVE WS-CURRENT-DATE-TIME (1:16) TO WS-RUN-STAMP.
            PERFORM 0100-SET-BUSINESS-DATE.
            PERFORM 0200-LOAD-SEQUENCES.
            OPEN INPUT INBOUND-LIST-FILE.
            IF WS-LIST-STATUS NOT = '00'
                DISPLAY "INBOUND-LIST-FILE OPEN ERROR, STATUS: "
                    WS-LIST-STATUS
                MOVE 8 TO WS-RETURN-CODE
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT CONTROL-FILE.
            IF WS-CTL-STATUS NOT = '00'
                DISPLAY "CONTROL-FILE OPEN ERROR, STATUS: "
                    WS-CTL-STATUS
                CLOSE INBOUND-LIST-FILE
                MOVE 8 TO WS-RETURN-CODE
                MOVE WS-RETURN-CODE TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN EXTEND REGISTER-FILE.
            IF WS-REG-STATUS NOT = '00'
                OPEN OUTPUT REGISTER-FILE
            END-IF.
            PERFORM UNTIL WS-LIST-EOF = 'Y'
                READ INBOUND-LIST-FILE
                    AT END
                        MOVE 'Y' TO WS-LIST-EOF
                    NOT AT END
                        IF WS-LIST-RECORD NOT = SPACES AND
                           WS-LIST-RECORD (1:1) NOT = '*'
                            ADD 1 TO WS-BATCH-COUNT
                            MOVE WS-LIST-RECORD TO WS-TRN-NAME
                            PERFORM 1000-PROCESS-TRANSMISSION
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE INBOUND-LIST-FILE.
            CLOSE CONTROL-FILE.
            CLOSE REGISTER-FILE.
            EVALUATE TRUE
                WHEN WS-BATCH-COUNT = 0
                    DISPLAY "NO TRANSMISSIONS LISTED FOR INTAKE"
                    MOVE 4 TO WS-RETURN-CODE
                WHEN WS-ACCEPT-COUNT = 0
                    MOVE 8 TO WS-RETURN-CODE
                WHEN WS-REJECT-COUNT > 0
                    MOVE 4 TO WS-RETURN-CODE
                WHEN OTHER
                    MOVE 0 TO WS-RETURN-CODE
            END-EVALUATE.
            DISPLAY "BATCHES ACCEPTED: " WS-ACCEPT-COUNT
                " REJECTED: " WS-REJECT-COUNT
                " RETURN CODE: " WS-RETURN-CODE.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
        STOP RUN.

        0100-SET-BUSINESS-DATE.
            MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-BUS-DATE
            ACCEPT WS-BUS-DATE-TEXT FROM ENVIRONMENT "ELFINTK_BUSDATE"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            IF WS-BUS-DATE-TEXT NOT = SPACES
                IF WS-BUS-DATE-TEXT IS NUMERIC
                    MOVE WS-BUS-DATE-TEXT TO WS-BUS-DATE
                ELSE
                    DISPLAY "BAD ELFINTK_BUSDATE IGNORED: "
                        WS-BUS-DATE-TEXT
                END-IF
            END-IF
            DISPLAY "BUSINESS DATE: " WS-BUS-DATE.

        0200-LOAD-SEQUENCES.
            OPEN INPUT REGISTER-FILE
            IF WS-REG-STATUS = '00'
                PERFORM UNTIL WS-REG-EOF = 'Y'
                    READ REGISTER-FILE
                        AT END
                            MOVE 'Y' TO WS-REG-EOF
                        NOT AT END
                            MOVE WS-REG-RECORD TO WS-REG-LINE
                            IF WS-REG-RESULT = "ACCEPTED" AND
                               WS-REG-SEQ IS NUMERIC
                                MOVE WS-REG-CAMP TO WS-HDR-CAMP
                                MOVE WS-REG-KITCHEN TO WS-HDR-KITCHEN
                                PERFORM 0210-FIND-SEQ-SLOT
                                PERFORM 0220-NOTE-ACCEPTED-SEQ
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE REGISTER-FILE
            END-IF.

        0210-FIND-SEQ-SLOT.
            MOVE 0 TO WS-SEQ-SLOT
            PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
                UNTIL WS-SEQ-IDX > WS-SEQ-COUNT OR WS-SEQ-SLOT > 0
                IF WS-SEQ-CAMP (WS-SEQ-IDX) = WS-HDR-CAMP AND
                   WS-SEQ-KITCHEN (WS-SEQ-IDX) = WS-HDR-KITCHEN
                    MOVE WS-SEQ-IDX TO WS-SEQ-SLOT
                END-IF
            END-PERFORM
            IF WS-SEQ-SLOT = 0 AND WS-SEQ-COUNT < 200
                ADD 1 TO WS-SEQ-COUNT
                MOVE WS-SEQ-COUNT TO WS-SEQ-SLOT
                MOVE WS-HDR-CAMP TO WS-SEQ-CAMP (WS-SEQ-SLOT)
                MOVE WS-HDR-KITCHEN TO WS-SEQ-KITCHEN (WS-SEQ-SLOT)
                MOVE 0 TO WS-SEQ-LAST (WS-SEQ-SLOT)
            END-IF
            IF WS-SEQ-SLOT = 0
                DISPLAY "KITCHEN SEQUENCE TABLE FULL: " WS-HDR-CAMP
                    " " WS-HDR-KITCHEN
            END-IF.

        0220-NOTE-ACCEPTED-SEQ.
            IF WS-SEQ-SLOT > 0
                IF WS-REG-SEQ > WS-SEQ-LAST (WS-SEQ-SLOT)
                    MOVE WS-REG-SEQ TO WS-SEQ-LAST (WS-SEQ-SLOT)
                END-IF
            END-IF.

        1000-PROCESS-TRANSMISSION.
            MOVE SPACES TO WS-REJECT-REASON
            MOVE SPACES TO WS-HDR-CAMP WS-HDR-KITCHEN WS-HDR-DATE
            MOVE 0 TO WS-HDR-SEQ
            MOVE 0 TO WS-TRL-COUNT
            MOVE 0 TO WS-TRL-HASH
            MOVE 0 TO WS-BODY-COUNT
            MOVE 0 TO WS-BODY-HASH
            MOVE 0 TO WS-REC-NUM
            MOVE 'N' TO WS-HDR-SEEN
            MOVE 'N' TO WS-TRL-SEEN
            DISPLAY "INTAKE " FUNCTION TRIM (WS-TRN-NAME)
            PERFORM 2000-VALIDATE-TRANSMISSION
            IF WS-REJECT-REASON = SPACES
                PERFORM 3000-CHECK-BATCH-CONTROLS
            END-IF
            IF WS-REJECT-REASON = SPACES
                PERFORM 4000-STAGE-TRANSMISSION
            END-IF
            IF WS-REJECT-REASON = SPACES
                ADD 1 TO WS-ACCEPT-COUNT
                MOVE WS-HDR-SEQ TO WS-SEQ-LAST (WS-SEQ-SLOT)
                MOVE WS-HDR-CAMP TO WS-CTL-CAMP
                MOVE WS-STAGE-NAME TO WS-CTL-FILE
                WRITE WS-CONTROL-RECORD FROM WS-CTL-LINE
                MOVE "ACCEPTED" TO WS-REG-RESULT
            ELSE
                ADD 1 TO WS-REJECT-COUNT
                MOVE "REJECTED" TO WS-REG-RESULT
                DISPLAY "BATCH REJECTED: " WS-REJECT-REASON
            END-IF
            PERFORM 5000-WRITE-REGISTER.

        2000-VALIDATE-TRANSMISSION.
            OPEN INPUT TRANSMISSION-FILE
            IF WS-TRN-STATUS NOT = '00'
                MOVE "TRANSMISSION FILE NOT FOUND" TO WS-REJECT-REASON
            ELSE
                MOVE 'N' TO WS-TRN-EOF
                PERFORM UNTIL WS-TRN-EOF = 'Y'
                    READ TRANSMISSION-FILE
                        AT END
                            MOVE 'Y' TO WS-TRN-EOF
                        NOT AT END
                            ADD 1 TO WS-REC-NUM
                            PERFORM 2100-CHECK-RECORD
                    END-READ
                END-PERFORM
                CLOSE TRANSMISSION-FILE
                IF WS-HDR-SEEN = 'N'
                    MOVE "MISSING HEADER" TO WS-REJECT-REASON
                END-IF
                IF WS-REJECT-REASON = SPACES AND WS-TRL-SEEN = 'N'
                    MOVE "MISSING TRAILER" TO WS-REJECT-REASON
                END-IF
            END-IF.

        2100-CHECK-RECORD.
            EVALUATE TRUE
                WHEN WS-REC-NUM = 1
                    IF WS-TRN-RECORD (1:4) = "HDR "
                        PERFORM 2200-PARSE-HEADER
                    ELSE
                        MOVE "MISSING HEADER" TO WS-REJECT-REASON
                    END-IF
                WHEN WS-HDR-SEEN = 'N'
                    CONTINUE
                WHEN WS-TRL-SEEN = 'Y'
                    IF WS-TRN-RECORD NOT = SPACES AND
                       WS-REJECT-REASON = SPACES
                        MOVE "DATA AFTER TRAILER" TO WS-REJECT-REASON
                    END-IF
                WHEN WS-TRN-RECORD (1:4) = "TRL "
                    PERFORM 2300-PARSE-TRAILER
                WHEN WS-TRN-RECORD (1:4) = "HDR "
                    IF WS-REJECT-REASON = SPACES
                        MOVE "SECOND HEADER IN BATCH"
                            TO WS-REJECT-REASON
                    END-IF
                WHEN OTHER
                    PERFORM 2400-CHECK-BODY-RECORD
            END-EVALUATE.

        2200-PARSE-HEADER.
            MOVE 'Y' TO WS-HDR-SEEN
            MOVE SPACES TO WS-TOKEN1 WS-TOKEN2 WS-TOKEN3 WS-TOKEN4
                WS-TOKEN5 WS-TOKEN6
            UNSTRING WS-TRN-RECORD DELIMITED BY ALL ' '
                INTO WS-TOKEN1 WS-TOKEN2 WS-TOKEN3 WS-TOKEN4
                     WS-TOKEN5 WS-TOKEN6
            MOVE WS-TOKEN2 (1:3) TO WS-HDR-CAMP
            MOVE WS-TOKEN3 (1:8) TO WS-HDR-KITCHEN
            MOVE WS-TOKEN4 (1:8) TO WS-HDR-DATE
            IF FUNCTION TRIM (WS-TOKEN5) IS NUMERIC
                COMPUTE WS-PARSE-VALUE = FUNCTION NUMVAL (WS-TOKEN5)
                IF WS-PARSE-VALUE > 0 AND WS-PARSE-VALUE <= 999999
                    MOVE WS-PARSE-VALUE TO WS-HDR-SEQ
                END-IF
            END-IF
            IF WS-TOKEN2 = SPACES OR WS-TOKEN2 (4:7) NOT = SPACES OR
               WS-TOKEN3 = SPACES OR WS-TOKEN3 (9:4) NOT = SPACES OR
               WS-TOKEN4 (1:8) IS NOT NUMERIC OR
               WS-TOKEN4 (9:2) NOT = SPACES OR
               WS-HDR-SEQ = 0 OR WS-TOKEN6 NOT = SPACES
                MOVE "BAD HEADER RECORD" TO WS-REJECT-REASON
            END-IF.

        2300-PARSE-TRAILER.
            MOVE 'Y' TO WS-TRL-SEEN
            MOVE SPACES TO WS-TOKEN1 WS-TOKEN2 WS-TOKEN3 WS-TOKEN4
            UNSTRING WS-TRN-RECORD DELIMITED BY ALL ' '
                INTO WS-TOKEN1 WS-TOKEN2 WS-TOKEN3 WS-TOKEN4
            IF FUNCTION TRIM (WS-TOKEN2) IS NUMERIC AND
               FUNCTION TRIM (WS-TOKEN3) IS NUMERIC AND
               WS-TOKEN4 = SPACES
                COMPUTE WS-PARSE-VALUE = FUNCTION NUMVAL (WS-TOKEN2)
                MOVE WS-PARSE-VALUE TO WS-TRL-COUNT
                COMPUTE WS-PARSE-VALUE = FUNCTION NUMVAL (WS-TOKEN3)
                MOVE WS-PARSE-VALUE TO WS-TRL-HASH
            ELSE
                IF WS-REJECT-REASON = SPACES
                    MOVE "BAD TRAILER RECORD" TO WS-REJECT-REASON
                END-IF
            END-IF.

        2400-CHECK-BODY-RECORD.
            ADD 1 TO WS-BODY-COUNT
            IF WS-TRN-RECORD (21:60) NOT = SPACES AND
               WS-REJECT-REASON = SPACES
                MOVE "BODY RECORD TOO LONG" TO WS-REJECT-REASON
            END-IF
            IF WS-TRN-RECORD NOT = SPACES AND
               WS-TRN-RECORD (1:4) NOT = "ELF "
                IF FUNCTION TRIM (WS-TRN-RECORD (1:20)) IS NUMERIC
                    COMPUTE WS-PARSE-VALUE =
                        FUNCTION NUMVAL (WS-TRN-RECORD (1:20))
                    ADD WS-PARSE-VALUE TO WS-BODY-HASH
                ELSE
                    MOVE SPACES TO WS-TOKEN1 WS-TOKEN2 WS-TOKEN3
                    UNSTRING WS-TRN-RECORD (1:20) DELIMITED BY ALL ' '
                        INTO WS-TOKEN1 WS-TOKEN2 WS-TOKEN3
                    IF FUNCTION TRIM (WS-TOKEN2) IS NUMERIC
                        COMPUTE WS-PARSE-VALUE =
                            FUNCTION NUMVAL (WS-TOKEN2)
                        ADD WS-PARSE-VALUE TO WS-BODY-HASH
                    END-IF
                END-IF
            END-IF.

        3000-CHECK-BATCH-CONTROLS.
            IF WS-BODY-COUNT NOT = WS-TRL-COUNT
                MOVE "TRAILER RECORD COUNT MISMATCH"
                    TO WS-REJECT-REASON
            ELSE
                IF WS-BODY-HASH NOT = WS-TRL-HASH
                    MOVE "TRAILER HASH TOTAL MISMATCH"
                        TO WS-REJECT-REASON
                ELSE
                    IF WS-HDR-DATE NOT = WS-BUS-DATE
                        MOVE "WRONG BUSINESS DATE" TO WS-REJECT-REASON
                    ELSE
                        PERFORM 3100-CHECK-SEQUENCE
                    END-IF
                END-IF
            END-IF.

        3100-CHECK-SEQUENCE.
            PERFORM 0210-FIND-SEQ-SLOT
            IF WS-SEQ-SLOT = 0
                MOVE "KITCHEN TABLE FULL" TO WS-REJECT-REASON
            ELSE
                IF WS-SEQ-LAST (WS-SEQ-SLOT) > 0
                    EVALUATE TRUE
                        WHEN WS-HDR-SEQ = WS-SEQ-LAST (WS-SEQ-SLOT)
                            MOVE "DUPLICATE BATCH SEQUENCE"
                                TO WS-REJECT-REASON
                        WHEN WS-HDR-SEQ < WS-SEQ-LAST (WS-SEQ-SLOT)
                            MOVE "BATCH SEQUENCE OUT OF ORDER"
                                TO WS-REJECT-REASON
                        WHEN WS-HDR-SEQ > WS-SEQ-LAST (WS-SEQ-SLOT) + 1
                            MOVE "BATCH SEQUENCE GAP"
                                TO WS-REJECT-REASON
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-IF.

        4000-STAGE-TRANSMISSION.
            MOVE SPACES TO WS-STAGE-NAME
            STRING './elfstage.' WS-HDR-CAMP '.'
                DELIMITED BY SIZE
                WS-HDR-KITCHEN DELIMITED BY SPACE
                '.' WS-HDR-DATE '.' WS-HDR-SEQ '.txt'
                DELIMITED BY SIZE INTO WS-STAGE-NAME
            OPEN OUTPUT STAGE-FILE
            IF WS-STAGE-STATUS NOT = '00'
                DISPLAY "STAGE-FILE OPEN ERROR, STATUS: "
                    WS-STAGE-STATUS
                MOVE "STAGING FILE OPEN FAILED" TO WS-REJECT-REASON
            ELSE
                OPEN INPUT TRANSMISSION-FILE
                MOVE 0 TO WS-REC-NUM
                MOVE 'N' TO WS-TRL-SEEN
                MOVE 'N' TO WS-TRN-EOF
                PERFORM UNTIL WS-TRN-EOF = 'Y'
                    READ TRANSMISSION-FILE
                        AT END
                            MOVE 'Y' TO WS-TRN-EOF
                        NOT AT END
                            ADD 1 TO WS-REC-NUM
                            IF WS-TRN-RECORD (1:4) = "TRL "
                                MOVE 'Y' TO WS-TRL-SEEN
                            END-IF
                            IF WS-REC-NUM > 1 AND WS-TRL-SEEN = 'N'
                                WRITE WS-STAGE-RECORD
                                    FROM WS-TRN-RECORD (1:20)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TRANSMISSION-FILE
                CLOSE STAGE-FILE
            END-IF.

        5000-WRITE-REGISTER.
            MOVE WS-RUN-STAMP TO WS-REG-STAMP
            MOVE WS-HDR-CAMP TO WS-REG-CAMP
            MOVE WS-HDR-KITCHEN TO WS-REG-KITCHEN
            MOVE WS-HDR-DATE TO WS-REG-DATE
            MOVE WS-HDR-SEQ TO WS-REG-SEQ
            MOVE WS-BODY-COUNT TO WS-REG-RECS
            MOVE WS-BODY-HASH TO WS-REG-HASH
            MOVE WS-REJECT-REASON TO WS-REG-REASON
            MOVE WS-TRN-NAME TO WS-REG-FILE
            WRITE WS-REG-RECORD FROM WS-REG-LINE.
