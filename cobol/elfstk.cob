        IDENTIFICATION DIVISION.
        PROGRAM-ID. ELFSTK.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                SELECT GRN-FILE ASSIGN TO './elfgrn.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GRN-STATUS.
                SELECT STOCK-MOVE-FILE ASSIGN TO './elfstkmov.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STM-STATUS.
                SELECT STOCK-LOG-FILE ASSIGN TO './elfstklog.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SLOG-STATUS.
                SELECT STOCK-RPT-FILE ASSIGN TO './elfstkrpt.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SRPT-STATUS.
                SELECT REQ-FILE ASSIGN TO './elfreq.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REQ-STATUS.
                SELECT ELF-STOCK-FILE ASSIGN TO './elfstock.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ELF-STK-KEY
                FILE STATUS IS WS-STK-STATUS.

        DATA DIVISION.

            FILE SECTION.
            FD GRN-FILE.
            01 WS-GRN-RECORD PIC X(80).

            FD STOCK-MOVE-FILE.
            COPY ELFSTM.

            FD STOCK-LOG-FILE.
            01 WS-SLOG-RECORD PIC X(100).

            FD STOCK-RPT-FILE.
            01 WS-SRPT-RECORD PIC X(132).

            FD REQ-FILE.
            01 WS-REQ-RECORD PIC X(80).

            FD ELF-STOCK-FILE.
            COPY ELFSTK.

            Working-Storage Section.

            01 WS-GRN-STATUS    PIC X(2) VALUE '00'.
            01 WS-STM-STATUS    PIC X(2) VALUE '00'.
            01 WS-SLOG-STATUS   PIC X(2) VALUE '00'.
            01 WS-SRPT-STATUS   PIC X(2) VALUE '00'.
            01 WS-REQ-STATUS    PIC X(2) VALUE '00'.
            01 WS-STK-STATUS    PIC X(2) VALUE '00'.
            01 WS-GRN-EOF       PIC A(1) VALUE 'N'.
            01 WS-STM-EOF       PIC A(1) VALUE 'N'.
            01 WS-STK-EOF       PIC A(1) VALUE 'N'.
            01 WS-REQ-EOF       PIC A(1) VALUE 'N'.
            01 WS-GRN-FOUND     PIC A(1) VALUE 'N'.
            01 WS-STM-FOUND     PIC A(1) VALUE 'N'.
            01 WS-REQ-FOUND     PIC A(1) VALUE 'N'.
            01 WS-CURRENT-DATE-TIME PIC X(21).
            01 WS-RUN-STAMP     PIC X(16) VALUE SPACES.

            01 WS-CAT-NAME-LIST.
                05 FILLER PIC X(8) VALUE "MEAL".
                05 FILLER PIC X(8) VALUE "SNACK".
                05 FILLER PIC X(8) VALUE "RATION".
                05 FILLER PIC X(8) VALUE "TREAT".
            01 WS-CAT-TABLE REDEFINES WS-CAT-NAME-LIST.
                05 WS-CAT-NAME OCCURS 4 TIMES PIC X(8).
            01 WS-CAT-SUB       PIC 9(1) VALUE 0.
            01 WS-CAT-IDX       PIC 9(1) VALUE 0.

            01 WS-GRN-LINE-NUM  PIC 9(6) VALUE 0.
            01 WS-GRN-TOKEN1    PIC X(10) VALUE SPACES.
            01 WS-GRN-TOKEN2    PIC X(10) VALUE SPACES.
            01 WS-GRN-TOKEN3    PIC X(12) VALUE SPACES.
            01 WS-GRN-TOKEN4    PIC X(14) VALUE SPACES.
            01 WS-PARSE-VALUE   PIC S9(12) VALUE 0.

            01 WS-PST-TYPE      PIC X(1) VALUE SPACE.
            01 WS-PST-CAMP      PIC X(3) VALUE SPACES.
            01 WS-PST-CAT       PIC X(8) VALUE SPACES.
            01 WS-PST-QTY       PIC 9(10) VALUE 0.
            01 WS-PST-STAMP     PIC X(16) VALUE SPACES.
            01 WS-PST-PROG      PIC X(8) VALUE SPACES.
            01 WS-PST-REF       PIC X(14) VALUE SPACES.
            01 WS-PST-FLAG      PIC X(8) VALUE SPACES.
            01 WS-PST-NEW       PIC A(1) VALUE 'N'.
            01 WS-NEW-ON-HAND   PIC S9(10) VALUE 0.

            01 WS-RESET-COUNT   PIC 9(6) VALUE 0.
            01 WS-RCPT-COUNT    PIC 9(6) VALUE 0.
            01 WS-CONS-COUNT    PIC 9(6) VALUE 0.
            01 WS-SPOIL-COUNT   PIC 9(6) VALUE 0.
            01 WS-REJECT-COUNT  PIC 9(6) VALUE 0.
            01 WS-NEG-COUNT     PIC 9(6) VALUE 0.
            01 WS-SHORT-COUNT   PIC 9(4) VALUE 0.

            01 WS-EXC-TABLE.
                05 WS-EXC-LINE OCCURS 500 TIMES PIC X(132).
            01 WS-EXC-COUNT     PIC 9(4) VALUE 0.
            01 WS-EXC-IDX       PIC 9(4) VALUE 0.
            01 WS-EXC-TEXT      PIC X(132) VALUE SPACES.

            01 WS-CAT-SUMS.
                05 WS-SUM-ENTRY OCCURS 4 TIMES.
                    10 WS-SUM-OPENING  PIC S9(12).
                    10 WS-SUM-RECEIPTS PIC 9(12).
                    10 WS-SUM-CONSUMED PIC S9(12).
                    10 WS-SUM-SPOILED  PIC 9(12).
                    10 WS-SUM-CLOSING  PIC S9(12).
                    10 WS-SUM-REQUIRED PIC 9(12).
            01 WS-SHORTFALL     PIC S9(12) VALUE 0.

            01 WS-SLOG-LINE.
                05 WS-SLG-STAMP     PIC X(16).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-SLG-TYPE      PIC X(1).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-SLG-CAMP      PIC X(3).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-SLG-CAT       PIC X(8).
                05 FILLER           PIC X(5) VALUE " QTY ".
                05 WS-SLG-QTY       PIC Z(9)9.
                05 FILLER           PIC X(9) VALUE " ON-HAND ".
                05 WS-SLG-ON-HAND   PIC -(10)9.
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-SLG-PROG      PIC X(8).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-SLG-REF       PIC X(14).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-SLG-FLAG      PIC X(8).

            01 WS-SRPT-HEAD-LINE.
                05 FILLER           PIC X(26)
                    VALUE "COMMISSARY STOCK POSITION ".
                05 WS-SHD-STAMP     PIC X(16).
            01 WS-SRPT-POS-LINE.
                05 FILLER           PIC X(5) VALUE "CAMP ".
                05 WS-SPL-CAMP      PIC X(3).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-SPL-CAT       PIC X(8).
                05 FILLER           PIC X(9) VALUE " OPENING ".
                05 WS-SPL-OPENING   PIC -(10)9.
                05 FILLER           PIC X(10) VALUE " RECEIPTS ".
                05 WS-SPL-RECEIPTS  PIC Z(9)9.
                05 FILLER           PIC X(10) VALUE " CONSUMED ".
                05 WS-SPL-CONSUMED  PIC -(10)9.
                05 FILLER           PIC X(9) VALUE " SPOILED ".
                05 WS-SPL-SPOILED   PIC Z(9)9.
                05 FILLER           PIC X(9) VALUE " CLOSING ".
                05 WS-SPL-CLOSING   PIC -(10)9.
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-SPL-FLAG      PIC X(8).
            01 WS-SRPT-REORDER-LINE.
                05 WS-SRL-CAT       PIC X(8).
                05 FILLER           PIC X(10) VALUE " REQUIRED ".
                05 WS-SRL-REQUIRED  PIC Z(11)9.
                05 FILLER           PIC X(9) VALUE " ON HAND ".
                05 WS-SRL-ON-HAND   PIC -(12)9.
                05 FILLER           PIC X(11) VALUE " SHORTFALL ".
                05 WS-SRL-SHORT     PIC Z(11)9.
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-SRL-FLAG      PIC X(7).

        PROCEDURE DIVISION.
        0000-MAIN.
            DISPLAY "elfstk".
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
            MOVE WS-CURRENT-DATE-TIME (1:16) TO WS-RUN-STAMP.
            OPEN I-O ELF-STOCK-FILE.
            IF WS-STK-STATUS = '35'
                OPEN OUTPUT ELF-STOCK-FILE
                CLOSE ELF-STOCK-FILE
                OPEN I-O ELF-STOCK-FILE
            END-IF.
            IF WS-STK-STATUS NOT = '00'
                DISPLAY "ELF-STOCK-FILE OPEN ERROR, STATUS: "
                    WS-STK-STATUS
                STOP RUN
            END-IF.
            OPEN EXTEND STOCK-LOG-FILE.
            IF WS-SLOG-STATUS NOT = '00'
                OPEN OUTPUT STOCK-LOG-FILE
            END-IF.
            PERFORM 1000-START-NEW-DAY.
            PERFORM 2000-POST-RECEIPTS.
            PERFORM 3000-POST-MOVEMENTS.
            PERFORM 4000-CLEAR-POSTED-INPUTS.
            CLOSE STOCK-LOG-FILE.
            OPEN OUTPUT STOCK-RPT-FILE.
            IF WS-SRPT-STATUS NOT = '00'
                DISPLAY "STOCK-RPT-FILE OPEN ERROR, STATUS: "
                    WS-SRPT-STATUS
            ELSE
                PERFORM 5000-WRITE-POSITION-REPORT
                PERFORM 6000-WRITE-REORDER-SECTION
                PERFORM 7000-WRITE-POSTING-EXCEPTIONS
                CLOSE STOCK-RPT-FILE
            END-IF.
            CLOSE ELF-STOCK-FILE.
            DISPLAY "RECEIPTS POSTED: " WS-RCPT-COUNT
                " CONSUMPTION POSTED: " WS-CONS-COUNT
                " SPOILAGE POSTED: " WS-SPOIL-COUNT.
            DISPLAY "RECEIPTS REJECTED: " WS-REJECT-COUNT
                " NEGATIVE STOCK POSTINGS: " WS-NEG-COUNT
                " REORDER LINES: " WS-SHORT-COUNT.
        STOP RUN.

        1000-START-NEW-DAY.
            MOVE 'N' TO WS-STK-EOF
            MOVE LOW-VALUES TO ELF-STK-KEY
            START ELF-STOCK-FILE
                KEY IS NOT < ELF-STK-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-STK-EOF
            END-START
            PERFORM UNTIL WS-STK-EOF = 'Y'
                READ ELF-STOCK-FILE NEXT
                    AT END
                        MOVE 'Y' TO WS-STK-EOF
                    NOT AT END
                        MOVE ELF-STK-ON-HAND TO ELF-STK-OPENING
                        MOVE 0 TO ELF-STK-RECEIPTS
                        MOVE 0 TO ELF-STK-CONSUMED
                        MOVE 0 TO ELF-STK-SPOILED
                        REWRITE ELF-STK-RECORD
                        ADD 1 TO WS-RESET-COUNT
                END-READ
            END-PERFORM.

        2000-POST-RECEIPTS.
            OPEN INPUT GRN-FILE
            IF WS-GRN-STATUS = '00'
                MOVE 'Y' TO WS-GRN-FOUND
                PERFORM UNTIL WS-GRN-EOF = 'Y'
                    READ GRN-FILE
                        AT END
                            MOVE 'Y' TO WS-GRN-EOF
                        NOT AT END
                            ADD 1 TO WS-GRN-LINE-NUM
                            IF WS-GRN-RECORD NOT = SPACES AND
                               WS-GRN-RECORD (1:1) NOT = '*'
                                PERFORM 2100-PROCESS-RECEIPT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GRN-FILE
            ELSE
                IF WS-GRN-STATUS NOT = '35'
                    DISPLAY "GRN-FILE OPEN ERROR, STATUS: "
                        WS-GRN-STATUS
                END-IF
            END-IF.

        2100-PROCESS-RECEIPT.
            MOVE SPACES TO WS-GRN-TOKEN1 WS-GRN-TOKEN2
                WS-GRN-TOKEN3 WS-GRN-TOKEN4
            UNSTRING WS-GRN-RECORD DELIMITED BY ALL ' '
                INTO WS-GRN-TOKEN1 WS-GRN-TOKEN2
                     WS-GRN-TOKEN3 WS-GRN-TOKEN4
            MOVE 0 TO WS-CAT-IDX
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 4
                IF WS-GRN-TOKEN2 = WS-CAT-NAME (WS-CAT-SUB)
                    MOVE WS-CAT-SUB TO WS-CAT-IDX
                END-IF
            END-PERFORM
            MOVE 0 TO WS-PST-QTY
            IF FUNCTION TRIM (WS-GRN-TOKEN3) IS NUMERIC
                COMPUTE WS-PARSE-VALUE =
                    FUNCTION NUMVAL (WS-GRN-TOKEN3)
                IF WS-PARSE-VALUE > 0 AND
                   WS-PARSE-VALUE <= 9999999999
                    MOVE WS-PARSE-VALUE TO WS-PST-QTY
                END-IF
            END-IF
            IF WS-GRN-TOKEN1 = SPACES OR
               WS-GRN-TOKEN1 (4:7) NOT = SPACES OR
               WS-CAT-IDX = 0 OR WS-PST-QTY = 0
                ADD 1 TO WS-REJECT-COUNT
                MOVE SPACES TO WS-EXC-TEXT
                STRING "RECEIPT LINE " WS-GRN-LINE-NUM
                    " REJECTED: " WS-GRN-RECORD (1:60)
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
                PERFORM 2900-ADD-EXCEPTION
            ELSE
                MOVE 'R' TO WS-PST-TYPE
                MOVE WS-GRN-TOKEN1 (1:3) TO WS-PST-CAMP
                MOVE WS-CAT-NAME (WS-CAT-IDX) TO WS-PST-CAT
                MOVE WS-RUN-STAMP TO WS-PST-STAMP
                MOVE "GRN" TO WS-PST-PROG
                MOVE WS-GRN-TOKEN4 TO WS-PST-REF
                PERFORM 2500-POST-TO-LEDGER
                ADD 1 TO WS-RCPT-COUNT
            END-IF.

        2500-POST-TO-LEDGER.
            MOVE SPACES TO WS-PST-FLAG
            MOVE 'N' TO WS-PST-NEW
            MOVE WS-PST-CAMP TO ELF-STK-CAMP
            MOVE WS-PST-CAT TO ELF-STK-CATEGORY
            READ ELF-STOCK-FILE
                KEY IS ELF-STK-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-PST-NEW
            END-READ
            IF WS-PST-NEW = 'Y'
                MOVE WS-PST-CAMP TO ELF-STK-CAMP
                MOVE WS-PST-CAT TO ELF-STK-CATEGORY
                MOVE 0 TO ELF-STK-ON-HAND
                MOVE 0 TO ELF-STK-OPENING
                MOVE 0 TO ELF-STK-RECEIPTS
                MOVE 0 TO ELF-STK-CONSUMED
                MOVE 0 TO ELF-STK-SPOILED
            END-IF
            EVALUATE WS-PST-TYPE
                WHEN 'R'
                    ADD WS-PST-QTY TO ELF-STK-RECEIPTS
                    ADD WS-PST-QTY TO ELF-STK-ON-HAND
                WHEN 'C'
                    COMPUTE WS-NEW-ON-HAND =
                        ELF-STK-ON-HAND - WS-PST-QTY
                    IF WS-NEW-ON-HAND < 0
                        MOVE "NEGATIVE" TO WS-PST-FLAG
                    END-IF
                    MOVE WS-NEW-ON-HAND TO ELF-STK-ON-HAND
                    ADD WS-PST-QTY TO ELF-STK-CONSUMED
                WHEN 'S'
                    ADD WS-PST-QTY TO ELF-STK-SPOILED
                    SUBTRACT WS-PST-QTY FROM ELF-STK-CONSUMED
            END-EVALUATE
            MOVE WS-PST-STAMP TO ELF-STK-LAST-POSTED
            IF WS-PST-NEW = 'Y'
                WRITE ELF-STK-RECORD
                    INVALID KEY
                        DISPLAY "STOCK WRITE FAILED FOR "
                            WS-PST-CAMP " " WS-PST-CAT
                END-WRITE
            ELSE
                REWRITE ELF-STK-RECORD
            END-IF
            MOVE WS-PST-STAMP TO WS-SLG-STAMP
            MOVE WS-PST-TYPE TO WS-SLG-TYPE
            MOVE WS-PST-CAMP TO WS-SLG-CAMP
            MOVE WS-PST-CAT TO WS-SLG-CAT
            MOVE WS-PST-QTY TO WS-SLG-QTY
            MOVE ELF-STK-ON-HAND TO WS-SLG-ON-HAND
            MOVE WS-PST-PROG TO WS-SLG-PROG
            MOVE WS-PST-REF TO WS-SLG-REF
            MOVE WS-PST-FLAG TO WS-SLG-FLAG
            WRITE WS-SLOG-RECORD FROM WS-SLOG-LINE
            IF WS-PST-FLAG NOT = SPACES
                ADD 1 TO WS-NEG-COUNT
                MOVE SPACES TO WS-EXC-TEXT
                MOVE WS-SLOG-LINE TO WS-EXC-TEXT
                PERFORM 2900-ADD-EXCEPTION
            END-IF.

        2900-ADD-EXCEPTION.
            IF WS-EXC-COUNT < 500
                ADD 1 TO WS-EXC-COUNT
                MOVE WS-EXC-TEXT TO WS-EXC-LINE (WS-EXC-COUNT)
            ELSE
                DISPLAY "EXCEPTION TABLE FULL: " WS-EXC-TEXT (1:60)
            END-IF.

        3000-POST-MOVEMENTS.
            OPEN INPUT STOCK-MOVE-FILE
            IF WS-STM-STATUS = '00'
                MOVE 'Y' TO WS-STM-FOUND
                PERFORM UNTIL WS-STM-EOF = 'Y'
                    READ STOCK-MOVE-FILE
                        AT END
                            MOVE 'Y' TO WS-STM-EOF
                        NOT AT END
                            PERFORM 3100-PROCESS-MOVEMENT
                    END-READ
                END-PERFORM
                CLOSE STOCK-MOVE-FILE
            ELSE
                IF WS-STM-STATUS NOT = '35'
                    DISPLAY "STOCK-MOVE-FILE OPEN ERROR, STATUS: "
                        WS-STM-STATUS
                END-IF
            END-IF.

        3100-PROCESS-MOVEMENT.
            IF (ELF-STM-TYPE = 'C' OR ELF-STM-TYPE = 'S') AND
               ELF-STM-QTY IS NUMERIC AND ELF-STM-QTY > 0
                MOVE ELF-STM-TYPE TO WS-PST-TYPE
                MOVE ELF-STM-CAMP TO WS-PST-CAMP
                IF WS-PST-CAMP = SPACES
                    MOVE "---" TO WS-PST-CAMP
                END-IF
                MOVE ELF-STM-CATEGORY TO WS-PST-CAT
                MOVE ELF-STM-QTY TO WS-PST-QTY
                MOVE ELF-STM-STAMP TO WS-PST-STAMP
                MOVE ELF-STM-PROG TO WS-PST-PROG
                MOVE ELF-STM-REF TO WS-PST-REF
                PERFORM 2500-POST-TO-LEDGER
                IF WS-PST-TYPE = 'C'
                    ADD 1 TO WS-CONS-COUNT
                ELSE
                    ADD 1 TO WS-SPOIL-COUNT
                END-IF
            ELSE
                ADD 1 TO WS-REJECT-COUNT
                MOVE SPACES TO WS-EXC-TEXT
                STRING "MOVEMENT REJECTED: " ELF-STM-RECORD
                    DELIMITED BY SIZE INTO WS-EXC-TEXT
                PERFORM 2900-ADD-EXCEPTION
            END-IF.

        4000-CLEAR-POSTED-INPUTS.
            IF WS-GRN-FOUND = 'Y'
                OPEN OUTPUT GRN-FILE
                CLOSE GRN-FILE
            END-IF
            IF WS-STM-FOUND = 'Y'
                OPEN OUTPUT STOCK-MOVE-FILE
                CLOSE STOCK-MOVE-FILE
            END-IF.

        5000-WRITE-POSITION-REPORT.
            MOVE WS-RUN-STAMP TO WS-SHD-STAMP
            WRITE WS-SRPT-RECORD FROM WS-SRPT-HEAD-LINE
            MOVE SPACES TO WS-SRPT-RECORD
            WRITE WS-SRPT-RECORD
            INITIALIZE WS-CAT-SUMS
            MOVE 'N' TO WS-STK-EOF
            MOVE LOW-VALUES TO ELF-STK-KEY
            START ELF-STOCK-FILE
                KEY IS NOT < ELF-STK-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-STK-EOF
            END-START
            PERFORM UNTIL WS-STK-EOF = 'Y'
                READ ELF-STOCK-FILE NEXT
                    AT END
                        MOVE 'Y' TO WS-STK-EOF
                    NOT AT END
                        PERFORM 5100-WRITE-POSITION-LINE
                END-READ
            END-PERFORM
            MOVE SPACES TO WS-SRPT-RECORD
            WRITE WS-SRPT-RECORD
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 4
                MOVE "ALL" TO WS-SPL-CAMP
                MOVE WS-CAT-NAME (WS-CAT-SUB) TO WS-SPL-CAT
                MOVE WS-SUM-OPENING (WS-CAT-SUB) TO WS-SPL-OPENING
                MOVE WS-SUM-RECEIPTS (WS-CAT-SUB) TO WS-SPL-RECEIPTS
                MOVE WS-SUM-CONSUMED (WS-CAT-SUB) TO WS-SPL-CONSUMED
                MOVE WS-SUM-SPOILED (WS-CAT-SUB) TO WS-SPL-SPOILED
                MOVE WS-SUM-CLOSING (WS-CAT-SUB) TO WS-SPL-CLOSING
                IF WS-SUM-CLOSING (WS-CAT-SUB) < 0
                    MOVE "NEGATIVE" TO WS-SPL-FLAG
                ELSE
                    MOVE SPACES TO WS-SPL-FLAG
                END-IF
                WRITE WS-SRPT-RECORD FROM WS-SRPT-POS-LINE
            END-PERFORM.

        5100-WRITE-POSITION-LINE.
            MOVE ELF-STK-CAMP TO WS-SPL-CAMP
            MOVE ELF-STK-CATEGORY TO WS-SPL-CAT
            MOVE ELF-STK-OPENING TO WS-SPL-OPENING
            MOVE ELF-STK-RECEIPTS TO WS-SPL-RECEIPTS
            MOVE ELF-STK-CONSUMED TO WS-SPL-CONSUMED
            MOVE ELF-STK-SPOILED TO WS-SPL-SPOILED
            MOVE ELF-STK-ON-HAND TO WS-SPL-CLOSING
            IF ELF-STK-ON-HAND < 0
                MOVE "NEGATIVE" TO WS-SPL-FLAG
            ELSE
                MOVE SPACES TO WS-SPL-FLAG
            END-IF
            WRITE WS-SRPT-RECORD FROM WS-SRPT-POS-LINE
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 4
                IF ELF-STK-CATEGORY = WS-CAT-NAME (WS-CAT-SUB)
                    ADD ELF-STK-OPENING
                        TO WS-SUM-OPENING (WS-CAT-SUB)
                    ADD ELF-STK-RECEIPTS
                        TO WS-SUM-RECEIPTS (WS-CAT-SUB)
                    ADD ELF-STK-CONSUMED
                        TO WS-SUM-CONSUMED (WS-CAT-SUB)
                    ADD ELF-STK-SPOILED
                        TO WS-SUM-SPOILED (WS-CAT-SUB)
                    ADD ELF-STK-ON-HAND
                        TO WS-SUM-CLOSING (WS-CAT-SUB)
                END-IF
            END-PERFORM.

        6000-WRITE-REORDER-SECTION.
            MOVE SPACES TO WS-SRPT-RECORD
            WRITE WS-SRPT-RECORD
            MOVE "REORDER - REQUISITION VS CLOSING STOCK"
                TO WS-SRPT-RECORD
            WRITE WS-SRPT-RECORD
            OPEN INPUT REQ-FILE
            IF WS-REQ-STATUS NOT = '00'
                MOVE "NO REQUISITION FORECAST - RUN ELFCAST"
                    TO WS-SRPT-RECORD
                WRITE WS-SRPT-RECORD
            ELSE
                MOVE 'Y' TO WS-REQ-FOUND
                PERFORM UNTIL WS-REQ-EOF = 'Y'
                    READ REQ-FILE
                        AT END
                            MOVE 'Y' TO WS-REQ-EOF
                        NOT AT END
                            PERFORM 6100-ACCUMULATE-REQUIREMENT
                    END-READ
                END-PERFORM
                CLOSE REQ-FILE
                PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                    UNTIL WS-CAT-SUB > 4
                    PERFORM 6200-WRITE-REORDER-LINE
                END-PERFORM
            END-IF.

        6100-ACCUMULATE-REQUIREMENT.
            IF WS-REQ-RECORD (1:5) = "TEAM " AND
               WS-REQ-RECORD (18:6) = " NEED " AND
               FUNCTION TRIM (WS-REQ-RECORD (24:9)) IS NUMERIC
                PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                    UNTIL WS-CAT-SUB > 4
                    IF WS-REQ-RECORD (10:8) = WS-CAT-NAME (WS-CAT-SUB)
                        COMPUTE WS-PARSE-VALUE =
                            FUNCTION NUMVAL (WS-REQ-RECORD (24:9))
                        ADD WS-PARSE-VALUE
                            TO WS-SUM-REQUIRED (WS-CAT-SUB)
                    END-IF
                END-PERFORM
            END-IF.

        6200-WRITE-REORDER-LINE.
            MOVE WS-CAT-NAME (WS-CAT-SUB) TO WS-SRL-CAT
            MOVE WS-SUM-REQUIRED (WS-CAT-SUB) TO WS-SRL-REQUIRED
            MOVE WS-SUM-CLOSING (WS-CAT-SUB) TO WS-SRL-ON-HAND
            COMPUTE WS-SHORTFALL = WS-SUM-REQUIRED (WS-CAT-SUB)
                - WS-SUM-CLOSING (WS-CAT-SUB)
            IF WS-SHORTFALL > 0
                MOVE WS-SHORTFALL TO WS-SRL-SHORT
                MOVE "REORDER" TO WS-SRL-FLAG
                ADD 1 TO WS-SHORT-COUNT
            ELSE
                MOVE 0 TO WS-SRL-SHORT
                MOVE "OK" TO WS-SRL-FLAG
            END-IF
            WRITE WS-SRPT-RECORD FROM WS-SRPT-REORDER-LINE.

        7000-WRITE-POSTING-EXCEPTIONS.
            IF WS-EXC-COUNT > 0
                MOVE SPACES TO WS-SRPT-RECORD
                WRITE WS-SRPT-RECORD
                MOVE "POSTING EXCEPTIONS" TO WS-SRPT-RECORD
                WRITE WS-SRPT-RECORD
                PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                    UNTIL WS-EXC-IDX > WS-EXC-COUNT
                    WRITE WS-SRPT-RECORD
                        FROM WS-EXC-LINE (WS-EXC-IDX)
                END-PERFORM
            END-IF.
