        IDENTIFICATION DIVISION.
        PROGRAM-ID. ELFCMNT.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                SELECT COST-TRANS-FILE ASSIGN TO './elfcosttrn.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRN-STATUS.
                SELECT COST-LOG-FILE ASSIGN TO './elfcostlog.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-STATUS.
                SELECT ELF-COST-FILE ASSIGN TO './elfcost.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ELF-CST-KEY
                FILE STATUS IS WS-CST-STATUS.

        DATA DIVISION.

            FILE SECTION.
            FD COST-TRANS-FILE.
            01 WS-COST-TRANS-RECORD PIC X(26).

            FD COST-LOG-FILE.
            01 WS-LOG-RECORD PIC X(100).

            FD ELF-COST-FILE.
            COPY ELFCST.

            Working-Storage Section.

            01 WS-CURRENT-DATE-TIME PIC X(21).
            01 WS-TODAY         PIC 9(8) VALUE 0.
            01 WS-TRN-STATUS    PIC X(2) VALUE '00'.
            01 WS-LOG-STATUS    PIC X(2) VALUE '00'.
            01 WS-CST-STATUS    PIC X(2) VALUE '00'.
            01 WS-TRN-EOF       PIC A(1) VALUE 'N'.
            01 WS-CST-EOF       PIC A(1) VALUE 'N'.
            01 WS-TRN-LINE-NUM  PIC 9(6) VALUE 0.
            01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
            01 WS-REJECT-COUNT  PIC 9(6) VALUE 0.
            01 WS-TRN-VALID     PIC A(1) VALUE 'N'.
            01 WS-CAT-FOUND     PIC A(1) VALUE 'N'.
            01 WS-CAT-ON-FILE   PIC A(1) VALUE 'N'.
            01 WS-DATE-CHECK    PIC 9(8) VALUE 0.
            01 WS-COST-TRANS-LINE.
                05 WS-TRN-ACTION   PIC X(1).
                05 WS-TRN-CATEGORY PIC X(8).
                05 WS-TRN-EFF-DATE PIC X(8).
                05 WS-TRN-RATE     PIC X(9).
            01 WS-TRN-RATE-NUM REDEFINES WS-COST-TRANS-LINE.
                05 FILLER          PIC X(17).
                05 WS-TRN-RATE-VAL PIC 9(3)V9(6).

            01 WS-CAT-NAME-LIST.
                05 FILLER PIC X(8) VALUE "MEAL".
                05 FILLER PIC X(8) VALUE "SNACK".
                05 FILLER PIC X(8) VALUE "RATION".
                05 FILLER PIC X(8) VALUE "TREAT".
            01 WS-CAT-TABLE REDEFINES WS-CAT-NAME-LIST.
                05 WS-CAT-NAME OCCURS 4 TIMES PIC X(8).
            01 WS-CAT-SUB       PIC 9(1) VALUE 0.

            01 WS-LOG-LINE.
                05 WS-LOG-TS     PIC X(14).
                05 FILLER        PIC X(1) VALUE SPACE.
                05 FILLER        PIC X(6) VALUE "TRANS ".
                05 WS-LOG-LINE-NUM PIC Z(5)9.
                05 FILLER        PIC X(1) VALUE SPACE.
                05 WS-LOG-ACTION PIC X(1).
                05 FILLER        PIC X(5) VALUE " CAT ".
                05 WS-LOG-CAT    PIC X(8).
                05 FILLER        PIC X(5) VALUE " EFF ".
                05 WS-LOG-EFF    PIC X(8).
                05 FILLER        PIC X(6) VALUE " RATE ".
                05 WS-LOG-RATE   PIC ZZ9.9(6).
                05 FILLER        PIC X(1) VALUE SPACE.
                05 WS-LOG-TEXT   PIC X(29).

        PROCEDURE DIVISION.
        0000-MAIN.
            DISPLAY "elfcmnt".
            PERFORM 0100-OPEN-FILES.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
            MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-LOG-TS.
            MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-TODAY.
            PERFORM UNTIL WS-TRN-EOF = 'Y'
                READ COST-TRANS-FILE
                    AT END
                        MOVE 'Y' TO WS-TRN-EOF
                    NOT AT END
                        ADD 1 TO WS-TRN-LINE-NUM
                        PERFORM 1000-APPLY-TRANSACTION
                END-READ
            END-PERFORM.
            DISPLAY "TRANSACTIONS APPLIED: " WS-APPLIED-COUNT.
            DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNT.
            CLOSE COST-TRANS-FILE.
            CLOSE COST-LOG-FILE.
            CLOSE ELF-COST-FILE.
        STOP RUN.

        0100-OPEN-FILES.
            OPEN INPUT COST-TRANS-FILE
            IF WS-TRN-STATUS = '35'
                DISPLAY "NO COST TRANSACTION FILE FOUND"
                STOP RUN
            END-IF
            IF WS-TRN-STATUS NOT = '00'
                DISPLAY "COST-TRANS-FILE OPEN ERROR, STATUS: "
                    WS-TRN-STATUS
                STOP RUN
            END-IF
            OPEN EXTEND COST-LOG-FILE
            IF WS-LOG-STATUS NOT = '00'
                OPEN OUTPUT COST-LOG-FILE
            END-IF
            OPEN I-O ELF-COST-FILE
            IF WS-CST-STATUS = '35'
                OPEN OUTPUT ELF-COST-FILE
                CLOSE ELF-COST-FILE
                OPEN I-O ELF-COST-FILE
            END-IF
            IF WS-CST-STATUS NOT = '00'
                DISPLAY "ELF-COST-FILE OPEN ERROR, STATUS: "
                    WS-CST-STATUS
                STOP RUN
            END-IF.

        1000-APPLY-TRANSACTION.
            MOVE WS-COST-TRANS-RECORD TO WS-COST-TRANS-LINE
            MOVE WS-TRN-LINE-NUM TO WS-LOG-LINE-NUM
            MOVE WS-TRN-ACTION TO WS-LOG-ACTION
            MOVE WS-TRN-CATEGORY TO WS-LOG-CAT
            MOVE WS-TRN-EFF-DATE TO WS-LOG-EFF
            MOVE 0 TO WS-LOG-RATE
            PERFORM 1050-VALIDATE-TRANSACTION
            IF WS-TRN-VALID = 'Y'
                MOVE WS-TRN-RATE-VAL TO WS-LOG-RATE
                EVALUATE WS-TRN-ACTION
                    WHEN 'A'
                        PERFORM 1100-ADD-COST
                    WHEN 'C'
                        PERFORM 1200-CHANGE-COST
                    WHEN OTHER
                        MOVE "REJECTED: BAD ACTION CODE"
                            TO WS-LOG-TEXT
                        PERFORM 1900-WRITE-LOG-REJECT
                END-EVALUATE
            END-IF.

        1050-VALIDATE-TRANSACTION.
            MOVE 'Y' TO WS-TRN-VALID
            MOVE 'N' TO WS-CAT-FOUND
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 4
                IF WS-TRN-CATEGORY = WS-CAT-NAME (WS-CAT-SUB)
                    MOVE 'Y' TO WS-CAT-FOUND
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN WS-CAT-FOUND = 'N'
                    MOVE 'N' TO WS-TRN-VALID
                    MOVE "REJECTED: BAD CATEGORY" TO WS-LOG-TEXT
                WHEN WS-TRN-EFF-DATE IS NOT NUMERIC
                    MOVE 'N' TO WS-TRN-VALID
                    MOVE "REJECTED: BAD EFFECTIVE DATE"
                        TO WS-LOG-TEXT
                WHEN WS-TRN-RATE IS NOT NUMERIC
                    MOVE 'N' TO WS-TRN-VALID
                    MOVE "REJECTED: BAD UNIT COST" TO WS-LOG-TEXT
                WHEN WS-TRN-RATE-VAL = 0
                    MOVE 'N' TO WS-TRN-VALID
                    MOVE "REJECTED: ZERO UNIT COST" TO WS-LOG-TEXT
                WHEN OTHER
                    MOVE WS-TRN-EFF-DATE TO WS-DATE-CHECK
                    IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CHECK)
                       NOT = 0
                        MOVE 'N' TO WS-TRN-VALID
                        MOVE "REJECTED: BAD EFFECTIVE DATE"
                            TO WS-LOG-TEXT
                    END-IF
            END-EVALUATE
            IF WS-TRN-VALID = 'N'
                PERFORM 1900-WRITE-LOG-REJECT
            END-IF.

        1100-ADD-COST.
            IF WS-TRN-EFF-DATE NOT > WS-TODAY
                PERFORM 1150-CHECK-CATEGORY-ON-FILE
            ELSE
                MOVE 'N' TO WS-CAT-ON-FILE
            END-IF
            IF WS-CAT-ON-FILE = 'Y'
                MOVE "REJECTED: BACKDATED COST" TO WS-LOG-TEXT
                PERFORM 1900-WRITE-LOG-REJECT
            ELSE
                MOVE WS-TRN-CATEGORY TO ELF-CST-CATEGORY
                MOVE WS-TRN-EFF-DATE TO ELF-CST-EFF-DATE
                MOVE WS-TRN-RATE-VAL TO ELF-CST-RATE
                WRITE ELF-CST-RECORD
                    INVALID KEY
                        MOVE "REJECTED: DUPLICATE EFF DATE"
                            TO WS-LOG-TEXT
                        PERFORM 1900-WRITE-LOG-REJECT
                    NOT INVALID KEY
                        MOVE "ADDED" TO WS-LOG-TEXT
                        PERFORM 1800-WRITE-LOG-APPLIED
                END-WRITE
            END-IF.

        1150-CHECK-CATEGORY-ON-FILE.
            MOVE 'N' TO WS-CAT-ON-FILE
            MOVE 'N' TO WS-CST-EOF
            MOVE WS-TRN-CATEGORY TO ELF-CST-CATEGORY
            MOVE 0 TO ELF-CST-EFF-DATE
            START ELF-COST-FILE
                KEY IS NOT < ELF-CST-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-CST-EOF
            END-START
            IF WS-CST-EOF = 'N'
                READ ELF-COST-FILE NEXT
                    AT END
                        CONTINUE
                    NOT AT END
                        IF ELF-CST-CATEGORY = WS-TRN-CATEGORY
                            MOVE 'Y' TO WS-CAT-ON-FILE
                        END-IF
                END-READ
            END-IF.

        1200-CHANGE-COST.
            MOVE WS-TRN-CATEGORY TO ELF-CST-CATEGORY
            MOVE WS-TRN-EFF-DATE TO ELF-CST-EFF-DATE
            READ ELF-COST-FILE
                KEY IS ELF-CST-KEY
                INVALID KEY
                    MOVE "REJECTED: COST NOT ON FILE" TO WS-LOG-TEXT
                    PERFORM 1900-WRITE-LOG-REJECT
                NOT INVALID KEY
                    IF ELF-CST-EFF-DATE NOT > WS-TODAY
                        MOVE "REJECTED: RATE IN EFFECT"
                            TO WS-LOG-TEXT
                        PERFORM 1900-WRITE-LOG-REJECT
                    ELSE
                        MOVE WS-TRN-RATE-VAL TO ELF-CST-RATE
                        REWRITE ELF-CST-RECORD
                        MOVE "CHANGED" TO WS-LOG-TEXT
                        PERFORM 1800-WRITE-LOG-APPLIED
                    END-IF
            END-READ.

        1800-WRITE-LOG-APPLIED.
            ADD 1 TO WS-APPLIED-COUNT
            WRITE WS-LOG-RECORD FROM WS-LOG-LINE.

        1900-WRITE-LOG-REJECT.
            ADD 1 TO WS-REJECT-COUNT
            WRITE WS-LOG-RECORD FROM WS-LOG-LINE.
