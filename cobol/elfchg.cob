        IDENTIFICATION DIVISION.
        PROGRAM-ID. ELFCHG.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                SELECT INVOICE-FILE ASSIGN TO './elfinvoice.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INV-STATUS.
                SELECT JE-FILE ASSIGN TO './elfchgje.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JE-STATUS.
                SELECT CHG-SORTED-FILE ASSIGN TO './elfchgsorted.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CSRT-STATUS.
                SELECT CHG-SORT-FILE ASSIGN TO './elfchgsort.tmp'.
                SELECT ELF-INDEX-FILE ASSIGN TO './elfindex.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ELF-IDX-NUMBER
                FILE STATUS IS WS-ELFIDX-STATUS.
                SELECT ELF-MASTER-FILE ASSIGN TO './elfmaster.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ELF-MST-NUMBER
                FILE STATUS IS WS-MST-STATUS.
                SELECT ELF-COST-FILE ASSIGN TO './elfcost.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ELF-CST-KEY
                FILE STATUS IS WS-CST-STATUS.

        DATA DIVISION.

            FILE SECTION.
            FD INVOICE-FILE.
            01 WS-INVOICE-RECORD PIC X(132).

            FD JE-FILE.
            01 WS-JE-RECORD PIC X(80).

            FD CHG-SORTED-FILE.
            01 WS-CSRT-RECORD PIC X(70).

            SD CHG-SORT-FILE.
            01 SORT-CHG-REC.
                05 SORT-CHG-GROUP  PIC X(1).
                05 SORT-CHG-TEAM   PIC X(3).
                05 SORT-CHG-NUM    PIC 9(4).
                05 SORT-CHG-NAME   PIC X(20).
                05 SORT-CHG-CAT    OCCURS 4 TIMES PIC 9(8).
                05 SORT-CHG-REASON PIC X(10).

            FD ELF-INDEX-FILE.
            COPY ELFIDX.

            FD ELF-MASTER-FILE.
            COPY ELFMST.

            FD ELF-COST-FILE.
            COPY ELFCST.

            Working-Storage Section.

            01 WS-INV-STATUS    PIC X(2) VALUE '00'.
            01 WS-JE-STATUS     PIC X(2) VALUE '00'.
            01 WS-CSRT-STATUS   PIC X(2) VALUE '00'.
            01 WS-ELFIDX-STATUS PIC X(2) VALUE '00'.
            01 WS-MST-STATUS    PIC X(2) VALUE '00'.
            01 WS-CST-STATUS    PIC X(2) VALUE '00'.
            01 WS-MST-AVAILABLE PIC A(1) VALUE 'N'.
            01 WS-REL-EOF       PIC A(1) VALUE 'N'.
            01 WS-SRT-EOF       PIC A(1) VALUE 'N'.
            01 WS-CST-EOF       PIC A(1) VALUE 'N'.

            01 WS-AS-OF-DATE    PIC 9(8) VALUE 0.
            01 WS-AS-OF-TEXT    PIC X(8) VALUE SPACES.
            01 WS-CURRENT-DATE-TIME PIC X(21).

            01 WS-CAT-NAME-LIST.
                05 FILLER PIC X(8) VALUE "MEAL".
                05 FILLER PIC X(8) VALUE "SNACK".
                05 FILLER PIC X(8) VALUE "RATION".
                05 FILLER PIC X(8) VALUE "TREAT".
            01 WS-CAT-TABLE REDEFINES WS-CAT-NAME-LIST.
                05 WS-CAT-NAME OCCURS 4 TIMES PIC X(8).
            01 WS-CAT-SUB       PIC 9(1) VALUE 0.

            01 WS-RATE-TABLE.
                05 WS-RATE-ENTRY OCCURS 4 TIMES.
                    10 WS-RATE-VALUE PIC 9(3)V9(6).
                    10 WS-RATE-EFF   PIC 9(8).
                    10 WS-RATE-SET   PIC A(1).
            01 WS-RATE-MISSING  PIC A(1) VALUE 'N'.

            01 WS-CUR-TEAM      PIC X(3) VALUE SPACES.
            01 WS-CUR-NAME      PIC X(20) VALUE SPACES.
            01 WS-CUR-REASON    PIC X(10) VALUE SPACES.

            01 WS-CHG-ROW.
                05 WS-ROW-GROUP  PIC X(1).
                05 WS-ROW-TEAM   PIC X(3).
                05 WS-ROW-NUM    PIC 9(4).
                05 WS-ROW-NAME   PIC X(20).
                05 WS-ROW-CAT    OCCURS 4 TIMES PIC 9(8).
                05 WS-ROW-REASON PIC X(10).

            01 WS-PREV-KEY      PIC X(4) VALUE SPACES.
            01 WS-ROW-KEY       PIC X(4) VALUE SPACES.
            01 WS-INVOICE-OPEN  PIC A(1) VALUE 'N'.
            01 WS-INVOICE-NUM   PIC 9(4) VALUE 0.
            01 WS-ELF-COUNT     PIC 9(6) VALUE 0.
            01 WS-UNALLOC-COUNT PIC 9(6) VALUE 0.
            01 WS-JE-COUNT      PIC 9(4) VALUE 0.

            01 WS-EXT-COST      PIC 9(9)V99 VALUE 0.
            01 WS-ELF-COST      PIC 9(11)V99 VALUE 0.
            01 WS-INV-CAT-SUMS.
                05 WS-INV-CAT-CAL  OCCURS 4 TIMES PIC 9(10).
                05 WS-INV-CAT-COST OCCURS 4 TIMES PIC 9(11)V99.
            01 WS-INV-COST      PIC 9(11)V99 VALUE 0.
            01 WS-DEBIT-TOTAL   PIC 9(11)V99 VALUE 0.
            01 WS-CREDIT-TOTAL  PIC 9(11)V99 VALUE 0.

            01 WS-INV-HEAD-LINE.
                05 FILLER           PIC X(19)
                    VALUE "CHARGEBACK INVOICE ".
                05 WS-IHD-NUMBER    PIC X(13).
                05 FILLER           PIC X(6) VALUE " TEAM ".
                05 WS-IHD-TEAM      PIC X(11).
                05 FILLER           PIC X(13) VALUE " COST CENTRE ".
                05 WS-IHD-CC        PIC X(8).
                05 FILLER           PIC X(7) VALUE " AS OF ".
                05 WS-IHD-DATE      PIC X(8).
            01 WS-INV-RATE-LINE.
                05 FILLER           PIC X(15) VALUE "UNIT COSTS    ".
                05 WS-IRT-ENTRY OCCURS 4 TIMES.
                    10 WS-IRT-CAT   PIC X(8).
                    10 WS-IRT-RATE  PIC ZZ9.9(6).
                    10 FILLER       PIC X(2) VALUE SPACES.
            01 WS-INV-COL-LINE.
                05 FILLER           PIC X(29)
                    VALUE "ELF      NAME".
                05 WS-ICL-ENTRY OCCURS 4 TIMES.
                    10 FILLER       PIC X(1) VALUE SPACE.
                    10 WS-ICL-CAT   PIC X(8).
                    10 FILLER       PIC X(10) VALUE "      COST".
                05 FILLER           PIC X(17) VALUE "       TOTAL COST".
            01 WS-INV-ELF-LINE.
                05 WS-IEL-TAG       PIC X(4).
                05 WS-IEL-ELF       PIC X(4).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-IEL-NAME      PIC X(20).
                05 WS-IEL-ENTRY OCCURS 4 TIMES.
                    10 FILLER       PIC X(1) VALUE SPACE.
                    10 WS-IEL-CAL   PIC Z(7)9.
                    10 FILLER       PIC X(1) VALUE SPACE.
                    10 WS-IEL-COST  PIC Z(5)9.99.
                05 FILLER           PIC X(7) VALUE " TOTAL ".
                05 WS-IEL-TOTAL     PIC Z(6)9.99.
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-IEL-REASON    PIC X(9).

            01 WS-JE-LINE.
                05 WS-JE-TYPE       PIC X(2).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-JE-DATE       PIC X(8).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-JE-ACCOUNT    PIC X(10).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-JE-CC         PIC X(8).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-JE-AMOUNT     PIC 9(11)V99.
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-JE-DESC       PIC X(30).
                05 FILLER           PIC X(4) VALUE SPACES.
            01 WS-JE-TRAILER.
                05 FILLER           PIC X(3) VALUE "TR ".
                05 WS-JET-DATE      PIC X(8).
                05 FILLER           PIC X(9) VALUE " ENTRIES ".
                05 WS-JET-COUNT     PIC 9(4).
                05 FILLER           PIC X(8) VALUE " DEBITS ".
                05 WS-JET-DEBITS    PIC 9(11)V99.
                05 FILLER           PIC X(9) VALUE " CREDITS ".
                05 WS-JET-CREDITS   PIC 9(11)V99.
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-JET-STATE     PIC X(12).

        PROCEDURE DIVISION.
        0000-MAIN.
            DISPLAY "elfchg".
            PERFORM 0100-SET-AS-OF-DATE.
            OPEN INPUT ELF-COST-FILE.
            IF WS-CST-STATUS = '35'
                DISPLAY "UNIT COST TABLE NOT FOUND - RUN ELFCMNT FIRST"
                STOP RUN
            END-IF.
            IF WS-CST-STATUS NOT = '00'
                DISPLAY "ELF-COST-FILE OPEN ERROR, STATUS: "
                    WS-CST-STATUS
                STOP RUN
            END-IF.
            PERFORM 1000-LOAD-RATES.
            CLOSE ELF-COST-FILE.
            IF WS-RATE-MISSING = 'Y'
                DISPLAY "NO INVOICES PRODUCED WITHOUT A FULL COST TABLE"
                STOP RUN
            END-IF.
            OPEN INPUT ELF-INDEX-FILE.
            IF WS-ELFIDX-STATUS = '35'
                DISPLAY "ELF INDEX NOT FOUND - RUN HELLO FIRST"
                STOP RUN
            END-IF.
            IF WS-ELFIDX-STATUS NOT = '00'
                DISPLAY "ELF-INDEX-FILE OPEN ERROR, STATUS: "
                    WS-ELFIDX-STATUS
                STOP RUN
            END-IF.
            CLOSE ELF-INDEX-FILE.
            OPEN INPUT ELF-MASTER-FILE.
            IF WS-MST-STATUS = '00'
                MOVE 'Y' TO WS-MST-AVAILABLE
            END-IF.
            SORT CHG-SORT-FILE
                ON ASCENDING KEY SORT-CHG-GROUP
                                 SORT-CHG-TEAM
                                 SORT-CHG-NUM
                INPUT PROCEDURE IS 2000-RELEASE-INDEX
                GIVING CHG-SORTED-FILE.
            IF WS-MST-AVAILABLE = 'Y'
                CLOSE ELF-MASTER-FILE
                MOVE 'N' TO WS-MST-AVAILABLE
            END-IF.
            OPEN OUTPUT INVOICE-FILE.
            IF WS-INV-STATUS NOT = '00'
                DISPLAY "INVOICE-FILE OPEN ERROR, STATUS: "
                    WS-INV-STATUS
                STOP RUN
            END-IF.
            OPEN OUTPUT JE-FILE.
            IF WS-JE-STATUS NOT = '00'
                DISPLAY "JE-FILE OPEN ERROR, STATUS: " WS-JE-STATUS
                CLOSE INVOICE-FILE
                STOP RUN
            END-IF.
            PERFORM 3000-WRITE-INVOICES.
            PERFORM 4000-WRITE-COMMISSARY-CREDIT.
            CLOSE INVOICE-FILE.
            CLOSE JE-FILE.
            DISPLAY "INVOICES: " WS-INVOICE-NUM
                " ELVES BILLED: " WS-ELF-COUNT
                " UNALLOCATED: " WS-UNALLOC-COUNT.
            DISPLAY "JOURNAL DEBITS: " WS-DEBIT-TOTAL
                " CREDITS: " WS-CREDIT-TOTAL.
        STOP RUN.

        0100-SET-AS-OF-DATE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-AS-OF-DATE
            ACCEPT WS-AS-OF-TEXT FROM ENVIRONMENT "ELFCHG_ASOF"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            IF WS-AS-OF-TEXT NOT = SPACES
                IF WS-AS-OF-TEXT IS NUMERIC
                    MOVE WS-AS-OF-TEXT TO WS-AS-OF-DATE
                ELSE
                    DISPLAY "BAD ELFCHG_ASOF IGNORED: " WS-AS-OF-TEXT
                END-IF
            END-IF.

        1000-LOAD-RATES.
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 4
                MOVE 0 TO WS-RATE-VALUE (WS-CAT-SUB)
                MOVE 0 TO WS-RATE-EFF (WS-CAT-SUB)
                MOVE 'N' TO WS-RATE-SET (WS-CAT-SUB)
                PERFORM 1100-FIND-RATE
                IF WS-RATE-SET (WS-CAT-SUB) = 'N'
                    MOVE 'Y' TO WS-RATE-MISSING
                    DISPLAY "NO UNIT COST FOR " WS-CAT-NAME (WS-CAT-SUB)
                        " AS OF " WS-AS-OF-DATE
                END-IF
            END-PERFORM.

        1100-FIND-RATE.
            MOVE 'N' TO WS-CST-EOF
            MOVE WS-CAT-NAME (WS-CAT-SUB) TO ELF-CST-CATEGORY
            MOVE 0 TO ELF-CST-EFF-DATE
            START ELF-COST-FILE
                KEY IS NOT < ELF-CST-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-CST-EOF
            END-START
            PERFORM UNTIL WS-CST-EOF = 'Y'
                READ ELF-COST-FILE NEXT
                    AT END
                        MOVE 'Y' TO WS-CST-EOF
                    NOT AT END
                        IF ELF-CST-CATEGORY NOT =
                           WS-CAT-NAME (WS-CAT-SUB) OR
                           ELF-CST-EFF-DATE > WS-AS-OF-DATE
                            MOVE 'Y' TO WS-CST-EOF
                        ELSE
                            MOVE ELF-CST-RATE
                                TO WS-RATE-VALUE (WS-CAT-SUB)
                            MOVE ELF-CST-EFF-DATE
                                TO WS-RATE-EFF (WS-CAT-SUB)
                            MOVE 'Y' TO WS-RATE-SET (WS-CAT-SUB)
                        END-IF
                END-READ
            END-PERFORM.

        2000-RELEASE-INDEX.
            OPEN INPUT ELF-INDEX-FILE
            IF WS-ELFIDX-STATUS = '00'
                PERFORM UNTIL WS-REL-EOF = 'Y'
                    READ ELF-INDEX-FILE NEXT
                        AT END
                            MOVE 'Y' TO WS-REL-EOF
                        NOT AT END
                            PERFORM 2100-LOOKUP-ELF-MASTER
                            IF WS-CUR-REASON = SPACES
                                MOVE '1' TO SORT-CHG-GROUP
                            ELSE
                                MOVE '2' TO SORT-CHG-GROUP
                            END-IF
                            MOVE WS-CUR-TEAM TO SORT-CHG-TEAM
                            MOVE ELF-IDX-NUMBER TO SORT-CHG-NUM
                            MOVE WS-CUR-NAME TO SORT-CHG-NAME
                            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                                UNTIL WS-CAT-SUB > 4
                                MOVE ELF-IDX-CAT-TOTAL (WS-CAT-SUB)
                                    TO SORT-CHG-CAT (WS-CAT-SUB)
                            END-PERFORM
                            MOVE WS-CUR-REASON TO SORT-CHG-REASON
                            RELEASE SORT-CHG-REC
                    END-READ
                END-PERFORM
                CLOSE ELF-INDEX-FILE
            END-IF.

        2100-LOOKUP-ELF-MASTER.
            MOVE "UNKNOWN" TO WS-CUR-NAME
            MOVE "---" TO WS-CUR-TEAM
            MOVE "NO MASTER" TO WS-CUR-REASON
            IF WS-MST-AVAILABLE = 'Y'
                MOVE ELF-IDX-NUMBER TO ELF-MST-NUMBER
                READ ELF-MASTER-FILE
                    KEY IS ELF-MST-NUMBER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE ELF-MST-NAME TO WS-CUR-NAME
                        MOVE ELF-MST-TEAM TO WS-CUR-TEAM
                        IF ELF-MST-ACTIVE = 'N' OR ELF-MST-ACTIVE = 'M'
                            MOVE "INACTIVE" TO WS-CUR-REASON
                        ELSE
                            MOVE SPACES TO WS-CUR-REASON
                        END-IF
                END-READ
            END-IF.

        3000-WRITE-INVOICES.
            MOVE SPACES TO WS-PREV-KEY
            OPEN INPUT CHG-SORTED-FILE
            IF WS-CSRT-STATUS = '00'
                PERFORM UNTIL WS-SRT-EOF = 'Y'
                    READ CHG-SORTED-FILE
                        AT END
                            MOVE 'Y' TO WS-SRT-EOF
                        NOT AT END
                            MOVE WS-CSRT-RECORD TO WS-CHG-ROW
                            IF WS-ROW-GROUP = '2'
                                MOVE '2UNA' TO WS-ROW-KEY
                            ELSE
                                MOVE WS-ROW-GROUP TO WS-ROW-KEY (1:1)
                                MOVE WS-ROW-TEAM TO WS-ROW-KEY (2:3)
                            END-IF
                            IF WS-ROW-KEY NOT = WS-PREV-KEY
                                IF WS-INVOICE-OPEN = 'Y'
                                    PERFORM 3300-CLOSE-INVOICE
                                END-IF
                                PERFORM 3100-OPEN-INVOICE
                                MOVE WS-ROW-KEY TO WS-PREV-KEY
                            END-IF
                            PERFORM 3200-WRITE-ELF-LINE
                    END-READ
                END-PERFORM
                CLOSE CHG-SORTED-FILE
            ELSE
                DISPLAY "CHG-SORTED-FILE OPEN ERROR, STATUS: "
                    WS-CSRT-STATUS
            END-IF
            IF WS-INVOICE-OPEN = 'Y'
                PERFORM 3300-CLOSE-INVOICE
            END-IF.

        3100-OPEN-INVOICE.
            ADD 1 TO WS-INVOICE-NUM
            MOVE 'Y' TO WS-INVOICE-OPEN
            MOVE SPACES TO WS-IHD-NUMBER
            STRING WS-AS-OF-DATE '-' WS-INVOICE-NUM
                DELIMITED BY SIZE INTO WS-IHD-NUMBER
            IF WS-ROW-GROUP = '2'
                MOVE "UNALLOCATED" TO WS-IHD-TEAM
                MOVE "UNALLOC" TO WS-IHD-CC
            ELSE
                MOVE WS-ROW-TEAM TO WS-IHD-TEAM
                MOVE SPACES TO WS-IHD-CC
                STRING "CC-" WS-ROW-TEAM
                    DELIMITED BY SIZE INTO WS-IHD-CC
            END-IF
            MOVE WS-AS-OF-DATE TO WS-IHD-DATE
            IF WS-INVOICE-NUM > 1
                MOVE SPACES TO WS-INVOICE-RECORD
                WRITE WS-INVOICE-RECORD
            END-IF
            WRITE WS-INVOICE-RECORD FROM WS-INV-HEAD-LINE
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 4
                MOVE WS-CAT-NAME (WS-CAT-SUB)
                    TO WS-IRT-CAT (WS-CAT-SUB)
                MOVE WS-RATE-VALUE (WS-CAT-SUB)
                    TO WS-IRT-RATE (WS-CAT-SUB)
                MOVE WS-CAT-NAME (WS-CAT-SUB)
                    TO WS-ICL-CAT (WS-CAT-SUB)
                MOVE 0 TO WS-INV-CAT-CAL (WS-CAT-SUB)
                MOVE 0 TO WS-INV-CAT-COST (WS-CAT-SUB)
            END-PERFORM
            WRITE WS-INVOICE-RECORD FROM WS-INV-RATE-LINE
            WRITE WS-INVOICE-RECORD FROM WS-INV-COL-LINE
            MOVE 0 TO WS-INV-COST.

        3200-WRITE-ELF-LINE.
            ADD 1 TO WS-ELF-COUNT
            IF WS-ROW-GROUP = '2'
                ADD 1 TO WS-UNALLOC-COUNT
            END-IF
            MOVE "ELF " TO WS-IEL-TAG
            MOVE WS-ROW-NUM TO WS-IEL-ELF
            MOVE WS-ROW-NAME TO WS-IEL-NAME
            MOVE 0 TO WS-ELF-COST
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 4
                COMPUTE WS-EXT-COST ROUNDED =
                    WS-ROW-CAT (WS-CAT-SUB) * WS-RATE-VALUE (WS-CAT-SUB)
                MOVE WS-ROW-CAT (WS-CAT-SUB) TO WS-IEL-CAL (WS-CAT-SUB)
                MOVE WS-EXT-COST TO WS-IEL-COST (WS-CAT-SUB)
                ADD WS-EXT-COST TO WS-ELF-COST
                ADD WS-ROW-CAT (WS-CAT-SUB)
                    TO WS-INV-CAT-CAL (WS-CAT-SUB)
                ADD WS-EXT-COST TO WS-INV-CAT-COST (WS-CAT-SUB)
            END-PERFORM
            MOVE WS-ELF-COST TO WS-IEL-TOTAL
            ADD WS-ELF-COST TO WS-INV-COST
            IF WS-ROW-GROUP = '2'
                MOVE WS-ROW-REASON TO WS-IEL-REASON
            ELSE
                MOVE SPACES TO WS-IEL-REASON
            END-IF
            WRITE WS-INVOICE-RECORD FROM WS-INV-ELF-LINE.

        3300-CLOSE-INVOICE.
            MOVE SPACES TO WS-IEL-TAG WS-IEL-ELF WS-IEL-REASON
            MOVE "** INVOICE TOTAL" TO WS-IEL-NAME
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 4
                MOVE WS-INV-CAT-CAL (WS-CAT-SUB)
                    TO WS-IEL-CAL (WS-CAT-SUB)
                MOVE WS-INV-CAT-COST (WS-CAT-SUB)
                    TO WS-IEL-COST (WS-CAT-SUB)
            END-PERFORM
            MOVE WS-INV-COST TO WS-IEL-TOTAL
            WRITE WS-INVOICE-RECORD FROM WS-INV-ELF-LINE
            MOVE 'N' TO WS-INVOICE-OPEN
            IF WS-INV-COST > 0
                MOVE "DR" TO WS-JE-TYPE
                MOVE WS-AS-OF-DATE TO WS-JE-DATE
                MOVE "CALCHARGE" TO WS-JE-ACCOUNT
                MOVE WS-IHD-CC TO WS-JE-CC
                MOVE WS-INV-COST TO WS-JE-AMOUNT
                MOVE SPACES TO WS-JE-DESC
                STRING "CHARGEBACK INVOICE " WS-IHD-NUMBER
                    DELIMITED BY SIZE INTO WS-JE-DESC
                WRITE WS-JE-RECORD FROM WS-JE-LINE
                ADD 1 TO WS-JE-COUNT
                ADD WS-INV-COST TO WS-DEBIT-TOTAL
            END-IF.

        4000-WRITE-COMMISSARY-CREDIT.
            IF WS-DEBIT-TOTAL > 0
                MOVE "CR" TO WS-JE-TYPE
                MOVE WS-AS-OF-DATE TO WS-JE-DATE
                MOVE "COMMISSARY" TO WS-JE-ACCOUNT
                MOVE "COMMISS" TO WS-JE-CC
                MOVE WS-DEBIT-TOTAL TO WS-JE-AMOUNT
                MOVE SPACES TO WS-JE-DESC
                STRING "CHARGEBACK RECOVERY " WS-AS-OF-DATE
                    DELIMITED BY SIZE INTO WS-JE-DESC
                WRITE WS-JE-RECORD FROM WS-JE-LINE
                ADD 1 TO WS-JE-COUNT
                ADD WS-DEBIT-TOTAL TO WS-CREDIT-TOTAL
            END-IF
            MOVE WS-AS-OF-DATE TO WS-JET-DATE
            MOVE WS-JE-COUNT TO WS-JET-COUNT
            MOVE WS-DEBIT-TOTAL TO WS-JET-DEBITS
            MOVE WS-CREDIT-TOTAL TO WS-JET-CREDITS
            IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
                MOVE "BALANCED" TO WS-JET-STATE
            ELSE
                MOVE "OUT OF BAL" TO WS-JET-STATE
                DISPLAY "JOURNAL OUT OF BALANCE - DO NOT POST"
            END-IF
            WRITE WS-JE-RECORD FROM WS-JE-TRAILER.
