        IDENTIFICATION DIVISION.
        PROGRAM-ID. ELFAPRV.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                SELECT PARM-FILE ASSIGN TO './runparms.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
                SELECT AUTH-FILE ASSIGN TO './elfauth.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUTH-STATUS.
                SELECT DECISION-FILE ASSIGN TO './elfapprove.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DEC-STATUS.
                SELECT PEND-FILE ASSIGN TO './elfpending.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PND-STATUS.
                SELECT MAINT-LOG-FILE ASSIGN TO './elfmaintlog.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-STATUS.
                SELECT ADJ-AUDIT-FILE ASSIGN TO './adjaudit.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ADJAUD-STATUS.
                SELECT APRV-REPORT-FILE ASSIGN TO './elfaprvrpt.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.
                SELECT JRNL-FILE ASSIGN TO DYNAMIC WS-JRNL-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JRNL-STATUS.
                SELECT ELF-MASTER-FILE ASSIGN TO './elfmaster.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ELF-MST-NUMBER
                FILE STATUS IS WS-MST-STATUS.
                SELECT ELF-TEAM-HIST-FILE ASSIGN TO './elfteamhist.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ELF-THS-KEY
                FILE STATUS IS WS-THS-STATUS.
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
                RECORD KEY IS ELF-IDX-NUMBER
                FILE STATUS IS WS-ELFIDX-STATUS.

        DATA DIVISION.

            FILE SECTION.
            FD PARM-FILE.
            01 WS-PARM-RECORD PIC X(40).

            FD AUTH-FILE.
            01 WS-AUTH-RECORD PIC X(40).

            FD DECISION-FILE.
            01 WS-DEC-RECORD PIC X(40).

            FD PEND-FILE.
            COPY ELFPND.

            FD MAINT-LOG-FILE.
            01 WS-LOG-RECORD PIC X(100).

            FD ADJ-AUDIT-FILE.
            01 WS-ADJ-AUDIT-RECORD PIC X(120).

            FD APRV-REPORT-FILE.
            01 WS-REPORT-RECORD PIC X(132).

            FD JRNL-FILE.
            01 WS-JRNL-RECORD PIC X(80).

            FD ELF-MASTER-FILE.
            COPY ELFMST.

            FD ELF-TEAM-HIST-FILE.
            COPY ELFTHS.

            FD ELF-ACCUM-FILE.
            COPY ELFACC.

            FD PERIOD-FILE.
            01 WS-PER-RECORD PIC X(30).

            FD ELF-INDEX-FILE.
            COPY ELFIDX.

            Working-Storage Section.

            01 WS-CURRENT-DATE-TIME PIC X(21).
            01 WS-TODAY         PIC 9(8) VALUE 0.
            01 WS-PARM-STATUS   PIC X(2) VALUE '00'.
            01 WS-PARM-EOF      PIC A(1) VALUE 'N'.
            01 WS-PARM-KEY      PIC X(20) VALUE SPACES.
            01 WS-PARM-VAL      PIC X(20) VALUE SPACES.
            01 WS-PARM-VALUE    PIC S9(10) VALUE 0.
            01 WS-MAX-DAYS      PIC 9(4) VALUE 14.

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
            01 WS-AUTH-APPROVE  PIC A(1) VALUE 'N'.

            01 WS-DEC-STATUS    PIC X(2) VALUE '00'.
            01 WS-DEC-EOF       PIC A(1) VALUE 'N'.
            01 WS-DEC-TOKEN1    PIC X(10) VALUE SPACES.
            01 WS-DEC-TOKEN2    PIC X(10) VALUE SPACES.
            01 WS-DEC-TOKEN3    PIC X(10) VALUE SPACES.
            01 WS-DEC-TABLE.
                05 WS-DEC-ENTRY OCCURS 500 TIMES.
                    10 WS-DEC-ID     PIC 9(6).
                    10 WS-DEC-ACTION PIC X(7).
                    10 WS-DEC-OPER   PIC X(8).
                    10 WS-DEC-USED   PIC A(1).
            01 WS-DEC-COUNT     PIC 9(4) VALUE 0.
            01 WS-DEC-IDX       PIC 9(4) VALUE 0.
            01 WS-DEC-SLOT      PIC 9(4) VALUE 0.

            01 WS-PND-STATUS    PIC X(2) VALUE '00'.
            01 WS-PND-EOF       PIC A(1) VALUE 'N'.
            01 WS-PND-TABLE.
                05 WS-PND-IMAGE OCCURS 500 TIMES PIC X(92).
                05 WS-PND-KEEP  OCCURS 500 TIMES PIC A(1).
            01 WS-PND-COUNT     PIC 9(4) VALUE 0.
            01 WS-PND-IDX       PIC 9(4) VALUE 0.
            01 WS-PND-AGE       PIC S9(6) VALUE 0.
            01 WS-PND-OVERFLOW  PIC A(1) VALUE 'N'.

            01 WS-LOG-STATUS    PIC X(2) VALUE '00'.
            01 WS-ADJAUD-STATUS PIC X(2) VALUE '00'.
            01 WS-RPT-STATUS    PIC X(2) VALUE '00'.
            01 WS-MST-STATUS    PIC X(2) VALUE '00'.
            01 WS-THS-STATUS    PIC X(2) VALUE '00'.
            01 WS-ELFIDX-STATUS PIC X(2) VALUE '00'.
            01 WS-IDX-AVAILABLE PIC A(1) VALUE 'N'.

            01 WS-JRNL-STATUS   PIC X(2) VALUE '00'.
            01 WS-JRNL-NAME     PIC X(100) VALUE SPACES.
            01 WS-JRNL-OPEN     PIC A(1) VALUE 'N'.
            01 WS-JRNL-LINE.
                05 WS-JRNL-STAMP  PIC X(16).
                05 WS-JRNL-PROG   PIC X(8).
                05 WS-JRNL-ACTION PIC X(1).
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
            01 WS-EFF-DATE      PIC 9(8) VALUE 0.
            01 WS-OLD-TOTAL     PIC 9(8) VALUE 0.
            01 WS-NEW-TOTAL     PIC 9(8) VALUE 0.
            01 WS-CUR-ACTIVE    PIC A(1) VALUE 'Y'.
            01 WS-CAT-SUB       PIC 9(1) VALUE 0.

            01 WS-CAT-NAME-LIST.
                05 FILLER PIC X(8) VALUE "MEAL".
                05 FILLER PIC X(8) VALUE "SNACK".
                05 FILLER PIC X(8) VALUE "RATION".
                05 FILLER PIC X(8) VALUE "TREAT".
            01 WS-CAT-TABLE REDEFINES WS-CAT-NAME-LIST.
                05 WS-CAT-NAME OCCURS 4 TIMES PIC X(8).

            01 WS-TRANS-LINE.
                05 WS-TRN-ACTION PIC X(1).
                05 WS-TRN-NUMBER PIC X(4).
                05 WS-TRN-NAME   PIC X(20).
                05 WS-TRN-TEAM   PIC X(3).
                05 WS-TRN-REASON PIC X(10).
                05 WS-TRN-EFF    PIC X(8).
                05 WS-TRN-OPER   PIC X(8).

            01 WS-LOG-LINE.
                05 WS-LOG-TS     PIC X(14).
                05 FILLER        PIC X(1) VALUE SPACE.
                05 FILLER        PIC X(6) VALUE "TRANS ".
                05 WS-LOG-LINE-NUM PIC Z(5)9.
                05 FILLER        PIC X(1) VALUE SPACE.
                05 WS-LOG-ACTION PIC X(1).
                05 FILLER        PIC X(5) VALUE " ELF ".
                05 WS-LOG-ELF    PIC X(4).
                05 FILLER        PIC X(1) VALUE SPACE.
                05 WS-LOG-TEXT   PIC X(30).
                05 FILLER        PIC X(4) VALUE " BY ".
                05 WS-LOG-OPER   PIC X(8).
                05 FILLER        PIC X(6) VALUE " APPR ".
                05 WS-LOG-APPR   PIC X(8).

            01 WS-ADJ-AUDIT-LINE.
                05 WS-ADJ-TS        PIC X(14).
                05 FILLER           PIC X(6) VALUE " LINE ".
                05 WS-ADJ-LINE-ED   PIC Z(7)9.
                05 FILLER           PIC X(5) VALUE " ELF ".
                05 WS-ADJ-ELF-ED    PIC 9(4).
                05 FILLER           PIC X(5) VALUE " OLD ".
                05 WS-ADJ-OLD-ED    PIC Z(7)9.
                05 FILLER           PIC X(5) VALUE " NEW ".
                05 WS-ADJ-NEW-ED    PIC Z(7)9.
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-ADJ-ACTION    PIC X(20).
                05 FILLER           PIC X(4) VALUE " BY ".
                05 WS-ADJ-OPER      PIC X(8).
                05 FILLER           PIC X(6) VALUE " APPR ".
                05 WS-ADJ-APPR      PIC X(8).

            01 WS-OUTCOME       PIC X(30) VALUE SPACES.
            01 WS-APPROVER      PIC X(8) VALUE SPACES.
            01 WS-APPLIED-COUNT PIC 9(4) VALUE 0.
            01 WS-REJECT-COUNT  PIC 9(4) VALUE 0.
            01 WS-EXPIRED-COUNT PIC 9(4) VALUE 0.
            01 WS-REFUSED-COUNT PIC 9(4) VALUE 0.
            01 WS-KEPT-COUNT    PIC 9(4) VALUE 0.

            01 WS-RPT-HEADER.
                05 FILLER PIC X(25) VALUE "PENDING APPROVALS RUN ON ".
                05 WS-RPT-HDR-DATE PIC X(8).
                05 FILLER PIC X(18) VALUE "  MAX PENDING DAYS".
                05 WS-RPT-HDR-DAYS PIC Z(3)9.
            01 WS-RPT-COLUMNS.
                05 FILLER PIC X(40)
                    VALUE "    ID TYPE   ELF  ENTERED  BY       AGE".
                05 FILLER PIC X(41)
                    VALUE "  DETAIL                         OUTCOME".
            01 WS-RPT-LINE.
                05 WS-RPT-ID        PIC Z(5)9.
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-RPT-TYPE      PIC X(6).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-RPT-ELF       PIC 9(4).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-RPT-DATE      PIC X(8).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-RPT-OPER      PIC X(8).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-RPT-AGE       PIC Z(3)9.
                05 FILLER           PIC X(2) VALUE SPACES.
                05 WS-RPT-DETAIL    PIC X(30).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-RPT-OUTCOME   PIC X(30).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-RPT-APPR      PIC X(8).
            01 WS-RPT-UNUSED-LINE.
                05 FILLER PIC X(24) VALUE "DECISION IGNORED, NO ID ".
                05 WS-RPT-UNUSED-ID PIC Z(5)9.
                05 FILLER PIC X(1) VALUE SPACE.
                05 WS-RPT-UNUSED-ACT PIC X(7).
                05 FILLER PIC X(4) VALUE " BY ".
                05 WS-RPT-UNUSED-OPER PIC X(8).
            01 WS-RPT-TOTAL-LINE.
                05 FILLER PIC X(8) VALUE "APPLIED ".
                05 WS-RPT-TOT-APPLIED PIC Z(3)9.
                05 FILLER PIC X(10) VALUE " REJECTED ".
                05 WS-RPT-TOT-REJECT  PIC Z(3)9.
                05 FILLER PIC X(9) VALUE " EXPIRED ".
                05 WS-RPT-TOT-EXPIRED PIC Z(3)9.
                05 FILLER PIC X(9) VALUE " REFUSED ".
                05 WS-RPT-TOT-REFUSED PIC Z(3)9.
                05 FILLER PIC X(15) VALUE " STILL PENDING ".
                05 WS-RPT-TOT-KEPT    PIC Z(3)9.
            01 WS-DETAIL-VALUE  PIC Z(5)9.
            01 WS-RPT-NOTICE    PIC X(60) VALUE SPACES.

        PROCEDURE DIVISION.
        0000-MAIN.
            DISPLAY "elfaprv".
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
            MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-TODAY.
            MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-LOG-TS.
            MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-ADJ-TS.
            MOVE WS-CURRENT-DATE-TIME (1:16) TO WS-JRNL-STAMP.
            MOVE "ELFAPRV" TO WS-JRNL-PROG.
            PERFORM 0100-LOAD-RUN-PARMS.
            PERFORM 0150-LOAD-AUTHORITY.
            PERFORM 0300-LOAD-DECISIONS.
            PERFORM 0400-LOAD-PENDING.
            IF WS-PND-OVERFLOW = 'Y'
                DISPLAY "PENDING QUEUE OVER 500 ITEMS, NOTHING APPLIED"
                MOVE "PENDING QUEUE OVER 500 ITEMS, NOTHING APPLIED"
                    TO WS-RPT-NOTICE
                PERFORM 0450-WRITE-NOTICE-REPORT
                STOP RUN
            END-IF.
            IF WS-PND-COUNT = 0
                DISPLAY "NO ITEMS PENDING APPROVAL"
                IF WS-DEC-COUNT > 0
                    DISPLAY "DECISIONS IGNORED: " WS-DEC-COUNT
                END-IF
                MOVE "NO ITEMS PENDING APPROVAL" TO WS-RPT-NOTICE
                PERFORM 0450-WRITE-NOTICE-REPORT
                STOP RUN
            END-IF.
            PERFORM 0500-OPEN-FILES.
            MOVE WS-TODAY TO WS-RPT-HDR-DATE.
            MOVE WS-MAX-DAYS TO WS-RPT-HDR-DAYS.
            WRITE WS-REPORT-RECORD FROM WS-RPT-HEADER.
            MOVE SPACES TO WS-REPORT-RECORD.
            WRITE WS-REPORT-RECORD.
            WRITE WS-REPORT-RECORD FROM WS-RPT-COLUMNS.
            PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                UNTIL WS-PND-IDX > WS-PND-COUNT
                PERFORM 1000-PROCESS-ITEM
            END-PERFORM.
            PERFORM 1900-REPORT-UNUSED-DECISIONS.
            PERFORM 2000-REWRITE-QUEUE.
            MOVE WS-APPLIED-COUNT TO WS-RPT-TOT-APPLIED.
            MOVE WS-REJECT-COUNT TO WS-RPT-TOT-REJECT.
            MOVE WS-EXPIRED-COUNT TO WS-RPT-TOT-EXPIRED.
            MOVE WS-REFUSED-COUNT TO WS-RPT-TOT-REFUSED.
            MOVE WS-KEPT-COUNT TO WS-RPT-TOT-KEPT.
            MOVE SPACES TO WS-REPORT-RECORD.
            WRITE WS-REPORT-RECORD.
            WRITE WS-REPORT-RECORD FROM WS-RPT-TOTAL-LINE.
            CLOSE APRV-REPORT-FILE.
            CLOSE MAINT-LOG-FILE.
            CLOSE ADJ-AUDIT-FILE.
            CLOSE ELF-MASTER-FILE.
            CLOSE ELF-TEAM-HIST-FILE.
            IF WS-IDX-AVAILABLE = 'Y'
                CLOSE ELF-INDEX-FILE
            END-IF.
            IF WS-JRNL-OPEN = 'Y'
                CLOSE JRNL-FILE
            END-IF.
            IF WS-ACC-OPEN = 'Y'
                CLOSE ELF-ACCUM-FILE
            END-IF.
            DISPLAY "ITEMS APPROVED AND APPLIED: " WS-APPLIED-COUNT.
            DISPLAY "ITEMS REJECTED: " WS-REJECT-COUNT.
            DISPLAY "ITEMS EXPIRED: " WS-EXPIRED-COUNT.
            DISPLAY "DECISIONS REFUSED: " WS-REFUSED-COUNT.
            DISPLAY "ITEMS STILL PENDING: " WS-KEPT-COUNT.
        STOP RUN.

        0100-LOAD-RUN-PARMS.
            OPEN INPUT PARM-FILE
            IF WS-PARM-STATUS = '00'
                PERFORM UNTIL WS-PARM-EOF = 'Y'
                    READ PARM-FILE
                        AT END
                            MOVE 'Y' TO WS-PARM-EOF
                        NOT AT END
                            IF WS-PARM-RECORD NOT = SPACES AND
                               WS-PARM-RECORD (1:1) NOT = '*'
                                PERFORM 0110-APPLY-PARM
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PARM-FILE
            END-IF.

        0110-APPLY-PARM.
            MOVE SPACES TO WS-PARM-KEY WS-PARM-VAL
            UNSTRING WS-PARM-RECORD DELIMITED BY '='
                INTO WS-PARM-KEY WS-PARM-VAL
            IF FUNCTION TRIM (WS-PARM-VAL) IS NUMERIC
                COMPUTE WS-PARM-VALUE = FUNCTION NUMVAL (WS-PARM-VAL)
                EVALUATE FUNCTION TRIM (WS-PARM-KEY)
                    WHEN 'PEND-MAX-DAYS'
                        MOVE WS-PARM-VALUE TO WS-MAX-DAYS
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
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

        0170-CHECK-APPROVE-AUTHORITY.
            MOVE 'N' TO WS-AUTH-APPROVE
            MOVE WS-DEC-OPER (WS-DEC-SLOT) TO WS-AUTH-WANT-OPER
            MOVE ELF-PND-TYPE TO WS-AUTH-WANT-TYPE
            PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                IF WS-AUTH-OPER (WS-AUTH-IDX) = WS-AUTH-WANT-OPER AND
                   WS-AUTH-TYPE (WS-AUTH-IDX) = WS-AUTH-WANT-TYPE AND
                   (WS-AUTH-LEVEL (WS-AUTH-IDX) = 'A' OR
                    WS-AUTH-LEVEL (WS-AUTH-IDX) = 'EA')
                    MOVE 'Y' TO WS-AUTH-APPROVE
                END-IF
            END-PERFORM.

        0300-LOAD-DECISIONS.
            OPEN INPUT DECISION-FILE
            IF WS-DEC-STATUS NOT = '00'
                DISPLAY "NO APPROVAL DECISIONS FILE FOUND"
            ELSE
                PERFORM UNTIL WS-DEC-EOF = 'Y'
                    READ DECISION-FILE
                        AT END
                            MOVE 'Y' TO WS-DEC-EOF
                        NOT AT END
                            IF WS-DEC-RECORD NOT = SPACES
                                PERFORM 0310-LOAD-ONE-DECISION
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DECISION-FILE
            END-IF.

        0310-LOAD-ONE-DECISION.
            MOVE SPACES TO WS-DEC-TOKEN1 WS-DEC-TOKEN2 WS-DEC-TOKEN3
            UNSTRING WS-DEC-RECORD DELIMITED BY ALL ' '
                INTO WS-DEC-TOKEN1 WS-DEC-TOKEN2 WS-DEC-TOKEN3
            EVALUATE TRUE
                WHEN FUNCTION TRIM (WS-DEC-TOKEN1) IS NOT NUMERIC
                    DISPLAY "BAD DECISION RECORD: " WS-DEC-RECORD
                WHEN WS-DEC-TOKEN2 NOT = "APPROVE" AND
                     WS-DEC-TOKEN2 NOT = "REJECT"
                    DISPLAY "BAD DECISION RECORD: " WS-DEC-RECORD
                WHEN WS-DEC-TOKEN3 = SPACES
                    DISPLAY "DECISION WITHOUT OPERATOR ID: "
                        WS-DEC-RECORD
                WHEN WS-DEC-COUNT >= 500
                    DISPLAY "DECISION TABLE FULL, IGNORED: "
                        WS-DEC-RECORD
                WHEN OTHER
                    ADD 1 TO WS-DEC-COUNT
                    COMPUTE WS-PARM-VALUE =
                        FUNCTION NUMVAL (WS-DEC-TOKEN1)
                    MOVE WS-PARM-VALUE TO WS-DEC-ID (WS-DEC-COUNT)
                    MOVE WS-DEC-TOKEN2 TO WS-DEC-ACTION (WS-DEC-COUNT)
                    MOVE WS-DEC-TOKEN3 TO WS-DEC-OPER (WS-DEC-COUNT)
                    MOVE 'N' TO WS-DEC-USED (WS-DEC-COUNT)
            END-EVALUATE.

        0400-LOAD-PENDING.
            OPEN INPUT PEND-FILE
            IF WS-PND-STATUS = '00'
                PERFORM UNTIL WS-PND-EOF = 'Y'
                    READ PEND-FILE
                        AT END
                            MOVE 'Y' TO WS-PND-EOF
                        NOT AT END
                            IF WS-PND-COUNT >= 500
                                MOVE 'Y' TO WS-PND-OVERFLOW
                            ELSE
                                ADD 1 TO WS-PND-COUNT
                                MOVE ELF-PND-RECORD TO
                                    WS-PND-IMAGE (WS-PND-COUNT)
                                MOVE 'N' TO WS-PND-KEEP (WS-PND-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PEND-FILE
            END-IF.

        0450-WRITE-NOTICE-REPORT.
            OPEN OUTPUT APRV-REPORT-FILE
            IF WS-RPT-STATUS NOT = '00'
                DISPLAY "APRV-REPORT-FILE OPEN ERROR, STATUS: "
                    WS-RPT-STATUS
            ELSE
                MOVE WS-TODAY TO WS-RPT-HDR-DATE
                MOVE WS-MAX-DAYS TO WS-RPT-HDR-DAYS
                WRITE WS-REPORT-RECORD FROM WS-RPT-HEADER
                MOVE SPACES TO WS-REPORT-RECORD
                WRITE WS-REPORT-RECORD
                WRITE WS-REPORT-RECORD FROM WS-RPT-NOTICE
                PERFORM 1900-REPORT-UNUSED-DECISIONS
                MOVE WS-APPLIED-COUNT TO WS-RPT-TOT-APPLIED
                MOVE WS-REJECT-COUNT TO WS-RPT-TOT-REJECT
                MOVE WS-EXPIRED-COUNT TO WS-RPT-TOT-EXPIRED
                MOVE WS-REFUSED-COUNT TO WS-RPT-TOT-REFUSED
                MOVE WS-KEPT-COUNT TO WS-RPT-TOT-KEPT
                MOVE SPACES TO WS-REPORT-RECORD
                WRITE WS-REPORT-RECORD
                WRITE WS-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
                CLOSE APRV-REPORT-FILE
            END-IF.

        0500-OPEN-FILES.
            OPEN I-O ELF-MASTER-FILE
            IF WS-MST-STATUS NOT = '00'
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
            OPEN I-O ELF-INDEX-FILE
            IF WS-ELFIDX-STATUS = '00'
                MOVE 'Y' TO WS-IDX-AVAILABLE
                PERFORM 0600-OPEN-JOURNAL
                MOVE WS-CURRENT-DATE-TIME (1:16) TO WS-ACC-STAMP
                MOVE "ELFAPRV" TO WS-ACC-PROG
                MOVE 'Y' TO WS-ACC-ADJ
                PERFORM 0650-OPEN-ACCUMULATORS
            ELSE
                DISPLAY "ELF INDEX NOT AVAILABLE, CORRECTIONS HELD"
            END-IF
            OPEN EXTEND MAINT-LOG-FILE
            IF WS-LOG-STATUS NOT = '00'
                OPEN OUTPUT MAINT-LOG-FILE
            END-IF
            OPEN EXTEND ADJ-AUDIT-FILE
            IF WS-ADJAUD-STATUS NOT = '00'
                OPEN OUTPUT ADJ-AUDIT-FILE
            END-IF
            OPEN OUTPUT APRV-REPORT-FILE
            IF WS-RPT-STATUS NOT = '00'
                DISPLAY "APRV-REPORT-FILE OPEN ERROR, STATUS: "
                    WS-RPT-STATUS
            END-IF.

        0600-OPEN-JOURNAL.
            MOVE SPACES TO WS-JRNL-NAME
            STRING './elfjrnl.' WS-CURRENT-DATE-TIME (1:8) '.dat'
                DELIMITED BY SIZE INTO WS-JRNL-NAME
            OPEN EXTEND JRNL-FILE
            IF WS-JRNL-STATUS NOT = '00'
                OPEN OUTPUT JRNL-FILE
            END-IF
            IF WS-JRNL-STATUS = '00'
                MOVE 'Y' TO WS-JRNL-OPEN
            ELSE
                DISPLAY "JRNL-FILE OPEN ERROR, STATUS: "
                    WS-JRNL-STATUS
                DISPLAY "CORRECTIONS HELD WITHOUT JOURNAL"
                CLOSE ELF-INDEX-FILE
                MOVE 'N' TO WS-IDX-AVAILABLE
            END-IF.

        0650-OPEN-ACCUMULATORS.
            PERFORM 0660-LOAD-PERIOD-CONTROL
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

        0660-LOAD-PERIOD-CONTROL.
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

        0670-POST-ACCUMULATOR.
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

        1000-PROCESS-ITEM.
            MOVE WS-PND-IMAGE (WS-PND-IDX) TO ELF-PND-RECORD
            MOVE SPACES TO WS-OUTCOME WS-APPROVER
            IF ELF-PND-STAMP (1:8) IS NUMERIC
                COMPUTE WS-PND-AGE =
                    FUNCTION INTEGER-OF-DATE (WS-TODAY)
                    - FUNCTION INTEGER-OF-DATE
                        (FUNCTION NUMVAL (ELF-PND-STAMP (1:8)))
            ELSE
                MOVE 0 TO WS-PND-AGE
            END-IF
            MOVE 0 TO WS-DEC-SLOT
            PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                UNTIL WS-DEC-IDX > WS-DEC-COUNT OR WS-DEC-SLOT > 0
                IF WS-DEC-ID (WS-DEC-IDX) = ELF-PND-ID AND
                   WS-DEC-USED (WS-DEC-IDX) = 'N'
                    MOVE WS-DEC-IDX TO WS-DEC-SLOT
                END-IF
            END-PERFORM
            IF WS-DEC-SLOT = 0
                PERFORM 1700-HOLD-ITEM
            ELSE
                MOVE 'Y' TO WS-DEC-USED (WS-DEC-SLOT)
                MOVE WS-DEC-OPER (WS-DEC-SLOT) TO WS-APPROVER
                PERFORM 0170-CHECK-APPROVE-AUTHORITY
                EVALUATE TRUE
                    WHEN WS-APPROVER = ELF-PND-ENTERED
                        ADD 1 TO WS-REFUSED-COUNT
                        DISPLAY "DECISION REFUSED, SAME OPERATOR: "
                            ELF-PND-ID
                        PERFORM 1700-HOLD-ITEM
                        IF WS-PND-KEEP (WS-PND-IDX) = 'Y'
                            MOVE "HELD - APPROVER IS ENTERER"
                                TO WS-OUTCOME
                        END-IF
                    WHEN WS-AUTH-APPROVE = 'N'
                        ADD 1 TO WS-REFUSED-COUNT
                        DISPLAY "DECISION REFUSED, NOT AUTHORISED: "
                            ELF-PND-ID
                        PERFORM 1700-HOLD-ITEM
                        IF WS-PND-KEEP (WS-PND-IDX) = 'Y'
                            MOVE "HELD - APPROVER NOT AUTHORISED"
                                TO WS-OUTCOME
                        END-IF
                    WHEN WS-DEC-ACTION (WS-DEC-SLOT) = "REJECT"
                        PERFORM 1600-REJECT-ITEM
                    WHEN ELF-PND-TYPE = "CORR" AND
                         WS-IDX-AVAILABLE = 'N'
                        PERFORM 1700-HOLD-ITEM
                        IF WS-PND-KEEP (WS-PND-IDX) = 'Y'
                            MOVE "HELD - INDEX NOT AVAILABLE"
                                TO WS-OUTCOME
                        END-IF
                    WHEN ELF-PND-TYPE = "CORR"
                        PERFORM 1300-APPLY-CORRECTION
                    WHEN OTHER
                        PERFORM 1100-APPLY-MAINTENANCE
                END-EVALUATE
            END-IF
            PERFORM 1800-WRITE-REPORT-LINE.

        1100-APPLY-MAINTENANCE.
            MOVE ELF-PND-DETAIL TO WS-TRANS-LINE
            PERFORM 1150-SET-LOG-FIELDS
            IF WS-TRN-EFF IS NUMERIC
                MOVE WS-TRN-EFF TO WS-EFF-DATE
            ELSE
                MOVE ELF-PND-STAMP (1:8) TO WS-EFF-DATE
            END-IF
            MOVE WS-TRN-NUMBER TO ELF-MST-NUMBER
            READ ELF-MASTER-FILE
                KEY IS ELF-MST-NUMBER
                INVALID KEY
                    MOVE "REJECTED: ELF NOT ON FILE" TO WS-LOG-TEXT
                    PERFORM 1290-WRITE-LOG-REJECT
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN ELF-MST-ACTIVE = 'M'
                            MOVE "REJECTED: ELF MERGED" TO WS-LOG-TEXT
                            PERFORM 1290-WRITE-LOG-REJECT
                        WHEN ELF-PND-TYPE = "DEACT"
                            PERFORM 1250-APPLY-DEACTIVATION
                        WHEN OTHER
                            PERFORM 1200-APPLY-CHANGE
                    END-EVALUATE
            END-READ.

        1150-SET-LOG-FIELDS.
            MOVE ELF-PND-ID TO WS-LOG-LINE-NUM
            MOVE WS-TRN-ACTION TO WS-LOG-ACTION
            MOVE WS-TRN-NUMBER TO WS-LOG-ELF
            MOVE ELF-PND-ENTERED TO WS-LOG-OPER
            MOVE WS-APPROVER TO WS-LOG-APPR.

        1200-APPLY-CHANGE.
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
                PERFORM 1290-WRITE-LOG-REJECT
            ELSE
                IF WS-TRN-NAME NOT = SPACES
                    MOVE WS-TRN-NAME TO ELF-MST-NAME
                END-IF
                IF WS-TRN-TEAM NOT = SPACES
                    MOVE WS-TRN-TEAM TO ELF-MST-TEAM
                END-IF
                REWRITE ELF-MST-RECORD
                IF WS-TRN-TEAM NOT = SPACES AND
                   WS-TRN-TEAM NOT = WS-OLD-TEAM
                    MOVE WS-TRN-TEAM TO WS-THS-NEW-TEAM
                    MOVE WS-OLD-ACTIVE TO WS-THS-NEW-ACTIVE
                    MOVE "TRANSFER" TO WS-THS-NEW-REASON
                    PERFORM 1550-RECORD-ASSIGNMENT
                END-IF
                MOVE "CHANGED" TO WS-LOG-TEXT
                PERFORM 1280-WRITE-LOG-APPLIED
            END-IF.

        1250-APPLY-DEACTIVATION.
            MOVE ELF-MST-TEAM TO WS-OLD-TEAM
            MOVE ELF-MST-ACTIVE TO WS-OLD-ACTIVE
            MOVE 'N' TO WS-THS-FOUND
            IF WS-OLD-ACTIVE NOT = 'N'
                PERFORM 1500-FIND-LAST-ASSIGNMENT
            END-IF
            IF WS-THS-FOUND = 'Y' AND
               WS-EFF-DATE < WS-THS-LAST-FROM
                MOVE "REJECTED: EFF BEFORE LAST MOVE" TO WS-LOG-TEXT
                PERFORM 1290-WRITE-LOG-REJECT
            ELSE
                MOVE 'N' TO ELF-MST-ACTIVE
                REWRITE ELF-MST-RECORD
                IF WS-OLD-ACTIVE NOT = 'N'
                    MOVE WS-OLD-TEAM TO WS-THS-NEW-TEAM
                    MOVE 'N' TO WS-THS-NEW-ACTIVE
                    MOVE "DEACT" TO WS-THS-NEW-REASON
                    PERFORM 1550-RECORD-ASSIGNMENT
                END-IF
                MOVE "DEACTIVATED" TO WS-LOG-TEXT
                PERFORM 1280-WRITE-LOG-APPLIED
            END-IF.

        1280-WRITE-LOG-APPLIED.
            ADD 1 TO WS-APPLIED-COUNT
            MOVE "APPROVED AND APPLIED" TO WS-OUTCOME
            WRITE WS-LOG-RECORD FROM WS-LOG-LINE.

        1290-WRITE-LOG-REJECT.
            ADD 1 TO WS-REJECT-COUNT
            MOVE WS-LOG-TEXT TO WS-OUTCOME
            WRITE WS-LOG-RECORD FROM WS-LOG-LINE.

        1300-APPLY-CORRECTION.
            MOVE ELF-PND-ENTERED TO WS-ADJ-OPER
            MOVE WS-APPROVER TO WS-ADJ-APPR
            PERFORM 1350-CHECK-ELF-ACTIVE
            IF WS-CUR-ACTIVE = 'N'
                ADD 1 TO WS-REJECT-COUNT
                MOVE "REJECTED: INACTIVE" TO WS-ADJ-ACTION
                MOVE WS-ADJ-ACTION TO WS-OUTCOME
                MOVE 0 TO WS-OLD-TOTAL
                MOVE ELF-PND-VALUE TO WS-NEW-TOTAL
                PERFORM 1480-WRITE-ADJ-AUDIT
            ELSE
                MOVE ELF-PND-ELF TO ELF-IDX-NUMBER
                READ ELF-INDEX-FILE
                    KEY IS ELF-IDX-NUMBER
                    INVALID KEY
                        PERFORM 1400-CREATE-ELF-ENTRY
                    NOT INVALID KEY
                        PERFORM 1450-UPDATE-ELF-ENTRY
                END-READ
            END-IF.

        1350-CHECK-ELF-ACTIVE.
            MOVE 'Y' TO WS-CUR-ACTIVE
            MOVE ELF-PND-ELF TO ELF-MST-NUMBER
            READ ELF-MASTER-FILE
                KEY IS ELF-MST-NUMBER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF ELF-MST-ACTIVE = 'N' OR ELF-MST-ACTIVE = 'M'
                        MOVE 'N' TO WS-CUR-ACTIVE
                    END-IF
            END-READ.

        1400-CREATE-ELF-ENTRY.
            MOVE 0 TO WS-OLD-TOTAL
            MOVE ELF-PND-ELF TO ELF-IDX-NUMBER
            MOVE ELF-PND-VALUE TO ELF-IDX-TOTAL
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 4
                MOVE 0 TO ELF-IDX-CAT-TOTAL (WS-CAT-SUB)
            END-PERFORM
            IF ELF-PND-CAT > 0
                MOVE ELF-PND-VALUE TO
                    ELF-IDX-CAT-TOTAL (ELF-PND-CAT)
            END-IF
            MOVE SPACES TO ELF-IDX-CAMP
            MOVE 'W' TO WS-JRNL-ACTION
            PERFORM 1470-WRITE-JOURNAL
            WRITE ELF-IDX-RECORD
                INVALID KEY
                    DISPLAY "INDEX WRITE FAILED FOR ELF "
                        ELF-PND-ELF
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE "REJECTED: INDEX WRITE FAILED" TO WS-OUTCOME
                NOT INVALID KEY
                    ADD 1 TO WS-APPLIED-COUNT
                    PERFORM 1490-POST-CORRECTION
                    MOVE "APPROVED AND APPLIED" TO WS-OUTCOME
                    MOVE "CREATED" TO WS-ADJ-ACTION
                    MOVE ELF-IDX-TOTAL TO WS-NEW-TOTAL
                    PERFORM 1480-WRITE-ADJ-AUDIT
            END-WRITE.

        1450-UPDATE-ELF-ENTRY.
            MOVE 'R' TO WS-JRNL-ACTION
            PERFORM 1470-WRITE-JOURNAL
            MOVE ELF-IDX-TOTAL TO WS-OLD-TOTAL
            ADD ELF-PND-VALUE TO ELF-IDX-TOTAL
            IF ELF-PND-CAT > 0
                ADD ELF-PND-VALUE TO ELF-IDX-CAT-TOTAL (ELF-PND-CAT)
            END-IF
            REWRITE ELF-IDX-RECORD
                INVALID KEY
                    DISPLAY "INDEX REWRITE FAILED FOR ELF "
                        ELF-PND-ELF
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE "REJECTED: INDEX REWRITE FAILED" TO WS-OUTCOME
                NOT INVALID KEY
                    ADD 1 TO WS-APPLIED-COUNT
                    PERFORM 1490-POST-CORRECTION
                    MOVE "APPROVED AND APPLIED" TO WS-OUTCOME
                    MOVE "ADJUSTED" TO WS-ADJ-ACTION
                    MOVE ELF-IDX-TOTAL TO WS-NEW-TOTAL
                    PERFORM 1480-WRITE-ADJ-AUDIT
            END-REWRITE.

        1470-WRITE-JOURNAL.
            IF WS-JRNL-OPEN = 'Y'
                MOVE ELF-IDX-RECORD TO WS-JRNL-IMAGE
                WRITE WS-JRNL-RECORD FROM WS-JRNL-LINE
            END-IF.

        1480-WRITE-ADJ-AUDIT.
            MOVE ELF-PND-LINE-NUM TO WS-ADJ-LINE-ED
            MOVE ELF-PND-ELF TO WS-ADJ-ELF-ED
            MOVE WS-OLD-TOTAL TO WS-ADJ-OLD-ED
            MOVE WS-NEW-TOTAL TO WS-ADJ-NEW-ED
            WRITE WS-ADJ-AUDIT-RECORD FROM WS-ADJ-AUDIT-LINE.

        1490-POST-CORRECTION.
            IF WS-ACC-OPEN = 'Y'
                MOVE ELF-PND-ELF TO WS-ACC-ELF
                MOVE ELF-PND-VALUE TO WS-ACC-AMOUNT
                PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
                    UNTIL WS-ACC-SUB > 4
                    MOVE 0 TO WS-ACC-CAT-AMT (WS-ACC-SUB)
                END-PERFORM
                IF ELF-PND-CAT > 0
                    MOVE ELF-PND-VALUE TO WS-ACC-CAT-AMT (ELF-PND-CAT)
                END-IF
                PERFORM 0670-POST-ACCUMULATOR
            END-IF.

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

        1550-RECORD-ASSIGNMENT.
            IF WS-THS-FOUND = 'Y'
                PERFORM 1580-CLOSE-LAST-ROW
            ELSE
                PERFORM 1560-WRITE-CONVERSION-ROW
            END-IF
            PERFORM 1590-WRITE-ASSIGNMENT-ROW.

        1560-WRITE-CONVERSION-ROW.
            MOVE WS-THS-ELF TO ELF-THS-ELF-NUM
            MOVE 0 TO ELF-THS-FROM-DATE
            MOVE 1 TO ELF-THS-SEQ
            MOVE WS-EFF-DATE TO ELF-THS-TO-DATE
            MOVE WS-OLD-TEAM TO ELF-THS-TEAM
            MOVE WS-OLD-ACTIVE TO ELF-THS-ACTIVE
            MOVE "CONVERSION" TO ELF-THS-REASON
            MOVE WS-CURRENT-DATE-TIME (1:16) TO ELF-THS-STAMP
            WRITE ELF-THS-RECORD
                INVALID KEY
                    DISPLAY "TEAM HISTORY WRITE FAILED, ELF: "
                        WS-THS-ELF
                NOT INVALID KEY
                    MOVE ELF-THS-KEY TO WS-THS-LAST-KEY
                    MOVE 'Y' TO WS-THS-FOUND
            END-WRITE.

        1580-CLOSE-LAST-ROW.
            MOVE WS-THS-LAST-KEY TO ELF-THS-KEY
            READ ELF-TEAM-HIST-FILE
                KEY IS ELF-THS-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE WS-EFF-DATE TO ELF-THS-TO-DATE
                    REWRITE ELF-THS-RECORD
            END-READ.

        1590-WRITE-ASSIGNMENT-ROW.
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

        1600-REJECT-ITEM.
            ADD 1 TO WS-REJECT-COUNT
            MOVE "REJECTED BY APPROVER" TO WS-OUTCOME
            IF ELF-PND-TYPE = "CORR"
                MOVE ELF-PND-ENTERED TO WS-ADJ-OPER
                MOVE WS-APPROVER TO WS-ADJ-APPR
                MOVE "REJECTED: APPROVER" TO WS-ADJ-ACTION
                MOVE 0 TO WS-OLD-TOTAL
                MOVE ELF-PND-VALUE TO WS-NEW-TOTAL
                PERFORM 1480-WRITE-ADJ-AUDIT
            ELSE
                MOVE ELF-PND-DETAIL TO WS-TRANS-LINE
                PERFORM 1150-SET-LOG-FIELDS
                MOVE "REJECTED: BY APPROVER" TO WS-LOG-TEXT
                WRITE WS-LOG-RECORD FROM WS-LOG-LINE
            END-IF.

        1700-HOLD-ITEM.
            IF WS-PND-AGE > WS-MAX-DAYS
                ADD 1 TO WS-EXPIRED-COUNT
                MOVE "EXPIRED - NOT APPROVED" TO WS-OUTCOME
                IF ELF-PND-TYPE = "CORR"
                    MOVE ELF-PND-ENTERED TO WS-ADJ-OPER
                    MOVE SPACES TO WS-ADJ-APPR
                    MOVE "EXPIRED UNAPPROVED" TO WS-ADJ-ACTION
                    MOVE 0 TO WS-OLD-TOTAL
                    MOVE ELF-PND-VALUE TO WS-NEW-TOTAL
                    PERFORM 1480-WRITE-ADJ-AUDIT
                ELSE
                    MOVE ELF-PND-DETAIL TO WS-TRANS-LINE
                    MOVE SPACES TO WS-APPROVER
                    PERFORM 1150-SET-LOG-FIELDS
                    MOVE "EXPIRED: NOT APPROVED" TO WS-LOG-TEXT
                    WRITE WS-LOG-RECORD FROM WS-LOG-LINE
                END-IF
            ELSE
                ADD 1 TO WS-KEPT-COUNT
                MOVE 'Y' TO WS-PND-KEEP (WS-PND-IDX)
                MOVE "PENDING" TO WS-OUTCOME
            END-IF.

        1800-WRITE-REPORT-LINE.
            MOVE ELF-PND-ID TO WS-RPT-ID
            MOVE ELF-PND-TYPE TO WS-RPT-TYPE
            MOVE ELF-PND-ELF TO WS-RPT-ELF
            MOVE ELF-PND-STAMP (1:8) TO WS-RPT-DATE
            MOVE ELF-PND-ENTERED TO WS-RPT-OPER
            MOVE WS-PND-AGE TO WS-RPT-AGE
            MOVE SPACES TO WS-RPT-DETAIL
            EVALUATE ELF-PND-TYPE
                WHEN "CORR"
                    MOVE ELF-PND-VALUE TO WS-DETAIL-VALUE
                    IF ELF-PND-CAT > 0
                        STRING "ADD " WS-DETAIL-VALUE " "
                            WS-CAT-NAME (ELF-PND-CAT)
                            DELIMITED BY SIZE INTO WS-RPT-DETAIL
                    ELSE
                        STRING "ADD " WS-DETAIL-VALUE
                            DELIMITED BY SIZE INTO WS-RPT-DETAIL
                    END-IF
                WHEN "DEACT"
                    MOVE "DEACTIVATE" TO WS-RPT-DETAIL
                WHEN OTHER
                    MOVE ELF-PND-DETAIL TO WS-TRANS-LINE
                    STRING "TEAM " WS-TRN-TEAM " EFF " WS-TRN-EFF
                        DELIMITED BY SIZE INTO WS-RPT-DETAIL
            END-EVALUATE
            MOVE WS-OUTCOME TO WS-RPT-OUTCOME
            MOVE WS-APPROVER TO WS-RPT-APPR
            WRITE WS-REPORT-RECORD FROM WS-RPT-LINE.

        1900-REPORT-UNUSED-DECISIONS.
            PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                UNTIL WS-DEC-IDX > WS-DEC-COUNT
                IF WS-DEC-USED (WS-DEC-IDX) = 'N'
                    MOVE WS-DEC-ID (WS-DEC-IDX) TO WS-RPT-UNUSED-ID
                    MOVE WS-DEC-ACTION (WS-DEC-IDX)
                        TO WS-RPT-UNUSED-ACT
                    MOVE WS-DEC-OPER (WS-DEC-IDX)
                        TO WS-RPT-UNUSED-OPER
                    WRITE WS-REPORT-RECORD FROM WS-RPT-UNUSED-LINE
                END-IF
            END-PERFORM.

        2000-REWRITE-QUEUE.
            OPEN OUTPUT PEND-FILE
            IF WS-PND-STATUS NOT = '00'
                DISPLAY "PEND-FILE OPEN ERROR, STATUS: "
                    WS-PND-STATUS
            ELSE
                PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                    UNTIL WS-PND-IDX > WS-PND-COUNT
                    IF WS-PND-KEEP (WS-PND-IDX) = 'Y'
                        MOVE WS-PND-IMAGE (WS-PND-IDX)
                            TO ELF-PND-RECORD
                        WRITE ELF-PND-RECORD
                    END-IF
                END-PERFORM
                CLOSE PEND-FILE
            END-IF.
