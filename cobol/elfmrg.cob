        IDENTIFICATION DIVISION.
        PROGRAM-ID. ELFMRG.

        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                SELECT MERGE-FILE ASSIGN TO './elfmerge.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MRG-STATUS.
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
                SELECT ELF-INDEX-FILE ASSIGN TO './elfindex.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ELF-IDX-NUMBER
                FILE STATUS IS WS-ELFIDX-STATUS.
                SELECT ELF-ACCUM-FILE ASSIGN TO './elfaccum.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ELF-ACC-NUMBER
                FILE STATUS IS WS-ACC-STATUS.
                SELECT JRNL-FILE ASSIGN TO DYNAMIC WS-JRNL-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JRNL-STATUS.
                SELECT HISTORY-FILE ASSIGN TO './elfhistory.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.
                SELECT HIST-WORK-FILE ASSIGN TO './elfhistmrg.tmp'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HWRK-STATUS.
                SELECT SUMMARY-FILE ASSIGN TO './elfhistsum.dat'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SUM-STATUS.
                SELECT SUM-WORK-FILE ASSIGN TO './elfsummrg.tmp'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SWRK-STATUS.
                SELECT MERGE-REPORT-FILE ASSIGN TO './elfmrgrpt.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

        DATA DIVISION.

            FILE SECTION.
            FD MERGE-FILE.
            01 WS-MRG-RECORD PIC X(40).

            FD ELF-MASTER-FILE.
            COPY ELFMST.

            FD ELF-TEAM-HIST-FILE.
            COPY ELFTHS.

            FD ELF-INDEX-FILE.
            COPY ELFIDX.

            FD ELF-ACCUM-FILE.
            COPY ELFACC.

            FD JRNL-FILE.
            01 WS-JRNL-RECORD PIC X(80).

            FD HISTORY-FILE.
            01 WS-HISTORY-RECORD PIC X(28).

            FD HIST-WORK-FILE.
            01 WS-HWRK-RECORD PIC X(28).

            FD SUMMARY-FILE.
            01 WS-SUMMARY-RECORD PIC X(50).

            FD SUM-WORK-FILE.
            01 WS-SWRK-RECORD PIC X(50).

            FD MERGE-REPORT-FILE.
            01 WS-REPORT-RECORD PIC X(100).

            Working-Storage Section.

            01 WS-MRG-STATUS    PIC X(2) VALUE '00'.
            01 WS-MST-STATUS    PIC X(2) VALUE '00'.
            01 WS-THS-STATUS    PIC X(2) VALUE '00'.
            01 WS-ELFIDX-STATUS PIC X(2) VALUE '00'.
            01 WS-ACC-STATUS    PIC X(2) VALUE '00'.
            01 WS-HIST-STATUS   PIC X(2) VALUE '00'.
            01 WS-HWRK-STATUS   PIC X(2) VALUE '00'.
            01 WS-SUM-STATUS    PIC X(2) VALUE '00'.
            01 WS-SWRK-STATUS   PIC X(2) VALUE '00'.
            01 WS-RPT-STATUS    PIC X(2) VALUE '00'.
            01 WS-MRG-EOF       PIC A(1) VALUE 'N'.
            01 WS-HIST-EOF      PIC A(1) VALUE 'N'.
            01 WS-SUM-EOF       PIC A(1) VALUE 'N'.
            01 WS-ACC-OPEN      PIC A(1) VALUE 'N'.
            01 WS-IO-ERROR      PIC A(1) VALUE 'N'.
            01 WS-CURRENT-DATE-TIME PIC X(21).
            01 WS-TODAY         PIC 9(8) VALUE 0.

            01 WS-JRNL-STATUS   PIC X(2) VALUE '00'.
            01 WS-JRNL-NAME     PIC X(100) VALUE SPACES.
            01 WS-JRNL-OPEN     PIC A(1) VALUE 'N'.
            01 WS-JRNL-LINE.
                05 WS-JRNL-STAMP  PIC X(16).
                05 WS-JRNL-PROG   PIC X(8).
                05 WS-JRNL-ACTION PIC X(1).
                05 WS-JRNL-IMAGE  PIC X(47).
                05 FILLER         PIC X(8) VALUE SPACES.

            01 WS-MRG-TOKEN1    PIC X(8) VALUE SPACES.
            01 WS-MRG-TOKEN2    PIC X(8) VALUE SPACES.
            01 WS-MRG-TOKEN3    PIC X(8) VALUE SPACES.
            01 WS-MRG-TABLE.
                05 WS-MRG-ENTRY OCCURS 200 TIMES.
                    10 WS-MRG-FROM     PIC 9(4).
                    10 WS-MRG-TO       PIC 9(4).
                    10 WS-MRG-FORCE    PIC X(1).
                    10 WS-MRG-DONE     PIC A(1).
            01 WS-MRG-COUNT     PIC 9(4) VALUE 0.
            01 WS-MRG-IDX       PIC 9(4) VALUE 0.
            01 WS-MRG-SUB       PIC 9(4) VALUE 0.
            01 WS-MERGED-COUNT  PIC 9(4) VALUE 0.
            01 WS-REJECT-COUNT  PIC 9(4) VALUE 0.
            01 WS-HIST-REKEYED  PIC 9(8) VALUE 0.
            01 WS-SUM-REKEYED   PIC 9(8) VALUE 0.

            01 WS-FROM-ELF      PIC 9(4) VALUE 0.
            01 WS-TO-ELF        PIC 9(4) VALUE 0.
            01 WS-FROM-TEAM     PIC X(3) VALUE SPACES.
            01 WS-FROM-ACTIVE   PIC X(1) VALUE SPACE.
            01 WS-TO-TEAM       PIC X(3) VALUE SPACES.
            01 WS-MRG-OK        PIC A(1) VALUE 'N'.
            01 WS-OUTCOME       PIC X(30) VALUE SPACES.
            01 WS-FROM-IDX-FOUND PIC A(1) VALUE 'N'.
            01 WS-TO-IDX-FOUND  PIC A(1) VALUE 'N'.
            01 WS-FROM-IDX-IMAGE.
                05 WS-FROM-IDX-NUMBER PIC 9(4).
                05 WS-FROM-IDX-TOTAL  PIC 9(8).
                05 WS-FROM-IDX-CAT    OCCURS 4 TIMES PIC 9(8).
                05 WS-FROM-IDX-CAMP   PIC X(3).
            01 WS-FROM-BEFORE   PIC 9(8) VALUE 0.
            01 WS-TO-BEFORE     PIC 9(8) VALUE 0.
            01 WS-TO-AFTER      PIC 9(8) VALUE 0.
            01 WS-FROM-AFTER    PIC 9(8) VALUE 0.
            01 WS-CAT-SUB       PIC 9(1) VALUE 0.

            01 WS-ACC-FOUND     PIC A(1) VALUE 'N'.
            01 WS-FROM-ACC-IMAGE PIC X(268) VALUE SPACES.
            01 WS-FROM-ACC REDEFINES WS-FROM-ACC-IMAGE.
                05 WS-FACC-NUMBER     PIC 9(4).
                05 WS-FACC-CUR-TOTAL  PIC S9(10).
                05 WS-FACC-CUR-CAT    OCCURS 4 TIMES PIC S9(10).
                05 WS-FACC-CUR-ADJ    PIC S9(10).
                05 WS-FACC-NEXT-TOTAL PIC S9(10).
                05 WS-FACC-NEXT-CAT   OCCURS 4 TIMES PIC S9(10).
                05 WS-FACC-NEXT-ADJ   PIC S9(10).
                05 WS-FACC-PRI-TOTAL  PIC S9(10).
                05 WS-FACC-PRI-CAT    OCCURS 4 TIMES PIC S9(10).
                05 WS-FACC-PRI-ADJ    PIC S9(10).
                05 WS-FACC-YTD-TOTAL  PIC S9(12).
                05 WS-FACC-YTD-CAT    OCCURS 4 TIMES PIC S9(12).
                05 WS-FACC-LAST-STAMP PIC X(16).
                05 WS-FACC-LAST-PROG  PIC X(8).

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

            01 WS-HIST-LINE.
                05 WS-HIST-STAMP    PIC X(16).
                05 WS-HIST-ELF-NUM  PIC 9(4).
                05 WS-HIST-TOTAL    PIC 9(8).
            01 WS-SUM-LINE.
                05 WS-SUM-MONTH PIC X(6).
                05 WS-SUM-ELF   PIC 9(4).
                05 WS-SUM-REST  PIC X(40).
            01 WS-MAP-ELF       PIC 9(4) VALUE 0.
            01 WS-MAP-HIT       PIC A(1) VALUE 'N'.

            01 WS-RPT-HEADER.
                05 FILLER PIC X(26) VALUE "ELF MERGE REGISTER RUN ON ".
                05 WS-RPT-HDR-DATE PIC X(8).
            01 WS-RPT-COLUMNS.
                05 FILLER PIC X(40)
                    VALUE "FROM   TO FROM BEFORE  TO BEFORE   TO AF".
                05 FILLER PIC X(40)
                    VALUE "TER FROM AFTER F OUTCOME".
            01 WS-RPT-LINE.
                05 WS-RPT-FROM      PIC 9(4).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-RPT-TO        PIC 9(4).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-RPT-FROM-BEF  PIC Z(10)9.
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-RPT-TO-BEF    PIC Z(9)9.
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-RPT-TO-AFT    PIC Z(9)9.
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-RPT-FROM-AFT  PIC Z(9)9.
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-RPT-FORCE     PIC X(1).
                05 FILLER           PIC X(1) VALUE SPACE.
                05 WS-RPT-OUTCOME   PIC X(30).
            01 WS-RPT-TOTAL-LINE.
                05 FILLER PIC X(8) VALUE "MERGED: ".
                05 WS-RPT-TOT-MERGED PIC Z(3)9.
                05 FILLER PIC X(12) VALUE "  REJECTED: ".
                05 WS-RPT-TOT-REJECT PIC Z(3)9.
                05 FILLER PIC X(25) VALUE "  HISTORY ROWS RE-KEYED: ".
                05 WS-RPT-TOT-HIST   PIC Z(7)9.
                05 FILLER PIC X(18) VALUE "  SUMMARY ROWS: ".
                05 WS-RPT-TOT-SUM    PIC Z(7)9.

        PROCEDURE DIVISION.
        0000-MAIN.
            DISPLAY "elfmrg".
            PERFORM 0100-LOAD-MERGES.
            IF WS-MRG-COUNT = 0
                DISPLAY "NO MERGE REQUESTS TO APPLY"
                STOP RUN
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
            MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-TODAY.
            MOVE WS-CURRENT-DATE-TIME (1:16) TO WS-JRNL-STAMP.
            MOVE "ELFMRG" TO WS-JRNL-PROG.
            PERFORM 0500-OPEN-FILES.
            MOVE WS-TODAY TO WS-RPT-HDR-DATE.
            WRITE WS-REPORT-RECORD FROM WS-RPT-HEADER.
            MOVE SPACES TO WS-REPORT-RECORD.
            WRITE WS-REPORT-RECORD.
            WRITE WS-REPORT-RECORD FROM WS-RPT-COLUMNS.
            PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                UNTIL WS-MRG-IDX > WS-MRG-COUNT
                PERFORM 1000-PROCESS-MERGE
            END-PERFORM.
            IF WS-JRNL-OPEN = 'Y'
                CLOSE JRNL-FILE
                MOVE 'N' TO WS-JRNL-OPEN
            END-IF.
            IF WS-ACC-OPEN = 'Y'
                CLOSE ELF-ACCUM-FILE
                MOVE 'N' TO WS-ACC-OPEN
            END-IF.
            CLOSE ELF-INDEX-FILE.
            CLOSE ELF-TEAM-HIST-FILE.
            CLOSE ELF-MASTER-FILE.
            IF WS-MERGED-COUNT > 0
                PERFORM 3000-REKEY-HISTORY
                PERFORM 3500-REKEY-SUMMARIES
            END-IF.
            MOVE WS-MERGED-COUNT TO WS-RPT-TOT-MERGED.
            MOVE WS-REJECT-COUNT TO WS-RPT-TOT-REJECT.
            MOVE WS-HIST-REKEYED TO WS-RPT-TOT-HIST.
            MOVE WS-SUM-REKEYED TO WS-RPT-TOT-SUM.
            MOVE SPACES TO WS-REPORT-RECORD.
            WRITE WS-REPORT-RECORD.
            WRITE WS-REPORT-RECORD FROM WS-RPT-TOTAL-LINE.
            CLOSE MERGE-REPORT-FILE.
            DISPLAY "MERGES APPLIED: " WS-MERGED-COUNT.
            DISPLAY "MERGES REJECTED: " WS-REJECT-COUNT.
            DISPLAY "HISTORY ROWS RE-KEYED: " WS-HIST-REKEYED.
            DISPLAY "SUMMARY ROWS RE-KEYED: " WS-SUM-REKEYED.
        STOP RUN.

        0100-LOAD-MERGES.
            OPEN INPUT MERGE-FILE
            IF WS-MRG-STATUS = '00'
                PERFORM UNTIL WS-MRG-EOF = 'Y'
                    READ MERGE-FILE
                        AT END
                            MOVE 'Y' TO WS-MRG-EOF
                        NOT AT END
                            IF WS-MRG-RECORD NOT = SPACES AND
                               WS-MRG-RECORD (1:1) NOT = '*'
                                PERFORM 0110-LOAD-ONE-MERGE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MERGE-FILE
            ELSE
                IF WS-MRG-STATUS NOT = '35'
                    DISPLAY "MERGE-FILE OPEN ERROR, STATUS: "
                        WS-MRG-STATUS
                END-IF
            END-IF.

        0110-LOAD-ONE-MERGE.
            MOVE SPACES TO WS-MRG-TOKEN1 WS-MRG-TOKEN2 WS-MRG-TOKEN3
            UNSTRING WS-MRG-RECORD DELIMITED BY ALL ' '
                INTO WS-MRG-TOKEN1 WS-MRG-TOKEN2 WS-MRG-TOKEN3
            EVALUATE TRUE
                WHEN WS-MRG-COUNT >= 200
                    DISPLAY "MERGE TABLE FULL, IGNORED: " WS-MRG-RECORD
                WHEN FUNCTION TRIM (WS-MRG-TOKEN1) IS NOT NUMERIC OR
                     FUNCTION TRIM (WS-MRG-TOKEN2) IS NOT NUMERIC
                    DISPLAY "BAD MERGE RECORD: " WS-MRG-RECORD
                WHEN WS-MRG-TOKEN3 NOT = SPACES AND
                     WS-MRG-TOKEN3 NOT = "FORCE"
                    DISPLAY "BAD MERGE RECORD: " WS-MRG-RECORD
                WHEN FUNCTION NUMVAL (WS-MRG-TOKEN1) > 9999 OR
                     FUNCTION NUMVAL (WS-MRG-TOKEN2) > 9999
                    DISPLAY "BAD MERGE RECORD: " WS-MRG-RECORD
                WHEN OTHER
                    ADD 1 TO WS-MRG-COUNT
                    COMPUTE WS-MRG-FROM (WS-MRG-COUNT) =
                        FUNCTION NUMVAL (WS-MRG-TOKEN1)
                    COMPUTE WS-MRG-TO (WS-MRG-COUNT) =
                        FUNCTION NUMVAL (WS-MRG-TOKEN2)
                    MOVE 'N' TO WS-MRG-FORCE (WS-MRG-COUNT)
                    IF WS-MRG-TOKEN3 = "FORCE"
                        MOVE 'Y' TO WS-MRG-FORCE (WS-MRG-COUNT)
                    END-IF
                    MOVE 'N' TO WS-MRG-DONE (WS-MRG-COUNT)
            END-EVALUATE.

        0500-OPEN-FILES.
            OPEN I-O ELF-MASTER-FILE
            IF WS-MST-STATUS NOT = '00'
                DISPLAY "ELF-MASTER-FILE OPEN ERROR, STATUS: "
                    WS-MST-STATUS
                STOP RUN
            END-IF
            OPEN I-O ELF-INDEX-FILE
            IF WS-ELFIDX-STATUS = '35'
                DISPLAY "ELF INDEX NOT FOUND - RUN HELLO FIRST"
                CLOSE ELF-MASTER-FILE
                STOP RUN
            END-IF
            IF WS-ELFIDX-STATUS NOT = '00'
                DISPLAY "ELF-INDEX-FILE OPEN ERROR, STATUS: "
                    WS-ELFIDX-STATUS
                CLOSE ELF-MASTER-FILE
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
                CLOSE ELF-INDEX-FILE
                CLOSE ELF-MASTER-FILE
                STOP RUN
            END-IF
            PERFORM 0600-OPEN-JOURNAL
            OPEN I-O ELF-ACCUM-FILE
            IF WS-ACC-STATUS = '00'
                MOVE 'Y' TO WS-ACC-OPEN
            ELSE
                IF WS-ACC-STATUS NOT = '35'
                    DISPLAY "ELF-ACCUM-FILE OPEN ERROR, STATUS: "
                        WS-ACC-STATUS
                END-IF
            END-IF
            OPEN OUTPUT MERGE-REPORT-FILE
            IF WS-RPT-STATUS NOT = '00'
                DISPLAY "MERGE-REPORT-FILE OPEN ERROR, STATUS: "
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
                DISPLAY "NO MERGES APPLIED WITHOUT JOURNAL"
                CLOSE ELF-TEAM-HIST-FILE
                CLOSE ELF-INDEX-FILE
                CLOSE ELF-MASTER-FILE
                STOP RUN
            END-IF.

        1000-PROCESS-MERGE.
            MOVE WS-MRG-FROM (WS-MRG-IDX) TO WS-FROM-ELF
            MOVE WS-MRG-TO (WS-MRG-IDX) TO WS-TO-ELF
            MOVE 0 TO WS-FROM-BEFORE WS-TO-BEFORE
            MOVE 0 TO WS-TO-AFTER WS-FROM-AFTER
            PERFORM 1100-VALIDATE-MERGE
            IF WS-MRG-OK = 'Y'
                PERFORM 1200-MERGE-INDEX
                PERFORM 1300-MERGE-ACCUMULATORS
                PERFORM 1400-RETIRE-MASTER
                PERFORM 1500-CHAIN-EARLIER-MERGES
                MOVE 'Y' TO WS-MRG-DONE (WS-MRG-IDX)
                ADD 1 TO WS-MERGED-COUNT
                IF WS-FROM-TEAM NOT = WS-TO-TEAM
                    MOVE "MERGED, TEAMS FORCED" TO WS-OUTCOME
                ELSE
                    MOVE "MERGED" TO WS-OUTCOME
                END-IF
            ELSE
                ADD 1 TO WS-REJECT-COUNT
                PERFORM 1150-READ-TOTALS
            END-IF
            PERFORM 1900-WRITE-REPORT-LINE.

        1100-VALIDATE-MERGE.
            MOVE 'N' TO WS-MRG-OK
            MOVE SPACES TO WS-FROM-TEAM WS-TO-TEAM
            MOVE WS-TO-ELF TO ELF-MST-NUMBER
            READ ELF-MASTER-FILE
                KEY IS ELF-MST-NUMBER
                INVALID KEY
                    MOVE "REJECTED: TO NOT ON MASTER" TO WS-OUTCOME
                NOT INVALID KEY
                    MOVE ELF-MST-TEAM TO WS-TO-TEAM
                    MOVE 'Y' TO WS-MRG-OK
                    IF ELF-MST-ACTIVE = 'N' OR ELF-MST-ACTIVE = 'M'
                        MOVE "REJECTED: TARGET INACTIVE" TO WS-OUTCOME
                        MOVE 'N' TO WS-MRG-OK
                    END-IF
            END-READ
            IF WS-MRG-OK = 'Y'
                MOVE 'N' TO WS-MRG-OK
                MOVE WS-FROM-ELF TO ELF-MST-NUMBER
                READ ELF-MASTER-FILE
                    KEY IS ELF-MST-NUMBER
                    INVALID KEY
                        MOVE "REJECTED: FROM NOT ON MASTER"
                            TO WS-OUTCOME
                    NOT INVALID KEY
                        PERFORM 1110-CHECK-FROM-MASTER
                END-READ
            END-IF
            IF WS-FROM-ELF = WS-TO-ELF
                MOVE "REJECTED: SAME ELF NUMBER" TO WS-OUTCOME
                MOVE 'N' TO WS-MRG-OK
            END-IF.

        1110-CHECK-FROM-MASTER.
            MOVE ELF-MST-TEAM TO WS-FROM-TEAM
            MOVE ELF-MST-ACTIVE TO WS-FROM-ACTIVE
            EVALUATE TRUE
                WHEN ELF-MST-ACTIVE = 'M'
                    MOVE "REJECTED: FROM ALREADY MERGED" TO WS-OUTCOME
                WHEN WS-FROM-TEAM NOT = WS-TO-TEAM AND
                     WS-MRG-FORCE (WS-MRG-IDX) NOT = 'Y'
                    MOVE "REJECTED: TEAMS DIFFER" TO WS-OUTCOME
                WHEN OTHER
                    MOVE 'Y' TO WS-MRG-OK
            END-EVALUATE.

        1150-READ-TOTALS.
            MOVE WS-FROM-ELF TO ELF-IDX-NUMBER
            READ ELF-INDEX-FILE
                KEY IS ELF-IDX-NUMBER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE ELF-IDX-TOTAL TO WS-FROM-BEFORE
            END-READ
            MOVE WS-TO-ELF TO ELF-IDX-NUMBER
            READ ELF-INDEX-FILE
                KEY IS ELF-IDX-NUMBER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE ELF-IDX-TOTAL TO WS-TO-BEFORE
            END-READ
            MOVE WS-FROM-BEFORE TO WS-FROM-AFTER
            MOVE WS-TO-BEFORE TO WS-TO-AFTER.

        1200-MERGE-INDEX.
            MOVE 'N' TO WS-FROM-IDX-FOUND
            MOVE WS-FROM-ELF TO ELF-IDX-NUMBER
            READ ELF-INDEX-FILE
                KEY IS ELF-IDX-NUMBER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-FROM-IDX-FOUND
                    MOVE ELF-IDX-RECORD TO WS-FROM-IDX-IMAGE
                    MOVE ELF-IDX-TOTAL TO WS-FROM-BEFORE
            END-READ
            MOVE 'N' TO WS-TO-IDX-FOUND
            MOVE WS-TO-ELF TO ELF-IDX-NUMBER
            READ ELF-INDEX-FILE
                KEY IS ELF-IDX-NUMBER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-TO-IDX-FOUND
                    MOVE ELF-IDX-TOTAL TO WS-TO-BEFORE
            END-READ
            MOVE WS-TO-BEFORE TO WS-TO-AFTER
            IF WS-FROM-IDX-FOUND = 'Y'
                IF WS-TO-IDX-FOUND = 'Y'
                    PERFORM 1210-ADD-TO-TARGET
                ELSE
                    PERFORM 1220-CREATE-TARGET
                END-IF
                PERFORM 1230-REMOVE-RETIRED-ENTRY
            END-IF.

        1210-ADD-TO-TARGET.
            MOVE 'R' TO WS-JRNL-ACTION
            PERFORM 1700-WRITE-JOURNAL
            ADD WS-FROM-IDX-TOTAL TO ELF-IDX-TOTAL
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 4
                ADD WS-FROM-IDX-CAT (WS-CAT-SUB)
                    TO ELF-IDX-CAT-TOTAL (WS-CAT-SUB)
            END-PERFORM
            IF ELF-IDX-CAMP = SPACES
                MOVE WS-FROM-IDX-CAMP TO ELF-IDX-CAMP
            END-IF
            REWRITE ELF-IDX-RECORD
                INVALID KEY
                    DISPLAY "INDEX REWRITE FAILED FOR ELF " WS-TO-ELF
                NOT INVALID KEY
                    MOVE ELF-IDX-TOTAL TO WS-TO-AFTER
            END-REWRITE.

        1220-CREATE-TARGET.
            MOVE WS-FROM-IDX-IMAGE TO ELF-IDX-RECORD
            MOVE WS-TO-ELF TO ELF-IDX-NUMBER
            MOVE 'W' TO WS-JRNL-ACTION
            PERFORM 1700-WRITE-JOURNAL
            WRITE ELF-IDX-RECORD
                INVALID KEY
                    DISPLAY "INDEX WRITE FAILED FOR ELF " WS-TO-ELF
                NOT INVALID KEY
                    MOVE ELF-IDX-TOTAL TO WS-TO-AFTER
            END-WRITE.

        1230-REMOVE-RETIRED-ENTRY.
            MOVE WS-FROM-IDX-IMAGE TO ELF-IDX-RECORD
            MOVE 'R' TO WS-JRNL-ACTION
            PERFORM 1700-WRITE-JOURNAL
            DELETE ELF-INDEX-FILE RECORD
                INVALID KEY
                    DISPLAY "INDEX DELETE FAILED FOR ELF " WS-FROM-ELF
                    MOVE WS-FROM-BEFORE TO WS-FROM-AFTER
            END-DELETE.

        1300-MERGE-ACCUMULATORS.
            IF WS-ACC-OPEN = 'Y'
                MOVE 'N' TO WS-ACC-FOUND
                MOVE WS-FROM-ELF TO ELF-ACC-NUMBER
                READ ELF-ACCUM-FILE
                    KEY IS ELF-ACC-NUMBER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-ACC-FOUND
                        MOVE ELF-ACC-RECORD TO WS-FROM-ACC-IMAGE
                END-READ
                IF WS-ACC-FOUND = 'Y'
                    PERFORM 1310-ADD-ACCUMULATORS
                    MOVE WS-FROM-ELF TO ELF-ACC-NUMBER
                    DELETE ELF-ACCUM-FILE RECORD
                        INVALID KEY
                            DISPLAY "ACCUMULATOR DELETE FAILED, ELF "
                                WS-FROM-ELF
                    END-DELETE
                END-IF
            END-IF.

        1310-ADD-ACCUMULATORS.
            MOVE WS-TO-ELF TO ELF-ACC-NUMBER
            READ ELF-ACCUM-FILE
                KEY IS ELF-ACC-NUMBER
                INVALID KEY
                    MOVE WS-FROM-ACC-IMAGE TO ELF-ACC-RECORD
                    MOVE WS-TO-ELF TO ELF-ACC-NUMBER
                    MOVE WS-JRNL-STAMP TO ELF-ACC-LAST-STAMP
                    MOVE "ELFMRG" TO ELF-ACC-LAST-PROG
                    WRITE ELF-ACC-RECORD
                        INVALID KEY
                            DISPLAY "ACCUMULATOR WRITE FAILED, ELF "
                                WS-TO-ELF
                    END-WRITE
                NOT INVALID KEY
                    PERFORM 1320-COMBINE-ACCUMULATOR
            END-READ.

        1320-COMBINE-ACCUMULATOR.
            ADD WS-FACC-CUR-TOTAL TO ELF-ACC-CUR-TOTAL
            ADD WS-FACC-CUR-ADJ TO ELF-ACC-CUR-ADJ
            ADD WS-FACC-NEXT-TOTAL TO ELF-ACC-NEXT-TOTAL
            ADD WS-FACC-NEXT-ADJ TO ELF-ACC-NEXT-ADJ
            ADD WS-FACC-PRI-TOTAL TO ELF-ACC-PRI-TOTAL
            ADD WS-FACC-PRI-ADJ TO ELF-ACC-PRI-ADJ
            ADD WS-FACC-YTD-TOTAL TO ELF-ACC-YTD-TOTAL
            PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > 4
                ADD WS-FACC-CUR-CAT (WS-CAT-SUB)
                    TO ELF-ACC-CUR-CAT (WS-CAT-SUB)
                ADD WS-FACC-NEXT-CAT (WS-CAT-SUB)
                    TO ELF-ACC-NEXT-CAT (WS-CAT-SUB)
                ADD WS-FACC-PRI-CAT (WS-CAT-SUB)
                    TO ELF-ACC-PRI-CAT (WS-CAT-SUB)
                ADD WS-FACC-YTD-CAT (WS-CAT-SUB)
                    TO ELF-ACC-YTD-CAT (WS-CAT-SUB)
            END-PERFORM
            MOVE WS-JRNL-STAMP TO ELF-ACC-LAST-STAMP
            MOVE "ELFMRG" TO ELF-ACC-LAST-PROG
            REWRITE ELF-ACC-RECORD
                INVALID KEY
                    DISPLAY "ACCUMULATOR REWRITE FAILED, ELF "
                        WS-TO-ELF
            END-REWRITE.

        1400-RETIRE-MASTER.
            MOVE WS-FROM-ELF TO ELF-MST-NUMBER
            READ ELF-MASTER-FILE
                KEY IS ELF-MST-NUMBER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE ELF-MST-TEAM TO WS-OLD-TEAM
                    MOVE ELF-MST-ACTIVE TO WS-OLD-ACTIVE
                    MOVE 'M' TO ELF-MST-ACTIVE
                    REWRITE ELF-MST-RECORD
                    MOVE WS-TODAY TO WS-EFF-DATE
                    MOVE WS-FROM-ELF TO WS-THS-ELF
                    PERFORM 1600-FIND-LAST-ASSIGNMENT
                    IF WS-THS-FOUND = 'Y' AND
                       WS-EFF-DATE < WS-THS-LAST-FROM
                        MOVE WS-THS-LAST-FROM TO WS-EFF-DATE
                    END-IF
                    MOVE WS-OLD-TEAM TO WS-THS-NEW-TEAM
                    MOVE 'M' TO WS-THS-NEW-ACTIVE
                    MOVE "MERGED" TO WS-THS-NEW-REASON
                    PERFORM 1650-RECORD-ASSIGNMENT
            END-READ.

        1500-CHAIN-EARLIER-MERGES.
            PERFORM VARYING WS-MRG-SUB FROM 1 BY 1
                UNTIL WS-MRG-SUB >= WS-MRG-IDX
                IF WS-MRG-DONE (WS-MRG-SUB) = 'Y' AND
                   WS-MRG-TO (WS-MRG-SUB) = WS-FROM-ELF
                    MOVE WS-TO-ELF TO WS-MRG-TO (WS-MRG-SUB)
                END-IF
            END-PERFORM.

        1600-FIND-LAST-ASSIGNMENT.
            MOVE 'N' TO WS-THS-FOUND
            MOVE 'N' TO WS-THS-EOF
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

        1650-RECORD-ASSIGNMENT.
            IF WS-THS-FOUND = 'Y'
                PERFORM 1680-CLOSE-LAST-ROW
            ELSE
                PERFORM 1660-WRITE-CONVERSION-ROW
            END-IF
            PERFORM 1690-WRITE-ASSIGNMENT-ROW.

        1660-WRITE-CONVERSION-ROW.
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

        1680-CLOSE-LAST-ROW.
            MOVE WS-THS-LAST-KEY TO ELF-THS-KEY
            READ ELF-TEAM-HIST-FILE
                KEY IS ELF-THS-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE WS-EFF-DATE TO ELF-THS-TO-DATE
                    REWRITE ELF-THS-RECORD
            END-READ.

        1690-WRITE-ASSIGNMENT-ROW.
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
            MOVE WS-CURRENT-DATE-TIME (1:16) TO ELF-THS-STAMP
            WRITE ELF-THS-RECORD
                INVALID KEY
                    DISPLAY "TEAM HISTORY WRITE FAILED, ELF: "
                        WS-THS-ELF
            END-WRITE.

        1700-WRITE-JOURNAL.
            IF WS-JRNL-OPEN = 'Y'
                MOVE ELF-IDX-RECORD TO WS-JRNL-IMAGE
                WRITE WS-JRNL-RECORD FROM WS-JRNL-LINE
            END-IF.

        1900-WRITE-REPORT-LINE.
            MOVE WS-FROM-ELF TO WS-RPT-FROM
            MOVE WS-TO-ELF TO WS-RPT-TO
            MOVE WS-FROM-BEFORE TO WS-RPT-FROM-BEF
            MOVE WS-TO-BEFORE TO WS-RPT-TO-BEF
            MOVE WS-TO-AFTER TO WS-RPT-TO-AFT
            MOVE WS-FROM-AFTER TO WS-RPT-FROM-AFT
            MOVE WS-MRG-FORCE (WS-MRG-IDX) TO WS-RPT-FORCE
            MOVE WS-OUTCOME TO WS-RPT-OUTCOME
            WRITE WS-REPORT-RECORD FROM WS-RPT-LINE.

        3000-REKEY-HISTORY.
            MOVE 'N' TO WS-IO-ERROR
            MOVE 'N' TO WS-HIST-EOF
            OPEN INPUT HISTORY-FILE
            IF WS-HIST-STATUS = '00'
                OPEN OUTPUT HIST-WORK-FILE
                IF WS-HWRK-STATUS NOT = '00'
                    DISPLAY "HIST-WORK-FILE OPEN ERROR, STATUS: "
                        WS-HWRK-STATUS
                    MOVE 'Y' TO WS-IO-ERROR
                ELSE
                    PERFORM UNTIL WS-HIST-EOF = 'Y'
                        READ HISTORY-FILE
                            AT END
                                MOVE 'Y' TO WS-HIST-EOF
                            NOT AT END
                                PERFORM 3100-REKEY-ONE-ROW
                        END-READ
                    END-PERFORM
                    CLOSE HIST-WORK-FILE
                END-IF
                CLOSE HISTORY-FILE
                IF WS-IO-ERROR = 'N'
                    PERFORM 3200-REPLACE-HISTORY
                END-IF
            ELSE
                IF WS-HIST-STATUS NOT = '35'
                    DISPLAY "HISTORY-FILE OPEN ERROR, STATUS: "
                        WS-HIST-STATUS
                END-IF
            END-IF.

        3100-REKEY-ONE-ROW.
            MOVE WS-HISTORY-RECORD TO WS-HIST-LINE
            IF WS-HIST-ELF-NUM IS NUMERIC
                MOVE WS-HIST-ELF-NUM TO WS-MAP-ELF
                PERFORM 3900-MAP-ELF-NUMBER
                IF WS-MAP-HIT = 'Y'
                    MOVE WS-MAP-ELF TO WS-HIST-ELF-NUM
                    ADD 1 TO WS-HIST-REKEYED
                END-IF
            END-IF
            WRITE WS-HWRK-RECORD FROM WS-HIST-LINE.

        3200-REPLACE-HISTORY.
            MOVE 'N' TO WS-HIST-EOF
            OPEN INPUT HIST-WORK-FILE
            IF WS-HWRK-STATUS NOT = '00'
                DISPLAY "HIST-WORK-FILE OPEN ERROR, STATUS: "
                    WS-HWRK-STATUS
            ELSE
                OPEN OUTPUT HISTORY-FILE
                IF WS-HIST-STATUS NOT = '00'
                    DISPLAY "HISTORY-FILE OPEN ERROR, STATUS: "
                        WS-HIST-STATUS
                ELSE
                    PERFORM UNTIL WS-HIST-EOF = 'Y'
                        READ HIST-WORK-FILE
                            AT END
                                MOVE 'Y' TO WS-HIST-EOF
                            NOT AT END
                                WRITE WS-HISTORY-RECORD
                                    FROM WS-HWRK-RECORD
                        END-READ
                    END-PERFORM
                    CLOSE HISTORY-FILE
                END-IF
                CLOSE HIST-WORK-FILE
            END-IF.

        3500-REKEY-SUMMARIES.
            MOVE 'N' TO WS-IO-ERROR
            MOVE 'N' TO WS-SUM-EOF
            OPEN INPUT SUMMARY-FILE
            IF WS-SUM-STATUS = '00'
                OPEN OUTPUT SUM-WORK-FILE
                IF WS-SWRK-STATUS NOT = '00'
                    DISPLAY "SUM-WORK-FILE OPEN ERROR, STATUS: "
                        WS-SWRK-STATUS
                    MOVE 'Y' TO WS-IO-ERROR
                ELSE
                    PERFORM UNTIL WS-SUM-EOF = 'Y'
                        READ SUMMARY-FILE
                            AT END
                                MOVE 'Y' TO WS-SUM-EOF
                            NOT AT END
                                PERFORM 3600-REKEY-ONE-SUMMARY
                        END-READ
                    END-PERFORM
                    CLOSE SUM-WORK-FILE
                END-IF
                CLOSE SUMMARY-FILE
                IF WS-IO-ERROR = 'N'
                    PERFORM 3700-REPLACE-SUMMARIES
                END-IF
            END-IF.

        3600-REKEY-ONE-SUMMARY.
            MOVE WS-SUMMARY-RECORD TO WS-SUM-LINE
            IF WS-SUM-ELF IS NUMERIC
                MOVE WS-SUM-ELF TO WS-MAP-ELF
                PERFORM 3900-MAP-ELF-NUMBER
                IF WS-MAP-HIT = 'Y'
                    MOVE WS-MAP-ELF TO WS-SUM-ELF
                    ADD 1 TO WS-SUM-REKEYED
                END-IF
            END-IF
            WRITE WS-SWRK-RECORD FROM WS-SUM-LINE.

        3700-REPLACE-SUMMARIES.
            MOVE 'N' TO WS-SUM-EOF
            OPEN INPUT SUM-WORK-FILE
            IF WS-SWRK-STATUS NOT = '00'
                DISPLAY "SUM-WORK-FILE OPEN ERROR, STATUS: "
                    WS-SWRK-STATUS
            ELSE
                OPEN OUTPUT SUMMARY-FILE
                IF WS-SUM-STATUS NOT = '00'
                    DISPLAY "SUMMARY-FILE OPEN ERROR, STATUS: "
                        WS-SUM-STATUS
                ELSE
                    PERFORM UNTIL WS-SUM-EOF = 'Y'
                        READ SUM-WORK-FILE
                            AT END
                                MOVE 'Y' TO WS-SUM-EOF
                            NOT AT END
                                WRITE WS-SUMMARY-RECORD
                                    FROM WS-SWRK-RECORD
                        END-READ
                    END-PERFORM
                    CLOSE SUMMARY-FILE
                END-IF
                CLOSE SUM-WORK-FILE
            END-IF.

        3900-MAP-ELF-NUMBER.
            MOVE 'N' TO WS-MAP-HIT
            PERFORM VARYING WS-MRG-SUB FROM 1 BY 1
                UNTIL WS-MRG-SUB > WS-MRG-COUNT OR WS-MAP-HIT = 'Y'
                IF WS-MRG-DONE (WS-MRG-SUB) = 'Y' AND
                   WS-MRG-FROM (WS-MRG-SUB) = WS-MAP-ELF
                    MOVE WS-MRG-TO (WS-MRG-SUB) TO WS-MAP-ELF
                    MOVE 'Y' TO WS-MAP-HIT
                END-IF
            END-PERFORM.
