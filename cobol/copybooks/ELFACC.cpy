            01 ELF-ACC-RECORD.
                05 ELF-ACC-NUMBER     PIC 9(4).
                05 ELF-ACC-CUR-TOTAL  PIC S9(10).
                05 ELF-ACC-CUR-CAT    OCCURS 4 TIMES PIC S9(10).
                05 ELF-ACC-CUR-ADJ    PIC S9(10).
                05 ELF-ACC-NEXT-TOTAL PIC S9(10).
                05 ELF-ACC-NEXT-CAT   OCCURS 4 TIMES PIC S9(10).
                05 ELF-ACC-NEXT-ADJ   PIC S9(10).
                05 ELF-ACC-PRI-TOTAL  PIC S9(10).
                05 ELF-ACC-PRI-CAT    OCCURS 4 TIMES PIC S9(10).
                05 ELF-ACC-PRI-ADJ    PIC S9(10).
                05 ELF-ACC-YTD-TOTAL  PIC S9(12).
                05 ELF-ACC-YTD-CAT    OCCURS 4 TIMES PIC S9(12).
                05 ELF-ACC-LAST-STAMP PIC X(16).
                05 ELF-ACC-LAST-PROG  PIC X(8).
