            01 ELF-STM-RECORD.
                05 ELF-STM-TYPE     PIC X(1).
                05 ELF-STM-CAMP     PIC X(3).
                05 ELF-STM-CATEGORY PIC X(8).
                05 ELF-STM-QTY      PIC 9(10).
                05 ELF-STM-STAMP    PIC X(16).
                05 ELF-STM-PROG     PIC X(8).
                05 ELF-STM-REF      PIC X(14).
