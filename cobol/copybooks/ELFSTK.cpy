            01 ELF-STK-RECORD.
                05 ELF-STK-KEY.
                    10 ELF-STK-CAMP     PIC X(3).
                    10 ELF-STK-CATEGORY PIC X(8).
                05 ELF-STK-ON-HAND  PIC S9(10).
                05 ELF-STK-OPENING  PIC S9(10).
                05 ELF-STK-RECEIPTS PIC 9(10).
                05 ELF-STK-CONSUMED PIC S9(10).
                05 ELF-STK-SPOILED  PIC 9(10).
                05 ELF-STK-LAST-POSTED PIC X(16).
