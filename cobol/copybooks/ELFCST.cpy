            01 ELF-CST-RECORD.
                05 ELF-CST-KEY.
                    10 ELF-CST-CATEGORY PIC X(8).
                    10 ELF-CST-EFF-DATE PIC 9(8).
                05 ELF-CST-RATE   PIC 9(3)V9(6).
