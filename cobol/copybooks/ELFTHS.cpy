            01 ELF-THS-RECORD.
                05 ELF-THS-KEY.
                    10 ELF-THS-ELF-NUM   PIC 9(4).
                    10 ELF-THS-FROM-DATE PIC 9(8).
                    10 ELF-THS-SEQ       PIC 9(2).
                05 ELF-THS-TO-DATE  PIC 9(8).
                05 ELF-THS-TEAM     PIC X(3).
                05 ELF-THS-ACTIVE   PIC X(1).
                05 ELF-THS-REASON   PIC X(10).
                05 ELF-THS-STAMP    PIC X(16).
