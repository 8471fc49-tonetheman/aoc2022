            01 ELF-PND-RECORD.
                05 ELF-PND-ID       PIC 9(6).
                05 ELF-PND-TYPE     PIC X(6).
                05 ELF-PND-ELF      PIC 9(4).
                05 ELF-PND-ENTERED  PIC X(8).
                05 ELF-PND-STAMP    PIC X(14).
                05 ELF-PND-DETAIL   PIC X(54).
                05 ELF-PND-CORR REDEFINES ELF-PND-DETAIL.
                    10 ELF-PND-LINE-NUM PIC 9(8).
                    10 ELF-PND-VALUE    PIC 9(6).
                    10 ELF-PND-CAT      PIC 9(1).
                    10 FILLER           PIC X(39).
