                    WRITE WS-XAUD-RECORD FROM WS-XAUD-LINE
                    PERFORM 1200-WRITE-ADD-FIX
                NOT INVALID KEY
                    IF ELF-IDX-TOTAL > 0 AND
                       (ELF-MST-ACTIVE = 'N' OR ELF-MST-ACTIVE = 'M')
                        ADD 1 TO WS-INACT-INTAKE-COUNT
                        MOVE ELF-IDX-NUMBER TO WS-XAUD-ELF
                        MOVE ELF-IDX-TOTAL TO WS-XAUD-TOTAL
            END-PERFORM.

        2100-CHECK-ONE-MASTER.
            IF ELF-MST-ACTIVE NOT = 'N' AND ELF-MST-ACTIVE NOT = 'M'
                MOVE ELF-MST-NUMBER TO ELF-IDX-NUMBER
                READ ELF-INDEX-FILE
                    KEY IS ELF-IDX-NUMBER
