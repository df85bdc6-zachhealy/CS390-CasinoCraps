            IF ws-shiftHistFileStat NOT = '00'
                DISPLAY 'Could not open ' ws-shiftHistName
                    ' (status ' ws-shiftHistFileStat '), skipping.'
                MOVE 4 TO RETURN-CODE
            ELSE
                ADD 1 TO ws-tableCount
                MOVE 'N' TO ws-histEOF
            IF ws-tblIdMismatch = 'Y'
                DISPLAY '  *** WARNING: this SHIFTHIST.DAT mixes '
                    'more than one table ID. ***'
                MOVE 4 TO RETURN-CODE
            END-IF.

        PRINT-PIT-TOTALS.
