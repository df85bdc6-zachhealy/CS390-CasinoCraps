                DISPLAY 'Could not open RNGAUDIT.DAT (status '
                    ws-rngAuditFileStat ').'
                MOVE 'Y' TO ws-auditEOF
                MOVE 4 TO RETURN-CODE
            ELSE
                PERFORM READ-AUDIT-RECORD
                IF ws-auditEOF = 'N'
            DISPLAY '===== SUMMARY ====='
            DISPLAY 'Seed runs examined: ' ws-runCount
            DISPLAY 'Seed runs flagged:  ' ws-flaggedCount
            IF ws-flaggedCount > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            DISPLAY '===================='.
