
      *        Saves whatever TABLECFG.DAT the harness found (or notes
      *        that there wasn't one) before the first scenario
      *        overwrites it. The limit change history is moved aside
      *        too, or the game would lay the live bet-type limits
      *        over each scenario's max/min.
        BACKUP-ORIGINAL-CONFIG.
            STRING 'sh -c "if [ -f TABLECFG.DAT ]; then cp -f '
                'TABLECFG.DAT TABLECFG.DAT.holdsimbak; else rm -f '
                'TABLECFG.DAT.holdsimbak; fi"' DELIMITED BY SIZE
                INTO ws-backupCommand
            CALL "SYSTEM" USING ws-backupCommand
            MOVE SPACES TO ws-backupCommand
            STRING 'sh -c "if [ -f CFGHIST.DAT ]; then mv -f '
                'CFGHIST.DAT CFGHIST.DAT.holdsimbak; else rm -f '
                'CFGHIST.DAT.holdsimbak; fi"' DELIMITED BY SIZE
                INTO ws-backupCommand
            CALL "SYSTEM" USING ws-backupCommand
            MOVE 'Y' TO ws-configBackedUp.

      *        Restores whatever TABLECFG.DAT the harness found before
                    DELIMITED BY SIZE
                    INTO ws-restoreCommand
                CALL "SYSTEM" USING ws-restoreCommand
                MOVE SPACES TO ws-restoreCommand
                STRING 'sh -c "if [ -f CFGHIST.DAT.holdsimbak ]; '
                    'then mv -f CFGHIST.DAT.holdsimbak '
                    'CFGHIST.DAT; fi"'
                    DELIMITED BY SIZE
                    INTO ws-restoreCommand
                CALL "SYSTEM" USING ws-restoreCommand
            END-IF.

      *        Saves every live data file the scenario runs mutate
