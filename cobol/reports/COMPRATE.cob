                        NOT AT END
                            IF AC-DATE >= ws-fromDate
                               AND AC-DATE <= ws-toDate
                                IF AC-RET-STATUS = 'PURGED'
                                    PERFORM SHOW-PURGED-ARCHIVE
                                ELSE
                                    MOVE AC-FILENAME
                                        TO ws-ledgerName
                                    PERFORM PROCESS-ONE-FILE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                END-PERFORM
            END-IF.

      *        A purged archive's lines live on only in its monthly
      *        LEDGHIST file, so figures for that shift are missing.
        SHOW-PURGED-ARCHIVE.
            DISPLAY '*** WARNING: ' AC-FILENAME ' was purged to '
                AC-HIST-FILE ' - not included. ***'.

        PROCESS-ONE-FILE.
            OPEN INPUT LEDGER-FILE
            IF ws-ledgerFileStat NOT = '00'
                    DISPLAY '*** WARNING: ' ws-ledgerName
                        ' fails the session completeness check - '
                        'figures from it may be short. ***'
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.

