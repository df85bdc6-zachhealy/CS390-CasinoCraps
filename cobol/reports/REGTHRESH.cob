        01 ws-ctlAmountNum      PIC 9(7).

      *        One slot per patron seen on the report date; the
      *        buy-in side (wagers plus markers issued) and cash
      *        marker redemptions at the cage accumulate across
      *        every table's file so split play still adds up to
      *        one daily figure.
        01 ws-aggTable.
            05 ws-aggEntry OCCURS 50 TIMES.
                10 RG-ID            PIC X(10).
                            MOVE 'Y' TO ws-archCatEOF
                        NOT AT END
                            IF AC-DATE >= ws-reportDate
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
                WHEN 'PLACE 10 WIN'
                WHEN 'BIG 6 WIN'
                WHEN 'BIG 8 WIN'
                WHEN 'COME WIN'
                WHEN 'COME 4 WIN'
                WHEN 'COME 5 WIN'
                WHEN 'COME 6 WIN'
                WHEN 'COME 8 WIN'
                WHEN 'COME 9 WIN'
                WHEN 'COME 10 WIN'
                WHEN 'DCOME WIN'
                WHEN 'DCOME 4 WIN'
                WHEN 'DCOME 5 WIN'
                WHEN 'DCOME 6 WIN'
                WHEN 'DCOME 8 WIN'
                WHEN 'DCOME 9 WIN'
                WHEN 'DCOME 10 WIN'
                    IF ws-amountNum >= ws-payThreshold
                        PERFORM FLAG-LARGE-PAYOUT
                    END-IF
                WHEN 'PLACE BET'
                WHEN 'BIG 6/8 BET'
                WHEN 'MARKER ISSUED'
                WHEN 'MARKER REDEEM'
                    PERFORM ADD-TO-AGGREGATE
                WHEN OTHER
                    CONTINUE
                END-IF
            END-PERFORM.

      *        A short extract cannot be filed, so either warning
      *        ends the run with return code 8 for the nightly close.
        PRINT-SUMMARY.
            DISPLAY ' '
            DISPLAY '===== THRESHOLD SUMMARY FOR ' ws-reportDate
            IF ws-aggOverflow = 'Y'
                DISPLAY '*** WARNING: more than 50 patrons on this '
                    'date - later patrons not aggregated. ***'
                MOVE 8 TO RETURN-CODE
            END-IF
            IF ws-badFiles > 0
                DISPLAY '*** WARNING: ' ws-badFiles ' file(s) '
                    'failed the session completeness check - the '
                    'extract may be short. ***'
                MOVE 8 TO RETURN-CODE
            END-IF
            DISPLAY 'Extract written to REGEXTRACT.DAT.'
            DISPLAY '========================================'.
