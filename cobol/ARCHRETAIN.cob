        IDENTIFICATION DIVISION.
        PROGRAM-ID. ARCHRETAIN.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TXN-FILE ASSIGN TO "TXNMASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TX-KEY
                FILE STATUS IS ws-txnFileStat.
            SELECT ARCHCAT-FILE ASSIGN TO "ARCHCAT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-archCatFileStat.
            SELECT NEWCAT-FILE ASSIGN TO "ARCHCAT.NEW"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-newCatFileStat.
            SELECT LEDGER-FILE ASSIGN USING ws-ledgerName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-ledgerFileStat.
            SELECT HIST-FILE ASSIGN USING ws-histName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-histFileStat.
        DATA DIVISION.
        FILE SECTION.
        FD  TXN-FILE.
            COPY TXNREC.
        FD  ARCHCAT-FILE.
            COPY ARCHCAT.
        FD  NEWCAT-FILE.
        01  NEWCAT-REC          PIC X(122).
        FD  LEDGER-FILE.
            COPY LEDGREC.
        FD  HIST-FILE.
            COPY LEDGHIST.
        WORKING-STORAGE SECTION.
        01 ws-txnFileStat       PIC XX.
        01 ws-archCatFileStat   PIC XX.
        01 ws-newCatFileStat    PIC XX.
        01 ws-ledgerFileStat    PIC XX.
        01 ws-histFileStat      PIC XX.
        01 ws-archCatEOF        PIC X.
        01 ws-ledgerEOF         PIC X.
        01 ws-histEOF           PIC X.
        01 ws-ledgerName        PIC X(40).
        01 ws-histName          PIC X(30).
        01 ws-todayDate         PIC X(8).
        01 ws-cutoffDate        PIC X(8).
        01 ws-dateNum           PIC 9(8).
        01 ws-retainDays        PIC 9(5).
        01 ws-minRetainDays     PIC 9(5) VALUE 31.
        01 ws-purgeMode         PIC X.
        01 ws-masterOpen        PIC X VALUE 'N'.
        01 ws-removeCommand     PIC X(80).

      *        Outcome of one catalog entry past the retention
      *        period: READY (verified, can go), ROLLED (already in
      *        the history file from a run that stopped before the
      *        catalog was rewritten), HELD, FAILED, then PURGED
      *        once it has been rolled up and removed.
        01 ws-outcome           PIC X(8).
        01 ws-reason            PIC X(40).
        01 ws-archLines         PIC 9(7).
        01 ws-catLines          PIC 9(7).
        01 ws-unpostedCount     PIC 9(7).
        01 ws-histFound         PIC X.
        01 ws-histInArchive     PIC X.
        01 ws-histLines         PIC 9(7).
        01 ws-postFound         PIC X.
        01 ws-postDone          PIC X.
        01 ws-amountNum         PIC 9(7).
        01 ws-balanceNum        PIC 9(7).
        01 ws-ctlInSession      PIC X.
        01 ws-ctlCount          PIC 9(7).
        01 ws-ctlHash           PIC 9(7).
        01 ws-ctlExpCount       PIC 9(7).
        01 ws-ctlExpHash        PIC 9(7).
        01 ws-ctlBad            PIC X.
        01 ws-ctlAmountNum      PIC 9(7).

        01 ws-entryCount        PIC 9(5) VALUE 0.
        01 ws-liveCount         PIC 9(5) VALUE 0.
        01 ws-earlierCount      PIC 9(5) VALUE 0.
        01 ws-purgedCount       PIC 9(5) VALUE 0.
        01 ws-heldCount         PIC 9(5) VALUE 0.
        01 ws-failedCount       PIC 9(5) VALUE 0.
        01 ws-linesDisp         PIC ZZZZZZ9.
        01 ws-unpostedDisp      PIC ZZZZZZ9.

        PROCEDURE DIVISION.
            PERFORM INITIALIZE-RETENTION
            OPEN INPUT ARCHCAT-FILE
            IF ws-archCatFileStat NOT = '00'
                DISPLAY 'No archive catalog (ARCHCAT.DAT) found - '
                    'nothing to review.'
                STOP RUN
            END-IF
            PERFORM OPEN-TXN-MASTER
            IF ws-purgeMode = 'Y'
                OPEN OUTPUT NEWCAT-FILE
            END-IF
            DISPLAY ' '
            DISPLAY 'OUTCOME  TABLE      DATE     ARCHIVE'
                '                                    LINES '
                'DETAIL'
            MOVE 'N' TO ws-archCatEOF
            PERFORM UNTIL ws-archCatEOF = 'Y'
                READ ARCHCAT-FILE
                    AT END
                        MOVE 'Y' TO ws-archCatEOF
                    NOT AT END
                        ADD 1 TO ws-entryCount
                        PERFORM REVIEW-CATALOG-ENTRY
                        IF ws-purgeMode = 'Y'
                            MOVE ARCH-CAT-REC TO NEWCAT-REC
                            WRITE NEWCAT-REC
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ARCHCAT-FILE
            IF ws-masterOpen = 'Y'
                CLOSE TXN-FILE
            END-IF
            IF ws-purgeMode = 'Y'
                CLOSE NEWCAT-FILE
                PERFORM REPLACE-CATALOG
            END-IF
            PERFORM PRINT-SUMMARY
            STOP RUN.

      *        The retention period counts back from today; an
      *        archive dated before the cutoff is past it. Anything
      *        shorter than a month is refused - the daily reports
      *        are rerun from the archives that far back. Report-
      *        only mode changes nothing and lists what would go.
        INITIALIZE-RETENTION.
            DISPLAY 'ARCHIVE RETENTION AND HISTORY COMPACTION'
            DISPLAY '========================================'
            MOVE FUNCTION CURRENT-DATE(1:8) TO ws-todayDate
            DISPLAY 'Retention period in days (0 keeps 365): '
            ACCEPT ws-retainDays
            IF ws-retainDays = 0
                MOVE 365 TO ws-retainDays
            END-IF
            IF ws-retainDays < ws-minRetainDays
                DISPLAY '*** REJECTED: retention period '
                    ws-retainDays ' days is under the minimum of '
                    ws-minRetainDays ' days. ***'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY 'Roll up and remove eligible archives? '
                '(Y = purge, N = report only): '
            ACCEPT ws-purgeMode
            IF ws-purgeMode = 'y'
                MOVE 'Y' TO ws-purgeMode
            END-IF
            IF ws-purgeMode NOT = 'Y'
                MOVE 'N' TO ws-purgeMode
            END-IF
            MOVE ws-todayDate TO ws-dateNum
            COMPUTE ws-dateNum = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(ws-dateNum) - ws-retainDays)
            MOVE ws-dateNum TO ws-cutoffDate
            DISPLAY 'Archives dated before ' ws-cutoffDate
                ' are past the ' ws-retainDays '-day retention '
                'period.'
            IF ws-purgeMode = 'N'
                DISPLAY 'Report only - no archive or catalog entry '
                    'is changed.'
            END-IF.

      *        Without a master nothing can be shown to be posted,
      *        so every archive past retention is held.
        OPEN-TXN-MASTER.
            OPEN INPUT TXN-FILE
            IF ws-txnFileStat = '00'
                MOVE 'Y' TO ws-masterOpen
            ELSE
                DISPLAY '*** WARNING: no transaction master '
                    '(TXNMASTER.DAT, status ' ws-txnFileStat
                    ') - nothing can be purged. ***'
            END-IF.

      *        Entries already purged and entries still inside the
      *        retention period are passed through untouched. A
      *        HELD or FAILED entry is tried again on every run, so
      *        it clears once TXNLOAD has posted it or the archive
      *        has been repaired.
        REVIEW-CATALOG-ENTRY.
            IF AC-RET-STATUS = 'PURGED'
                ADD 1 TO ws-earlierCount
            ELSE
                IF AC-DATE NOT < ws-cutoffDate
                    ADD 1 TO ws-liveCount
                ELSE
                    PERFORM REVIEW-EXPIRED-ARCHIVE
                END-IF
            END-IF.

        REVIEW-EXPIRED-ARCHIVE.
            MOVE AC-FILENAME TO ws-ledgerName
            MOVE AC-RECCOUNT TO ws-catLines
            MOVE SPACES TO ws-histName
            STRING 'LEDGHIST-' DELIMITED BY SIZE
                AC-TABLE-ID DELIMITED BY SPACE
                '-' DELIMITED BY SIZE
                AC-DATE(1:6) DELIMITED BY SIZE
                '.DAT' DELIMITED BY SIZE
                INTO ws-histName
            PERFORM VERIFY-ARCHIVE
            IF ws-outcome = 'READY' OR ws-outcome = 'ROLLED'
                IF ws-purgeMode = 'Y'
                    IF ws-outcome = 'READY'
                        PERFORM ROLL-INTO-HISTORY
                    END-IF
                    IF ws-outcome NOT = 'FAILED'
                        PERFORM REMOVE-ARCHIVE
                    END-IF
                    IF ws-outcome NOT = 'FAILED'
                        MOVE 'PURGED' TO ws-outcome
                        MOVE ws-histName TO ws-reason
                    END-IF
                ELSE
                    MOVE 'ELIGIBLE' TO ws-outcome
                    MOVE SPACES TO ws-reason
                    STRING 'would roll into ' DELIMITED BY SIZE
                        ws-histName DELIMITED BY SPACE
                        INTO ws-reason
                END-IF
            END-IF
            EVALUATE ws-outcome
                WHEN 'HELD'
                    ADD 1 TO ws-heldCount
                WHEN 'FAILED'
                    ADD 1 TO ws-failedCount
                WHEN OTHER
                    ADD 1 TO ws-purgedCount
            END-EVALUATE
            IF ws-purgeMode = 'Y'
                MOVE ws-outcome TO AC-RET-STATUS
                MOVE ws-todayDate TO AC-RET-DATE
                IF ws-outcome = 'PURGED'
                    MOVE ws-histName TO AC-HIST-FILE
                ELSE
                    MOVE SPACES TO AC-HIST-FILE
                END-IF
                MOVE SPACE TO AC-SEP5
                MOVE SPACE TO AC-SEP6
                MOVE SPACE TO AC-SEP7
            END-IF
            MOVE ws-catLines TO ws-linesDisp
            DISPLAY ws-outcome ' ' AC-TABLE-ID ' ' AC-DATE ' '
                AC-FILENAME ' ' ws-linesDisp ' ' ws-reason.

      *        The archive must carry the line count the game
      *        catalogued, pass its session control check and have
      *        every non-session line on the master exactly as
      *        TXNLOAD posts it. An archive already gone is fine only
      *        if the history file holds a complete copy of it.
        VERIFY-ARCHIVE.
            MOVE 'READY' TO ws-outcome
            MOVE SPACES TO ws-reason
            MOVE 0 TO ws-archLines
            MOVE 0 TO ws-unpostedCount
            OPEN INPUT LEDGER-FILE
            IF ws-ledgerFileStat NOT = '00'
                PERFORM FIND-IN-HISTORY
                IF ws-histFound = 'Y' AND ws-histLines = ws-catLines
                    MOVE 'ROLLED' TO ws-outcome
                ELSE
                    MOVE 'FAILED' TO ws-outcome
                    MOVE 'archive file missing' TO ws-reason
                END-IF
            ELSE
                MOVE 'N' TO ws-ctlInSession
                MOVE 'N' TO ws-ctlBad
                MOVE 0 TO ws-ctlCount
                MOVE 0 TO ws-ctlHash
                MOVE 'N' TO ws-ledgerEOF
                PERFORM UNTIL ws-ledgerEOF = 'Y'
                    READ LEDGER-FILE
                        AT END
                            MOVE 'Y' TO ws-ledgerEOF
                        NOT AT END
                            ADD 1 TO ws-archLines
                            PERFORM VERIFY-CONTROL-RECORD
                            IF ws-masterOpen = 'Y'
                               AND LR-BET-TYPE NOT = 'SESSION HDR'
                               AND LR-BET-TYPE NOT = 'SESSION SEAT'
                               AND LR-BET-TYPE NOT = 'SESSION TRL'
                               AND LR-BET-TYPE NOT = 'SESSION CREW'
                               AND LR-BET-TYPE
                                   NOT = 'SESSION BOXMAN'
                               AND LR-BET-TYPE
                                   NOT = 'SESSION DEALER'
                                PERFORM CHECK-POSTED-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LEDGER-FILE
                EVALUATE TRUE
                    WHEN ws-archLines NOT = ws-catLines
                        MOVE 'FAILED' TO ws-outcome
                        MOVE ws-archLines TO ws-linesDisp
                        STRING 'has ' DELIMITED BY SIZE
                            ws-linesDisp DELIMITED BY SIZE
                            ' lines, catalog differs'
                            DELIMITED BY SIZE
                            INTO ws-reason
                    WHEN ws-ctlInSession = 'Y' OR ws-ctlBad = 'Y'
                        MOVE 'FAILED' TO ws-outcome
                        MOVE 'session control check failed'
                            TO ws-reason
                    WHEN ws-masterOpen NOT = 'Y'
                        MOVE 'HELD' TO ws-outcome
                        MOVE 'no transaction master' TO ws-reason
                    WHEN ws-unpostedCount > 0
                        MOVE 'HELD' TO ws-outcome
                        MOVE ws-unpostedCount TO ws-unpostedDisp
                        STRING ws-unpostedDisp DELIMITED BY SIZE
                            ' not on master - run TXNLOAD'
                            DELIMITED BY SIZE
                            INTO ws-reason
                END-EVALUATE
            END-IF.

      *        Replays the control bracketing the game writes to
      *        LEDGER.DAT: every line between a SESSION HDR and its
      *        SESSION TRL counts toward the trailer's record count
      *        and amount hash (sum of amounts, mod 10^7). A trailer
      *        that disagrees, or a header left open at end of file,
      *        marks the file incomplete.
        VERIFY-CONTROL-RECORD.
            EVALUATE LR-BET-TYPE
                WHEN 'SESSION HDR'
                    IF ws-ctlInSession = 'Y'
                        MOVE 'Y' TO ws-ctlBad
                    END-IF
                    MOVE 'Y' TO ws-ctlInSession
                    MOVE 0 TO ws-ctlCount
                    MOVE 0 TO ws-ctlHash
                WHEN 'SESSION TRL'
                    MOVE LR-AMOUNT TO ws-ctlExpCount
                    MOVE LR-BALANCE TO ws-ctlExpHash
                    IF ws-ctlInSession NOT = 'Y'
                       OR ws-ctlExpCount NOT = ws-ctlCount
                       OR ws-ctlExpHash NOT = ws-ctlHash
                        MOVE 'Y' TO ws-ctlBad
                    END-IF
                    MOVE 'N' TO ws-ctlInSession
                WHEN OTHER
                    IF ws-ctlInSession = 'Y'
                        ADD 1 TO ws-ctlCount
                        MOVE LR-AMOUNT TO ws-ctlAmountNum
                        COMPUTE ws-ctlHash = FUNCTION MOD(
                            ws-ctlHash + ws-ctlAmountNum, 10000000)
                    END-IF
            END-EVALUATE.

      *        Same key walk TXNLOAD uses to post: player +
      *        timestamp, sequence from 0 until the identical line
      *        turns up or a free slot shows it was never posted.
        CHECK-POSTED-RECORD.
            MOVE LR-PLAYER-ID TO TX-PLAYER-ID
            MOVE LR-TIMESTAMP TO TX-TIMESTAMP
            MOVE LR-AMOUNT TO ws-amountNum
            MOVE LR-BALANCE TO ws-balanceNum
            MOVE 0 TO TX-SEQ
            MOVE 'N' TO ws-postFound
            MOVE 'N' TO ws-postDone
            PERFORM TRY-FIND-RECORD
                UNTIL ws-postDone = 'Y' OR TX-SEQ > 998
            IF ws-postFound NOT = 'Y'
                ADD 1 TO ws-unpostedCount
            END-IF.

        TRY-FIND-RECORD.
            READ TXN-FILE
                INVALID KEY
                    MOVE 'Y' TO ws-postDone
                NOT INVALID KEY
                    IF TX-BET-TYPE = LR-BET-TYPE
                       AND TX-AMOUNT = ws-amountNum
                       AND TX-BALANCE = ws-balanceNum
                        MOVE 'Y' TO ws-postFound
                        MOVE 'Y' TO ws-postDone
                    ELSE
                        ADD 1 TO TX-SEQ
                    END-IF
            END-READ.

      *        Counts the L lines under this archive's A line in the
      *        month's history file.
        FIND-IN-HISTORY.
            MOVE 'N' TO ws-histFound
            MOVE 'N' TO ws-histInArchive
            MOVE 0 TO ws-histLines
            OPEN INPUT HIST-FILE
            IF ws-histFileStat = '00'
                MOVE 'N' TO ws-histEOF
                PERFORM UNTIL ws-histEOF = 'Y'
                    READ HIST-FILE
                        AT END
                            MOVE 'Y' TO ws-histEOF
                        NOT AT END
                            IF LH-REC-TYPE = 'A'
                                MOVE 'N' TO ws-histInArchive
                                IF LH-FILENAME = ws-ledgerName
                                    MOVE 'Y' TO ws-histFound
                                    MOVE 'Y' TO ws-histInArchive
                                    MOVE 0 TO ws-histLines
                                END-IF
                            ELSE
                                IF ws-histInArchive = 'Y'
                                    ADD 1 TO ws-histLines
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HIST-FILE
            END-IF.

      *        Appends the archive to its month's history file and
      *        reads it back; the original is removed only when the
      *        copy holds every line. A copy left short by an
      *        interrupted run is not appended to again - it needs
      *        to be cut from the history file by hand.
        ROLL-INTO-HISTORY.
            PERFORM FIND-IN-HISTORY
            IF ws-histFound = 'Y'
                IF ws-histLines NOT = ws-archLines
                    MOVE 'FAILED' TO ws-outcome
                    MOVE 'short copy already in history file'
                        TO ws-reason
                END-IF
            ELSE
                OPEN EXTEND HIST-FILE
                IF ws-histFileStat = '35'
                    OPEN OUTPUT HIST-FILE
                    CLOSE HIST-FILE
                    OPEN EXTEND HIST-FILE
                END-IF
                MOVE SPACES TO LEDG-HIST-REC
                MOVE 'A' TO LH-REC-TYPE
                MOVE ws-ledgerName TO LH-FILENAME
                MOVE AC-DATE TO LH-ARCH-DATE
                MOVE AC-TIME TO LH-ARCH-TIME
                MOVE ws-archLines TO LH-RECCOUNT
                WRITE LEDG-HIST-REC
                OPEN INPUT LEDGER-FILE
                MOVE 'N' TO ws-ledgerEOF
                PERFORM UNTIL ws-ledgerEOF = 'Y'
                    READ LEDGER-FILE
                        AT END
                            MOVE 'Y' TO ws-ledgerEOF
                        NOT AT END
                            MOVE SPACES TO LEDG-HIST-REC
                            MOVE 'L' TO LH-REC-TYPE
                            MOVE LEDGER-REC TO LH-BODY
                            WRITE LEDG-HIST-REC
                    END-READ
                END-PERFORM
                CLOSE LEDGER-FILE
                CLOSE HIST-FILE
                PERFORM FIND-IN-HISTORY
                IF ws-histFound NOT = 'Y'
                   OR ws-histLines NOT = ws-archLines
                    MOVE 'FAILED' TO ws-outcome
                    MOVE 'history copy did not read back'
                        TO ws-reason
                END-IF
            END-IF.

        REMOVE-ARCHIVE.
            MOVE SPACES TO ws-removeCommand
            STRING 'rm -f ' DELIMITED BY SIZE
                ws-ledgerName DELIMITED BY SPACE
                INTO ws-removeCommand
            CALL "SYSTEM" USING ws-removeCommand
            MOVE 0 TO RETURN-CODE
            OPEN INPUT LEDGER-FILE
            IF ws-ledgerFileStat = '00'
                CLOSE LEDGER-FILE
                MOVE 'FAILED' TO ws-outcome
                MOVE 'rolled up but could not be removed'
                    TO ws-reason
            END-IF.

      *        The catalog is rewritten from the working copy built
      *        during the run; the game only appends to it at shift
      *        close, so run this while no table in the directory is
      *        closing a shift.
        REPLACE-CATALOG.
            OPEN INPUT NEWCAT-FILE
            OPEN OUTPUT ARCHCAT-FILE
            MOVE 'N' TO ws-archCatEOF
            PERFORM UNTIL ws-archCatEOF = 'Y'
                READ NEWCAT-FILE
                    AT END
                        MOVE 'Y' TO ws-archCatEOF
                    NOT AT END
                        MOVE NEWCAT-REC TO ARCH-CAT-REC
                        WRITE ARCH-CAT-REC
                END-READ
            END-PERFORM
            CLOSE NEWCAT-FILE
            CLOSE ARCHCAT-FILE
            MOVE 'rm -f ARCHCAT.NEW' TO ws-removeCommand
            CALL "SYSTEM" USING ws-removeCommand
            MOVE 0 TO RETURN-CODE.

      *        Return code 4 when anything past retention had to be
      *        kept, so a scheduled run shows it needs attention.
        PRINT-SUMMARY.
            DISPLAY ' '
            DISPLAY '===== RETENTION SUMMARY ====='
            DISPLAY 'Catalog entries read:        ' ws-entryCount
            DISPLAY 'Within retention period:     ' ws-liveCount
            DISPLAY 'Purged on earlier runs:      ' ws-earlierCount
            IF ws-purgeMode = 'Y'
                DISPLAY 'Purged this run:             '
                    ws-purgedCount
            ELSE
                DISPLAY 'Eligible to purge:           '
                    ws-purgedCount
            END-IF
            DISPLAY 'Held back (not posted):      ' ws-heldCount
            DISPLAY 'Failed verification:         ' ws-failedCount
            IF ws-heldCount > 0 OR ws-failedCount > 0
                DISPLAY '*** WARNING: ' ws-heldCount ' held and '
                    ws-failedCount ' failed archive(s) kept past '
                    'the retention period. ***'
                MOVE 4 TO RETURN-CODE
            END-IF
            DISPLAY '============================='.
