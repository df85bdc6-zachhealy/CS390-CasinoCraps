        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLEXTRACT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-glMapFileStat.
            SELECT GLCTL-FILE ASSIGN TO "GLCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-glCtlFileStat.
            SELECT JOURNAL-FILE ASSIGN USING ws-journalName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-journalFileStat.
            SELECT SHIFT-HIST-FILE ASSIGN USING ws-shiftHistName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-shiftHistFileStat.
            SELECT ARCHCAT-FILE ASSIGN USING ws-archCatName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-archCatFileStat.
            SELECT LEDGER-FILE ASSIGN USING ws-ledgerName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-ledgerFileStat.
        DATA DIVISION.
        FILE SECTION.
      *        Account mapping kept by accounting: one line per
      *        table and transaction type naming the account to
      *        debit and the account to credit for a positive
      *        amount (a negative hold or a short tray posts the
      *        other way round). Table *ALL* is the default for any
      *        table without its own line; *CAGE* is the cage
      *        window (PITCLERK lines outside a table session).
      *        Transaction types are TABLE HOLD, TRAY OVERSHORT and
      *        the ledger types journalled as they stand: TRAY FILL,
      *        TRAY CREDIT, MARKER ISSUED, MARKER PAYMT, MARKER
      *        REDEEM, ACCT DEPOSIT, ACCT WITHDRAW, ACCT CLOSED (the
      *        balance paid out when an account is closed), TOURN
      *        BUYIN and TOURN PRIZE.
        FD  GLMAP-FILE.
        01  GLMAP-REC.
            05 GM-TABLE-ID      PIC X(10).
            05 GM-SEP1          PIC X.
            05 GM-TXN-TYPE      PIC X(15).
            05 GM-SEP2          PIC X.
            05 GM-DEBIT-ACCT    PIC X(12).
            05 GM-SEP3          PIC X.
            05 GM-CREDIT-ACCT   PIC X(12).
      *        One line per journal posted. A business date already
      *        on file here is never journalled again.
        FD  GLCTL-FILE.
        01  GLCTL-REC.
            05 GC-BUS-DATE      PIC X(8).
            05 GC-SEP1          PIC X VALUE SPACE.
            05 GC-RUN-STAMP     PIC X(14).
            05 GC-SEP2          PIC X VALUE SPACE.
            05 GC-LINES         PIC 9(5).
            05 GC-SEP3          PIC X VALUE SPACE.
            05 GC-DEBITS        PIC 9(11).
            05 GC-SEP4          PIC X VALUE SPACE.
            05 GC-CREDITS       PIC 9(11).
            05 GC-SEP5          PIC X VALUE SPACE.
            05 GC-FILENAME      PIC X(30).
        FD  JOURNAL-FILE.
        01  JOURNAL-REC.
            05 GJ-BUS-DATE      PIC X(8).
            05 GJ-SEP1          PIC X VALUE SPACE.
            05 GJ-LINE-NO       PIC 9(5).
            05 GJ-SEP2          PIC X VALUE SPACE.
            05 GJ-ACCOUNT       PIC X(12).
            05 GJ-SEP3          PIC X VALUE SPACE.
            05 GJ-DR-CR         PIC X.
            05 GJ-SEP4          PIC X VALUE SPACE.
            05 GJ-AMOUNT        PIC 9(9).
            05 GJ-SEP5          PIC X VALUE SPACE.
            05 GJ-TABLE-ID      PIC X(10).
            05 GJ-SEP6          PIC X VALUE SPACE.
            05 GJ-TXN-TYPE      PIC X(15).
        FD  SHIFT-HIST-FILE.
            COPY SHIFTHIST.
        FD  ARCHCAT-FILE.
            COPY ARCHCAT.
        FD  LEDGER-FILE.
            COPY LEDGREC.
        WORKING-STORAGE SECTION.
        01 ws-glMapFileStat     PIC XX.
        01 ws-glCtlFileStat     PIC XX.
        01 ws-journalFileStat   PIC XX.
        01 ws-shiftHistFileStat PIC XX.
        01 ws-archCatFileStat   PIC XX.
        01 ws-ledgerFileStat    PIC XX.
        01 ws-journalName       PIC X(30).
        01 ws-shiftHistName     PIC X(70).
        01 ws-archCatName       PIC X(70).
        01 ws-ledgerName        PIC X(70).
        01 ws-tablePrefix       PIC X(30).
        01 ws-pathPrefix        PIC X(30).
        01 ws-glMapEOF          PIC X.
        01 ws-glCtlEOF          PIC X.
        01 ws-histEOF           PIC X.
        01 ws-archCatEOF        PIC X.
        01 ws-ledgerEOF         PIC X.
        01 ws-busDate           PIC X(8).
        01 ws-todayDate         PIC X(8).
        01 ws-dateNum           PIC 9(8).
        01 ws-runStamp          PIC X(14).
        01 ws-amountNum         PIC 9(7).
        01 ws-signedAmt         PIC S9(9).
        01 ws-lineTable         PIC X(10).
        01 ws-postType          PIC X(15).
        01 ws-rejected          PIC X VALUE 'N'.
        01 ws-postedBefore      PIC X VALUE 'N'.
        01 ws-postedStamp       PIC X(14).
        01 ws-shiftCount        PIC 9(5) VALUE 0.
        01 ws-archiveCount      PIC 9(5) VALUE 0.
        01 ws-badArchives       PIC 9(3) VALUE 0.
        01 ws-unmappedCount     PIC 9(3) VALUE 0.
        01 ws-ctlInSession      PIC X.
        01 ws-ctlCount          PIC 9(7).
        01 ws-ctlHash           PIC 9(7).
        01 ws-ctlExpCount       PIC 9(7).
        01 ws-ctlExpHash        PIC 9(7).
        01 ws-ctlBad            PIC X.
        01 ws-ctlAmountNum      PIC 9(7).

      *        The day's activity is summed by table and transaction
      *        type before anything is written, so the journal can
      *        be proved in balance first and posted whole or not
      *        at all.
        01 ws-entryCount        PIC 9(3) VALUE 0.
        01 ws-entryIdx          PIC 9(3).
        01 ws-entryFound        PIC 9(3).
        01 ws-entryTable.
            05 ws-entry OCCURS 300 TIMES.
                10 GE-TABLE-ID      PIC X(10).
                10 GE-TXN-TYPE      PIC X(15).
                10 GE-AMOUNT        PIC S9(9).

        01 ws-mapCount          PIC 9(3) VALUE 0.
        01 ws-mapIdx            PIC 9(3).
        01 ws-mapFound          PIC 9(3).
        01 ws-mapDefault        PIC 9(3).
        01 ws-mapTable.
            05 ws-mapEntry OCCURS 200 TIMES.
                10 MP-TABLE-ID      PIC X(10).
                10 MP-TXN-TYPE      PIC X(15).
                10 MP-DEBIT-ACCT    PIC X(12).
                10 MP-CREDIT-ACCT   PIC X(12).

        01 ws-debitAcct         PIC X(12).
        01 ws-creditAcct        PIC X(12).
        01 ws-postAmt           PIC 9(9).
        01 ws-writeMode         PIC X.
        01 ws-lineNo            PIC 9(5).
        01 ws-totDebits         PIC 9(11).
        01 ws-totCredits        PIC 9(11).
        01 ws-amtDisp           PIC ZZZZZZZZZZ9.
        01 ws-entryDisp         PIC -ZZZZZZZZ9.

        PROCEDURE DIVISION.
            DISPLAY 'GENERAL LEDGER JOURNAL EXTRACT'
            DISPLAY '==============================='
            PERFORM GET-BUSINESS-DATE
            PERFORM CHECK-ALREADY-POSTED
            IF ws-postedBefore = 'Y'
                DISPLAY '*** REJECTED: business date ' ws-busDate
                    ' was journalled on ' ws-postedStamp
                    ' (GLCTL.DAT) - not posted again. ***'
                MOVE 4 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LOAD-GL-MAP
            PERFORM PROCESS-TABLES
            MOVE 'N' TO ws-writeMode
            PERFORM BUILD-JOURNAL
            PERFORM PRINT-JOURNAL-SUMMARY
            IF ws-totDebits NOT = ws-totCredits
                MOVE 'Y' TO ws-rejected
                DISPLAY '*** REJECTED: debits do not equal '
                    'credits. ***'
            END-IF
            IF ws-unmappedCount > 0
                MOVE 'Y' TO ws-rejected
                DISPLAY '*** REJECTED: ' ws-unmappedCount ' table/'
                    'transaction type(s) have no account in '
                    'GLMAP.DAT. ***'
            END-IF
            IF ws-badArchives > 0
                MOVE 'Y' TO ws-rejected
                DISPLAY '*** REJECTED: ' ws-badArchives ' archive'
                    '(s) failed the session completeness check. ***'
            END-IF
            IF ws-entryCount = 0
                MOVE 'Y' TO ws-rejected
                DISPLAY '*** REJECTED: no activity found for '
                    ws-busDate '. ***'
            END-IF
            IF ws-rejected = 'Y'
                DISPLAY 'Journal NOT written. Correct the above and '
                    'rerun.'
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM WRITE-JOURNAL
            END-IF
            DISPLAY '==============================='
            STOP RUN.

      *        The business date is the close date of the shifts in
      *        it: SHIFTHIST.DAT rows and catalogued archives dated
      *        that day. A day still open can't be journalled, or
      *        the shifts closing after the run would be locked out
      *        by the control total.
        GET-BUSINESS-DATE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO ws-todayDate
            MOVE FUNCTION CURRENT-DATE(1:14) TO ws-runStamp
            DISPLAY 'Business date (YYYYMMDD, blank for '
                'yesterday): '
            ACCEPT ws-busDate
            IF ws-busDate = SPACES
                MOVE ws-todayDate TO ws-dateNum
                COMPUTE ws-dateNum = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(ws-dateNum) - 1)
                MOVE ws-dateNum TO ws-busDate
            END-IF
            IF ws-busDate NOT < ws-todayDate
                DISPLAY '*** REJECTED: business date ' ws-busDate
                    ' is not closed yet - run it after '
                    'midnight. ***'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE SPACES TO ws-journalName
            STRING 'GLJRNL-' ws-busDate '.DAT' DELIMITED BY SIZE
                INTO ws-journalName.

        CHECK-ALREADY-POSTED.
            OPEN INPUT GLCTL-FILE
            IF ws-glCtlFileStat = '00'
                MOVE 'N' TO ws-glCtlEOF
                PERFORM UNTIL ws-glCtlEOF = 'Y'
                    READ GLCTL-FILE
                        AT END
                            MOVE 'Y' TO ws-glCtlEOF
                        NOT AT END
                            IF GC-BUS-DATE = ws-busDate
                                MOVE 'Y' TO ws-postedBefore
                                MOVE GC-RUN-STAMP TO ws-postedStamp
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GLCTL-FILE
            END-IF.

        LOAD-GL-MAP.
            OPEN INPUT GLMAP-FILE
            IF ws-glMapFileStat NOT = '00'
                DISPLAY '*** WARNING: no account mapping '
                    '(GLMAP.DAT) - every line will be unmapped. ***'
            ELSE
                MOVE 'N' TO ws-glMapEOF
                PERFORM UNTIL ws-glMapEOF = 'Y'
                    READ GLMAP-FILE
                        AT END
                            MOVE 'Y' TO ws-glMapEOF
                        NOT AT END
                            IF ws-mapCount < 200
                                ADD 1 TO ws-mapCount
                                MOVE GM-TABLE-ID
                                    TO MP-TABLE-ID(ws-mapCount)
                                MOVE GM-TXN-TYPE
                                    TO MP-TXN-TYPE(ws-mapCount)
                                MOVE GM-DEBIT-ACCT
                                    TO MP-DEBIT-ACCT(ws-mapCount)
                                MOVE GM-CREDIT-ACCT
                                    TO MP-CREDIT-ACCT(ws-mapCount)
                            ELSE
                                DISPLAY '*** WARNING: GLMAP.DAT '
                                    'holds more than 200 lines - '
                                    'the rest are ignored. ***'
                                MOVE 'Y' TO ws-glMapEOF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GLMAP-FILE
            END-IF.

        PROCESS-TABLES.
            DISPLAY 'Enter each table''s directory prefix (path '
                'ending in a slash where its SHIFTHIST.DAT, '
                'ARCHCAT.DAT and ledger archives live, or a single '
                'period (.) for the current directory).'
            DISPLAY 'Press Enter on a blank prefix line to stop '
                'adding tables.'
            DISPLAY 'Table prefix (blank to finish): '
            ACCEPT ws-tablePrefix
            PERFORM UNTIL ws-tablePrefix = SPACES
                PERFORM PROCESS-ONE-TABLE
                DISPLAY 'Table prefix (blank to finish): '
                ACCEPT ws-tablePrefix
            END-PERFORM.

        PROCESS-ONE-TABLE.
            MOVE ws-tablePrefix TO ws-pathPrefix
            IF ws-tablePrefix = '.'
                MOVE SPACES TO ws-pathPrefix
            END-IF
            MOVE SPACES TO ws-shiftHistName
            MOVE SPACES TO ws-archCatName
            STRING ws-pathPrefix DELIMITED BY SPACE
                'SHIFTHIST.DAT' DELIMITED BY SIZE
                INTO ws-shiftHistName
            STRING ws-pathPrefix DELIMITED BY SPACE
                'ARCHCAT.DAT' DELIMITED BY SIZE
                INTO ws-archCatName
            PERFORM COLLECT-SHIFT-HISTORY
            PERFORM COLLECT-ARCHIVES.

      *        Table win comes from the shift history rows, as does
      *        the tray over/short counted at close.
        COLLECT-SHIFT-HISTORY.
            OPEN INPUT SHIFT-HIST-FILE
            IF ws-shiftHistFileStat NOT = '00'
                DISPLAY 'Could not open ' ws-shiftHistName
                    ' (status ' ws-shiftHistFileStat '), skipping.'
            ELSE
                MOVE 'N' TO ws-histEOF
                PERFORM UNTIL ws-histEOF = 'Y'
                    READ SHIFT-HIST-FILE
                        AT END
                            MOVE 'Y' TO ws-histEOF
                        NOT AT END
                            IF SH-DATE = ws-busDate
                                PERFORM POST-SHIFT-ROW
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SHIFT-HIST-FILE
            END-IF.

        POST-SHIFT-ROW.
            ADD 1 TO ws-shiftCount
            MOVE SH-TABLE-ID TO ws-lineTable
            MOVE 'TABLE HOLD' TO ws-postType
            MOVE SH-HOLD TO ws-signedAmt
            PERFORM ADD-TO-ENTRY
            IF SH-TRAY-OS NOT = SPACES
                MOVE 'TRAY OVERSHORT' TO ws-postType
                MOVE SH-TRAY-OS TO ws-signedAmt
                PERFORM ADD-TO-ENTRY
            END-IF.

        COLLECT-ARCHIVES.
            OPEN INPUT ARCHCAT-FILE
            IF ws-archCatFileStat NOT = '00'
                DISPLAY 'Could not open ' ws-archCatName
                    ' (status ' ws-archCatFileStat '), skipping.'
            ELSE
                MOVE 'N' TO ws-archCatEOF
                PERFORM UNTIL ws-archCatEOF = 'Y'
                    READ ARCHCAT-FILE
                        AT END
                            MOVE 'Y' TO ws-archCatEOF
                        NOT AT END
                            IF AC-DATE = ws-busDate
                               AND AC-RET-STATUS = 'PURGED'
                                PERFORM SHOW-PURGED-ARCHIVE
                            END-IF
                            IF AC-DATE = ws-busDate
                               AND AC-RET-STATUS NOT = 'PURGED'
                                MOVE SPACES TO ws-ledgerName
                                STRING ws-pathPrefix
                                    DELIMITED BY SPACE
                                    AC-FILENAME DELIMITED BY SPACE
                                    INTO ws-ledgerName
                                PERFORM COLLECT-ONE-ARCHIVE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ARCHCAT-FILE
            END-IF.

      *        A purged archive's lines live on only in its monthly
      *        LEDGHIST file; the day can't be journalled without it.
        SHOW-PURGED-ARCHIVE.
            ADD 1 TO ws-badArchives
            DISPLAY '*** WARNING: ' AC-FILENAME ' was purged to '
                AC-HIST-FILE ' - cannot be journalled. ***'.

      *        Money lines in an archive belong to the table of the
      *        session they sit in. PITCLERK writes outside any
      *        session bracket, so those lines are the cage's.
        COLLECT-ONE-ARCHIVE.
            OPEN INPUT LEDGER-FILE
            IF ws-ledgerFileStat NOT = '00'
                ADD 1 TO ws-badArchives
                DISPLAY 'Could not open ' ws-ledgerName
                    ' (status ' ws-ledgerFileStat ').'
            ELSE
                ADD 1 TO ws-archiveCount
                MOVE 'N' TO ws-ctlInSession
                MOVE 'N' TO ws-ctlBad
                MOVE 0 TO ws-ctlCount
                MOVE 0 TO ws-ctlHash
                MOVE '*CAGE*' TO ws-lineTable
                MOVE 'N' TO ws-ledgerEOF
                PERFORM UNTIL ws-ledgerEOF = 'Y'
                    READ LEDGER-FILE
                        AT END
                            MOVE 'Y' TO ws-ledgerEOF
                        NOT AT END
                            PERFORM VERIFY-CONTROL-RECORD
                            PERFORM CLASSIFY-LEDGER-LINE
                    END-READ
                END-PERFORM
                CLOSE LEDGER-FILE
                IF ws-ctlInSession = 'Y' OR ws-ctlBad = 'Y'
                    ADD 1 TO ws-badArchives
                    DISPLAY '*** WARNING: ' ws-ledgerName
                        ' fails the session completeness check. ***'
                END-IF
            END-IF.

        CLASSIFY-LEDGER-LINE.
            MOVE LR-BET-TYPE TO ws-postType
            EVALUATE LR-BET-TYPE
                WHEN 'SESSION HDR'
                    MOVE LR-PLAYER-ID TO ws-lineTable
                WHEN 'SESSION TRL'
                    MOVE '*CAGE*' TO ws-lineTable
                WHEN 'TRAY FILL'
                WHEN 'TRAY CREDIT'
                WHEN 'MARKER ISSUED'
                WHEN 'MARKER PAYMT'
                WHEN 'MARKER REDEEM'
                WHEN 'ACCT DEPOSIT'
                WHEN 'ACCT WITHDRAW'
                WHEN 'ACCT CLOSED'
                WHEN 'TOURN BUYIN'
                WHEN 'TOURN PRIZE'
                    MOVE LR-AMOUNT TO ws-amountNum
                    MOVE ws-amountNum TO ws-signedAmt
                    PERFORM ADD-TO-ENTRY
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

        ADD-TO-ENTRY.
            MOVE 0 TO ws-entryFound
            PERFORM VARYING ws-entryIdx FROM 1 BY 1
                    UNTIL ws-entryIdx > ws-entryCount
                IF GE-TABLE-ID(ws-entryIdx) = ws-lineTable
                   AND GE-TXN-TYPE(ws-entryIdx) = ws-postType
                    MOVE ws-entryIdx TO ws-entryFound
                END-IF
            END-PERFORM
            IF ws-entryFound = 0
                IF ws-entryCount < 300
                    ADD 1 TO ws-entryCount
                    MOVE ws-entryCount TO ws-entryFound
                    MOVE ws-lineTable TO GE-TABLE-ID(ws-entryFound)
                    MOVE ws-postType TO GE-TXN-TYPE(ws-entryFound)
                    MOVE 0 TO GE-AMOUNT(ws-entryFound)
                ELSE
                    MOVE 'Y' TO ws-rejected
                    DISPLAY '*** REJECTED: more than 300 table/'
                        'transaction totals for one day. ***'
                END-IF
            END-IF
            IF ws-entryFound > 0
                ADD ws-signedAmt TO GE-AMOUNT(ws-entryFound)
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

      *        Two passes over the same totals: the first (write
      *        mode N) only adds up the debit and credit legs, the
      *        second writes them once the first has proved the
      *        journal in balance.
        BUILD-JOURNAL.
            MOVE 0 TO ws-lineNo
            MOVE 0 TO ws-totDebits
            MOVE 0 TO ws-totCredits
            MOVE 0 TO ws-unmappedCount
            PERFORM VARYING ws-entryIdx FROM 1 BY 1
                    UNTIL ws-entryIdx > ws-entryCount
                IF GE-AMOUNT(ws-entryIdx) NOT = 0
                    PERFORM JOURNAL-ONE-ENTRY
                END-IF
            END-PERFORM.

        JOURNAL-ONE-ENTRY.
            PERFORM FIND-GL-MAPPING
            IF ws-mapFound = 0
                ADD 1 TO ws-unmappedCount
                IF ws-writeMode = 'N'
                    MOVE GE-AMOUNT(ws-entryIdx) TO ws-entryDisp
                    DISPLAY '*** UNMAPPED: ' GE-TABLE-ID(ws-entryIdx)
                        ' ' GE-TXN-TYPE(ws-entryIdx) ws-entryDisp
                        ' ***'
                END-IF
            ELSE
                IF GE-AMOUNT(ws-entryIdx) > 0
                    MOVE GE-AMOUNT(ws-entryIdx) TO ws-postAmt
                    MOVE MP-DEBIT-ACCT(ws-mapFound) TO ws-debitAcct
                    MOVE MP-CREDIT-ACCT(ws-mapFound) TO ws-creditAcct
                ELSE
                    COMPUTE ws-postAmt = 0 - GE-AMOUNT(ws-entryIdx)
                    MOVE MP-CREDIT-ACCT(ws-mapFound) TO ws-debitAcct
                    MOVE MP-DEBIT-ACCT(ws-mapFound) TO ws-creditAcct
                END-IF
                IF ws-debitAcct NOT = SPACES
                    ADD 1 TO ws-lineNo
                    ADD ws-postAmt TO ws-totDebits
                    IF ws-writeMode = 'Y'
                        MOVE ws-debitAcct TO GJ-ACCOUNT
                        MOVE 'D' TO GJ-DR-CR
                        PERFORM WRITE-JOURNAL-LINE
                    END-IF
                END-IF
                IF ws-creditAcct NOT = SPACES
                    ADD 1 TO ws-lineNo
                    ADD ws-postAmt TO ws-totCredits
                    IF ws-writeMode = 'Y'
                        MOVE ws-creditAcct TO GJ-ACCOUNT
                        MOVE 'C' TO GJ-DR-CR
                        PERFORM WRITE-JOURNAL-LINE
                    END-IF
                END-IF
            END-IF.

      *        The table's own line wins; otherwise the *ALL* line
      *        for the transaction type.
        FIND-GL-MAPPING.
            MOVE 0 TO ws-mapFound
            MOVE 0 TO ws-mapDefault
            PERFORM VARYING ws-mapIdx FROM 1 BY 1
                    UNTIL ws-mapIdx > ws-mapCount
                IF MP-TXN-TYPE(ws-mapIdx) = GE-TXN-TYPE(ws-entryIdx)
                    IF MP-TABLE-ID(ws-mapIdx)
                            = GE-TABLE-ID(ws-entryIdx)
                        MOVE ws-mapIdx TO ws-mapFound
                    END-IF
                    IF MP-TABLE-ID(ws-mapIdx) = '*ALL*'
                        MOVE ws-mapIdx TO ws-mapDefault
                    END-IF
                END-IF
            END-PERFORM
            IF ws-mapFound = 0
                MOVE ws-mapDefault TO ws-mapFound
            END-IF.

        WRITE-JOURNAL-LINE.
            MOVE ws-busDate TO GJ-BUS-DATE
            MOVE ws-lineNo TO GJ-LINE-NO
            MOVE ws-postAmt TO GJ-AMOUNT
            MOVE GE-TABLE-ID(ws-entryIdx) TO GJ-TABLE-ID
            MOVE GE-TXN-TYPE(ws-entryIdx) TO GJ-TXN-TYPE
            WRITE JOURNAL-REC.

        PRINT-JOURNAL-SUMMARY.
            DISPLAY ' '
            DISPLAY '===== JOURNAL FOR ' ws-busDate ' ====='
            DISPLAY 'Shift history rows:   ' ws-shiftCount
            DISPLAY 'Archives read:        ' ws-archiveCount
            DISPLAY 'Journal lines:        ' ws-lineNo
            MOVE ws-totDebits TO ws-amtDisp
            DISPLAY 'Total debits:         ' ws-amtDisp
            MOVE ws-totCredits TO ws-amtDisp
            DISPLAY 'Total credits:        ' ws-amtDisp.

        WRITE-JOURNAL.
            OPEN OUTPUT JOURNAL-FILE
            IF ws-journalFileStat NOT = '00'
                DISPLAY '*** REJECTED: could not create '
                    ws-journalName ' (status ' ws-journalFileStat
                    '). ***'
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE SPACES TO JOURNAL-REC
                MOVE 'Y' TO ws-writeMode
                PERFORM BUILD-JOURNAL
                CLOSE JOURNAL-FILE
                PERFORM WRITE-CONTROL-TOTAL
                DISPLAY 'Journal written to ' ws-journalName
                    ' and recorded in GLCTL.DAT.'
            END-IF.

        WRITE-CONTROL-TOTAL.
            OPEN EXTEND GLCTL-FILE
            IF ws-glCtlFileStat = '35'
                OPEN OUTPUT GLCTL-FILE
                CLOSE GLCTL-FILE
                OPEN EXTEND GLCTL-FILE
            END-IF
            MOVE SPACES TO GLCTL-REC
            MOVE ws-busDate TO GC-BUS-DATE
            MOVE ws-runStamp TO GC-RUN-STAMP
            MOVE ws-lineNo TO GC-LINES
            MOVE ws-totDebits TO GC-DEBITS
            MOVE ws-totCredits TO GC-CREDITS
            MOVE ws-journalName TO GC-FILENAME
            WRITE GLCTL-REC
            CLOSE GLCTL-FILE.
