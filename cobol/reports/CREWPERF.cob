        IDENTIFICATION DIVISION.
        PROGRAM-ID. CREWPERF.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LEDGER-FILE ASSIGN USING ws-ledgerName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-ledgerFileStat.
            SELECT ARCHCAT-FILE ASSIGN USING ws-archCatName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-archCatFileStat.
            SELECT SHIFT-HIST-FILE ASSIGN USING ws-shiftHistName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-shiftHistFileStat.
            SELECT EXCEPTION-FILE ASSIGN USING ws-excName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-excFileStat.
        DATA DIVISION.
        FILE SECTION.
        FD  LEDGER-FILE.
            COPY LEDGREC.
        FD  ARCHCAT-FILE.
            COPY ARCHCAT.
        FD  SHIFT-HIST-FILE.
            COPY SHIFTHIST.
        FD  EXCEPTION-FILE.
            COPY SURVEXC.
        WORKING-STORAGE SECTION.
        01 ws-ledgerFileStat    PIC XX.
        01 ws-archCatFileStat   PIC XX.
        01 ws-shiftHistFileStat PIC XX.
        01 ws-excFileStat       PIC XX.
        01 ws-ledgerName        PIC X(70).
        01 ws-archCatName       PIC X(70).
        01 ws-shiftHistName     PIC X(70).
        01 ws-excName           PIC X(70).
        01 ws-tablePrefix       PIC X(30).
        01 ws-pathPrefix        PIC X(30).
        01 ws-ledgerEOF         PIC X.
        01 ws-archCatEOF        PIC X.
        01 ws-histEOF           PIC X.
        01 ws-excEOF            PIC X.
        01 ws-fromDate          PIC X(8).
        01 ws-toDate            PIC X(8).
        01 ws-tableCount        PIC 9(3) VALUE 0.
        01 ws-fileCount         PIC 9(3) VALUE 0.
        01 ws-amountNum         PIC 9(7).
        01 ws-trayNum           PIC S9(7).
        01 ws-ctlInSession      PIC X.
        01 ws-ctlCount          PIC 9(7).
        01 ws-ctlHash           PIC 9(7).
        01 ws-ctlExpCount       PIC 9(7).
        01 ws-ctlExpHash        PIC 9(7).
        01 ws-ctlBad            PIC X.
        01 ws-ctlAmountNum      PIC 9(7).

      *        The crew on the game while the ledger is read - set
      *        by the SESSION CREW / BOXMAN / DEALER lines - or the
      *        crew carried on a SHIFTHIST.DAT or SURVEXC.DAT row.
        01 ws-onCrewId          PIC X(10).
        01 ws-onBoxman          PIC X(10).
        01 ws-onDealers.
            05 ws-onDealer OCCURS 3 TIMES PIC X(10).
        01 ws-onIdx             PIC 9(7).

      *        What the current line or row adds to its crew and to
      *        each member of it.
        01 ws-postWager         PIC 9(7).
        01 ws-postPaid          PIC 9(7).
        01 ws-postTray          PIC S9(7).
        01 ws-postExc           PIC 9.
        01 ws-memberId          PIC X(10).

        01 ws-crewTable.
            05 ws-crewEntry OCCURS 30 TIMES.
                10 CP-ID            PIC X(10).
                10 CP-WAGERED       PIC 9(9).
                10 CP-PAID          PIC 9(9).
                10 CP-TRAY-OS       PIC S9(9).
                10 CP-EXC           PIC 9(5).
        01 ws-crewCount         PIC 99 VALUE 0.
        01 ws-crewIdx           PIC 99.
        01 ws-crewSlot          PIC 99.
        01 ws-crewOverflow      PIC X VALUE 'N'.

        01 ws-dealerTable.
            05 ws-dealerEntry OCCURS 60 TIMES.
                10 DP-ID            PIC X(10).
                10 DP-WAGERED       PIC 9(9).
                10 DP-PAID          PIC 9(9).
                10 DP-TRAY-OS       PIC S9(9).
                10 DP-EXC           PIC 9(5).
        01 ws-dealerCount       PIC 99 VALUE 0.
        01 ws-dealerIdx         PIC 99.
        01 ws-dealerSlot        PIC 99.
        01 ws-dealerOverflow    PIC X VALUE 'N'.
        01 ws-found             PIC X.

        01 ws-lineWagered       PIC 9(9).
        01 ws-linePaid          PIC 9(9).
        01 ws-lineTray          PIC S9(9).
        01 ws-lineExc           PIC 9(5).
        01 ws-lineHold          PIC S9(9).
        01 ws-lineHoldPct       PIC S9(3)V99.
        01 ws-wageredDisp       PIC ZZZZZZZZ9.
        01 ws-paidDisp          PIC ZZZZZZZZ9.
        01 ws-holdDisp          PIC -ZZZZZZZZ9.
        01 ws-holdPctDisp       PIC -999.99.
        01 ws-trayDisp          PIC -ZZZZZZ9.
        01 ws-excDisp           PIC ZZZZ9.

        PROCEDURE DIVISION.
            PERFORM INITIALIZE-REPORT
            PERFORM PROCESS-TABLES
            PERFORM PRINT-CREW-REPORT
            PERFORM PRINT-DEALER-REPORT
            PERFORM PRINT-SUMMARY
            STOP RUN.

        INITIALIZE-REPORT.
            DISPLAY 'DEALER AND CREW PERFORMANCE REPORT'
            DISPLAY '==================================='
            DISPLAY 'From date (YYYYMMDD, blank for no lower '
                'bound): '
            ACCEPT ws-fromDate
            IF ws-fromDate = SPACES
                MOVE '00000000' TO ws-fromDate
            END-IF
            DISPLAY 'To date (YYYYMMDD, blank for no upper '
                'bound): '
            ACCEPT ws-toDate
            IF ws-toDate = SPACES
                MOVE '99999999' TO ws-toDate
            END-IF
            DISPLAY 'Enter each table''s directory prefix (path '
                'ending in a slash where its LEDGER.DAT, ARCHCAT.DAT, '
                'SHIFTHIST.DAT and SURVEXC.DAT live, or a single '
                'period (.) for the current directory).'
            DISPLAY 'Press Enter on a blank prefix line to stop '
                'adding tables.'.

        PROCESS-TABLES.
            DISPLAY 'Table prefix (blank to finish): '
            ACCEPT ws-tablePrefix
            PERFORM UNTIL ws-tablePrefix = SPACES
                PERFORM PROCESS-ONE-TABLE
                DISPLAY 'Table prefix (blank to finish): '
                ACCEPT ws-tablePrefix
            END-PERFORM.

        PROCESS-ONE-TABLE.
            ADD 1 TO ws-tableCount
            MOVE ws-tablePrefix TO ws-pathPrefix
            IF ws-tablePrefix = '.'
                MOVE SPACES TO ws-pathPrefix
            END-IF
            MOVE SPACES TO ws-archCatName
            MOVE SPACES TO ws-shiftHistName
            MOVE SPACES TO ws-excName
            STRING ws-pathPrefix DELIMITED BY SPACE
                'ARCHCAT.DAT' DELIMITED BY SIZE
                INTO ws-archCatName
            STRING ws-pathPrefix DELIMITED BY SPACE
                'SHIFTHIST.DAT' DELIMITED BY SIZE
                INTO ws-shiftHistName
            STRING ws-pathPrefix DELIMITED BY SPACE
                'SURVEXC.DAT' DELIMITED BY SIZE
                INTO ws-excName
            PERFORM PROCESS-TABLE-LEDGERS
            PERFORM PROCESS-SHIFT-HISTORY
            PERFORM PROCESS-EXCEPTIONS.

      *        Every archive the table's catalog registered on or
      *        after the from date (a shift that closes past
      *        midnight archives under the next day), plus the
      *        table's live LEDGER.DAT. Each line is kept or dropped
      *        on its own date.
        PROCESS-TABLE-LEDGERS.
            OPEN INPUT ARCHCAT-FILE
            IF ws-archCatFileStat = '00'
                MOVE 'N' TO ws-archCatEOF
                PERFORM UNTIL ws-archCatEOF = 'Y'
                    READ ARCHCAT-FILE
                        AT END
                            MOVE 'Y' TO ws-archCatEOF
                        NOT AT END
                            IF AC-DATE >= ws-fromDate
                               AND AC-RET-STATUS = 'PURGED'
                                PERFORM SHOW-PURGED-ARCHIVE
                            END-IF
                            IF AC-DATE >= ws-fromDate
                               AND AC-RET-STATUS NOT = 'PURGED'
                                MOVE SPACES TO ws-ledgerName
                                STRING ws-pathPrefix
                                    DELIMITED BY SPACE
                                    AC-FILENAME DELIMITED BY SPACE
                                    INTO ws-ledgerName
                                PERFORM PROCESS-ONE-FILE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ARCHCAT-FILE
            ELSE
                DISPLAY 'No archive catalog at ' ws-archCatName
                    ' - live ledger only for this table.'
            END-IF
            MOVE SPACES TO ws-ledgerName
            STRING ws-pathPrefix DELIMITED BY SPACE
                'LEDGER.DAT' DELIMITED BY SIZE
                INTO ws-ledgerName
            PERFORM PROCESS-ONE-FILE.

      *        A purged archive's lines live on only in its monthly
      *        LEDGHIST file, so figures for that shift are missing.
        SHOW-PURGED-ARCHIVE.
            DISPLAY '*** WARNING: ' AC-FILENAME ' was purged to '
                AC-HIST-FILE ' - not included. ***'.

        PROCESS-ONE-FILE.
            OPEN INPUT LEDGER-FILE
            IF ws-ledgerFileStat NOT = '00'
                DISPLAY 'Could not open ' ws-ledgerName
                    ' (status ' ws-ledgerFileStat '), skipping.'
            ELSE
                ADD 1 TO ws-fileCount
                MOVE 'N' TO ws-ctlInSession
                MOVE 'N' TO ws-ctlBad
                MOVE 0 TO ws-ctlCount
                MOVE 0 TO ws-ctlHash
                PERFORM CLEAR-ON-CREW
                MOVE 'N' TO ws-ledgerEOF
                PERFORM READ-LEDGER-RECORD
                PERFORM UNTIL ws-ledgerEOF = 'Y'
                    PERFORM VERIFY-CONTROL-RECORD
                    PERFORM TRACK-CREW-LINE
                    PERFORM READ-LEDGER-RECORD
                END-PERFORM
                CLOSE LEDGER-FILE
                IF ws-ctlInSession = 'Y' OR ws-ctlBad = 'Y'
                    DISPLAY '*** WARNING: ' ws-ledgerName
                        ' fails the session completeness check - '
                        'figures from it may be short. ***'
                END-IF
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

        READ-LEDGER-RECORD.
            READ LEDGER-FILE
                AT END
                    MOVE 'Y' TO ws-ledgerEOF
            END-READ.

        CLEAR-ON-CREW.
            MOVE 'NO CREW' TO ws-onCrewId
            MOVE SPACES TO ws-onBoxman
            MOVE SPACES TO ws-onDealers.

      *        Wagers and payouts use the same bet types the game
      *        adds into ws-totalWagered and ws-totalPaid, so the
      *        crew figures foot to the shift's SHIFTHIST.DAT row.
        TRACK-CREW-LINE.
            MOVE 0 TO ws-postWager
            MOVE 0 TO ws-postPaid
            MOVE 0 TO ws-postTray
            MOVE 0 TO ws-postExc
            MOVE LR-AMOUNT TO ws-amountNum
            EVALUATE LR-BET-TYPE
                WHEN 'SESSION HDR'
                    PERFORM CLEAR-ON-CREW
                WHEN 'SESSION CREW'
                    PERFORM CLEAR-ON-CREW
                    MOVE LR-PLAYER-ID TO ws-onCrewId
                WHEN 'SESSION BOXMAN'
                    MOVE LR-PLAYER-ID TO ws-onBoxman
                WHEN 'SESSION DEALER'
                    MOVE ws-amountNum TO ws-onIdx
                    IF ws-onIdx >= 1 AND ws-onIdx <= 3
                        MOVE LR-PLAYER-ID TO ws-onDealer(ws-onIdx)
                    END-IF
                WHEN 'PASS LINE'
                WHEN 'DONT PASS'
                WHEN 'COME BET'
                WHEN 'DONT COME'
                WHEN 'FIELD BET'
                WHEN 'PLACE BET'
                WHEN 'BIG 6/8 BET'
                    MOVE ws-amountNum TO ws-postWager
                WHEN 'WIN'
                WHEN 'FIELD WIN'
                WHEN 'PLACE 4 WIN'
                WHEN 'PLACE 5 WIN'
                WHEN 'PLACE 6 WIN'
                WHEN 'PLACE 8 WIN'
                WHEN 'PLACE 9 WIN'
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
                    MOVE ws-amountNum TO ws-postPaid
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF (ws-postWager > 0 OR ws-postPaid > 0)
               AND LR-TIMESTAMP(1:8) >= ws-fromDate
               AND LR-TIMESTAMP(1:8) <= ws-toDate
                PERFORM POST-TO-CREW
            END-IF.

      *        Tray over/short is counted once, at close, so it goes
      *        to the crew that signed the shift's SHIFTHIST.DAT row.
      *        Rows written before crews signed in fall to NO CREW.
        PROCESS-SHIFT-HISTORY.
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
                            IF SH-DATE >= ws-fromDate
                               AND SH-DATE <= ws-toDate
                                PERFORM POST-SHIFT-TRAY
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SHIFT-HIST-FILE
            END-IF.

        POST-SHIFT-TRAY.
            PERFORM CLEAR-ON-CREW
            IF SH-CREW-ID NOT = SPACES
                MOVE SH-CREW-ID TO ws-onCrewId
                MOVE SH-BOXMAN TO ws-onBoxman
                PERFORM VARYING ws-onIdx FROM 1 BY 1
                        UNTIL ws-onIdx > 3
                    MOVE SH-DEALER(ws-onIdx) TO ws-onDealer(ws-onIdx)
                END-PERFORM
            END-IF
            MOVE 0 TO ws-postWager
            MOVE 0 TO ws-postPaid
            MOVE 0 TO ws-postExc
            MOVE SH-TRAY-OS TO ws-trayNum
            MOVE ws-trayNum TO ws-postTray
            IF ws-postTray NOT = 0
                PERFORM POST-TO-CREW
            END-IF.

      *        SURVAUDIT extracts each exception with the crew that
      *        was on the game when the flagged line was written.
        PROCESS-EXCEPTIONS.
            OPEN INPUT EXCEPTION-FILE
            IF ws-excFileStat NOT = '00'
                DISPLAY 'No surveillance extract at ' ws-excName
                    ' - exceptions not counted for this table.'
            ELSE
                MOVE 'N' TO ws-excEOF
                PERFORM UNTIL ws-excEOF = 'Y'
                    READ EXCEPTION-FILE
                        AT END
                            MOVE 'Y' TO ws-excEOF
                        NOT AT END
                            IF SX-DATE >= ws-fromDate
                               AND SX-DATE <= ws-toDate
                                PERFORM POST-EXCEPTION
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EXCEPTION-FILE
            END-IF.

        POST-EXCEPTION.
            PERFORM CLEAR-ON-CREW
            IF SX-CREW-ID NOT = SPACES
                MOVE SX-CREW-ID TO ws-onCrewId
            END-IF
            MOVE SX-BOXMAN TO ws-onBoxman
            PERFORM VARYING ws-onIdx FROM 1 BY 1
                    UNTIL ws-onIdx > 3
                MOVE SX-DEALER(ws-onIdx) TO ws-onDealer(ws-onIdx)
            END-PERFORM
            MOVE 0 TO ws-postWager
            MOVE 0 TO ws-postPaid
            MOVE 0 TO ws-postTray
            MOVE 1 TO ws-postExc
            PERFORM POST-TO-CREW.

      *        Adds the posting amounts to the crew on the game and
      *        to every member signed in with it - boxman included,
      *        since game protection reviews hold the box to the
      *        same figures as the dealers.
        POST-TO-CREW.
            PERFORM FIND-OR-ADD-CREW
            IF ws-crewSlot > 0
                ADD ws-postWager TO CP-WAGERED(ws-crewSlot)
                ADD ws-postPaid TO CP-PAID(ws-crewSlot)
                ADD ws-postTray TO CP-TRAY-OS(ws-crewSlot)
                ADD ws-postExc TO CP-EXC(ws-crewSlot)
            END-IF
            IF ws-onBoxman NOT = SPACES
                MOVE ws-onBoxman TO ws-memberId
                PERFORM POST-TO-DEALER
            END-IF
            PERFORM VARYING ws-onIdx FROM 1 BY 1
                    UNTIL ws-onIdx > 3
                IF ws-onDealer(ws-onIdx) NOT = SPACES
                    MOVE ws-onDealer(ws-onIdx) TO ws-memberId
                    PERFORM POST-TO-DEALER
                END-IF
            END-PERFORM.

        POST-TO-DEALER.
            PERFORM FIND-OR-ADD-DEALER
            IF ws-dealerSlot > 0
                ADD ws-postWager TO DP-WAGERED(ws-dealerSlot)
                ADD ws-postPaid TO DP-PAID(ws-dealerSlot)
                ADD ws-postTray TO DP-TRAY-OS(ws-dealerSlot)
                ADD ws-postExc TO DP-EXC(ws-dealerSlot)
            END-IF.

        FIND-OR-ADD-CREW.
            MOVE 'N' TO ws-found
            MOVE 0 TO ws-crewSlot
            PERFORM VARYING ws-crewIdx FROM 1 BY 1
                    UNTIL ws-crewIdx > ws-crewCount
                IF CP-ID(ws-crewIdx) = ws-onCrewId
                    MOVE 'Y' TO ws-found
                    MOVE ws-crewIdx TO ws-crewSlot
                END-IF
            END-PERFORM
            IF ws-found = 'N'
                IF ws-crewCount < 30
                    ADD 1 TO ws-crewCount
                    MOVE ws-crewCount TO ws-crewSlot
                    MOVE ws-onCrewId TO CP-ID(ws-crewSlot)
                    MOVE 0 TO CP-WAGERED(ws-crewSlot)
                    MOVE 0 TO CP-PAID(ws-crewSlot)
                    MOVE 0 TO CP-TRAY-OS(ws-crewSlot)
                    MOVE 0 TO CP-EXC(ws-crewSlot)
                ELSE
                    MOVE 'Y' TO ws-crewOverflow
                END-IF
            END-IF.

        FIND-OR-ADD-DEALER.
            MOVE 'N' TO ws-found
            MOVE 0 TO ws-dealerSlot
            PERFORM VARYING ws-dealerIdx FROM 1 BY 1
                    UNTIL ws-dealerIdx > ws-dealerCount
                IF DP-ID(ws-dealerIdx) = ws-memberId
                    MOVE 'Y' TO ws-found
                    MOVE ws-dealerIdx TO ws-dealerSlot
                END-IF
            END-PERFORM
            IF ws-found = 'N'
                IF ws-dealerCount < 60
                    ADD 1 TO ws-dealerCount
                    MOVE ws-dealerCount TO ws-dealerSlot
                    MOVE ws-memberId TO DP-ID(ws-dealerSlot)
                    MOVE 0 TO DP-WAGERED(ws-dealerSlot)
                    MOVE 0 TO DP-PAID(ws-dealerSlot)
                    MOVE 0 TO DP-TRAY-OS(ws-dealerSlot)
                    MOVE 0 TO DP-EXC(ws-dealerSlot)
                ELSE
                    MOVE 'Y' TO ws-dealerOverflow
                END-IF
            END-IF.

        PRINT-CREW-REPORT.
            DISPLAY ' '
            DISPLAY '----- BY CREW (' ws-fromDate ' - ' ws-toDate
                ') -----'
            PERFORM PRINT-COLUMN-HEADINGS
            PERFORM VARYING ws-crewIdx FROM 1 BY 1
                    UNTIL ws-crewIdx > ws-crewCount
                MOVE CP-WAGERED(ws-crewIdx) TO ws-lineWagered
                MOVE CP-PAID(ws-crewIdx) TO ws-linePaid
                MOVE CP-TRAY-OS(ws-crewIdx) TO ws-lineTray
                MOVE CP-EXC(ws-crewIdx) TO ws-lineExc
                MOVE CP-ID(ws-crewIdx) TO ws-memberId
                PERFORM PRINT-PERF-LINE
            END-PERFORM
            IF ws-crewCount = 0
                DISPLAY 'No crew activity in range.'
            END-IF.

        PRINT-DEALER-REPORT.
            DISPLAY ' '
            DISPLAY '----- BY DEALER (' ws-fromDate ' - ' ws-toDate
                ') -----'
            PERFORM PRINT-COLUMN-HEADINGS
            PERFORM VARYING ws-dealerIdx FROM 1 BY 1
                    UNTIL ws-dealerIdx > ws-dealerCount
                MOVE DP-WAGERED(ws-dealerIdx) TO ws-lineWagered
                MOVE DP-PAID(ws-dealerIdx) TO ws-linePaid
                MOVE DP-TRAY-OS(ws-dealerIdx) TO ws-lineTray
                MOVE DP-EXC(ws-dealerIdx) TO ws-lineExc
                MOVE DP-ID(ws-dealerIdx) TO ws-memberId
                PERFORM PRINT-PERF-LINE
            END-PERFORM
            IF ws-dealerCount = 0
                DISPLAY 'No dealers signed in within range.'
            END-IF.

        PRINT-COLUMN-HEADINGS.
            DISPLAY 'ID          WAGERED      PAID       HOLD   '
                'HOLD% TRAY O/S   EXC'.

        PRINT-PERF-LINE.
            COMPUTE ws-lineHold = ws-lineWagered - ws-linePaid
            IF ws-lineWagered > 0
                COMPUTE ws-lineHoldPct ROUNDED =
                    (ws-lineHold / ws-lineWagered) * 100
            ELSE
                MOVE 0 TO ws-lineHoldPct
            END-IF
            MOVE ws-lineWagered TO ws-wageredDisp
            MOVE ws-linePaid TO ws-paidDisp
            MOVE ws-lineHold TO ws-holdDisp
            MOVE ws-lineHoldPct TO ws-holdPctDisp
            MOVE ws-lineTray TO ws-trayDisp
            MOVE ws-lineExc TO ws-excDisp
            DISPLAY ws-memberId ws-wageredDisp ' ' ws-paidDisp ' '
                ws-holdDisp ' ' ws-holdPctDisp ' ' ws-trayDisp ' '
                ws-excDisp.

        PRINT-SUMMARY.
            DISPLAY ' '
            DISPLAY '===== CREW PERFORMANCE SUMMARY ====='
            DISPLAY 'Tables read:       ' ws-tableCount
            DISPLAY 'Ledger files read: ' ws-fileCount
            DISPLAY 'Crews reported:    ' ws-crewCount
            DISPLAY 'Dealers reported:  ' ws-dealerCount
            IF ws-crewOverflow = 'Y'
                DISPLAY '*** WARNING: more than 30 crews in range - '
                    'the overflow crews are not reported. ***'
            END-IF
            IF ws-dealerOverflow = 'Y'
                DISPLAY '*** WARNING: more than 60 dealers in range '
                    '- the overflow dealers are not reported. ***'
            END-IF
            DISPLAY '===================================='.
