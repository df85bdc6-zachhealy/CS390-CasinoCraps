            SELECT CONFIG-FILE ASSIGN TO "TABLECFG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-configFileStat.
            SELECT CFG-HIST-FILE ASSIGN TO "CFGHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-cfgHistFileStat.
            SELECT EXCEPTION-FILE ASSIGN TO "SURVEXC.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-excFileStat.
        DATA DIVISION.
        FILE SECTION.
        FD  LEDGER-FILE.
            05 CFG-BET-MAX      PIC 9(5).
            05 CFG-TSEP3        PIC X.
            05 CFG-EXP-WT       PIC 9V99.
        FD  CFG-HIST-FILE.
            COPY CFGHIST.
        FD  EXCEPTION-FILE.
            COPY SURVEXC.
        WORKING-STORAGE SECTION.
        01 ws-ledgerName        PIC X(40).
        01 ws-rngAuditName      PIC X(40).
        01 ws-ledgerFileStat    PIC XX.
        01 ws-rngAuditFileStat  PIC XX.
        01 ws-configFileStat    PIC XX.
        01 ws-cfgHistFileStat   PIC XX.
        01 ws-excFileStat       PIC XX.
        01 ws-excEOF            PIC X.
        01 ws-ledgerEOF         PIC X VALUE 'N'.
        01 ws-auditEOF          PIC X VALUE 'N'.
        01 ws-maxB              PIC 999 VALUE 200.
        01 ws-minB              PIC 99 VALUE 10.
        01 ws-configEOF         PIC X.
        01 ws-cfgHistOn         PIC X.
        01 ws-cfgHistEOF        PIC X.
        01 ws-schedDate         PIC X(8).
        01 ws-blIdx             PIC 99.
        01 ws-blFrom            PIC 99.
        01 ws-blThru            PIC 99.
        01 ws-limitMin          PIC 9(5).
        01 ws-limitMax          PIC 9(5).

      *        Per-bet-type limits from the TABLECFG schedule,
      *        same fixed slots the game uses: 1 PASS, 2 DPASS,
      *        3 COME, 4 DCOME, 5 FIELD, 6 PLC04, 7 PLC05, 8 PLC06,
      *        9 PLC08, 10 PLC09, 11 PLC10, 12 BIG06, 13 BIG08.
      *        Without a schedule every slot holds the table min and
      *        max. With a CFGHIST.DAT the schedule is rebuilt as it
      *        stood on each session's date.
        01 BET-LIMIT-TABLE.
            05 BET-LIMIT-ENTRY OCCURS 13 TIMES.
                10 BL-CODE          PIC X(5).
                10 BL-MIN           PIC 9(5).
                10 BL-MAX           PIC 9(5).
                10 BL-EFF           PIC X(8).
        01 BET-LIMIT-BASE.
            05 BET-LIMIT-BASE-ENTRY OCCURS 13 TIMES.
                10 BB-CODE          PIC X(5).
                10 BB-MIN           PIC 9(5).
                10 BB-MAX           PIC 9(5).
                10 BB-EFF           PIC X(8).
        01 ws-amountNum         PIC 9(7).
        01 ws-balanceNum        PIC 9(7).
        01 ws-expectedBal       PIC S9(8).
        01 ws-excCeiling        PIC 9(5) VALUE 0.
        01 ws-excBalance        PIC 9(5) VALUE 0.
        01 ws-excMarker         PIC 9(5) VALUE 0.
        01 ws-excLimit          PIC 9(5) VALUE 0.

      *        Every exception also goes to SURVEXC.DAT tagged with
      *        the table and the crew on the game when the flagged
      *        line was written, for the crew performance report.
      *        An extract row is keyed by ledger name, the ledger's
      *        first timestamp and line number, so auditing the
      *        same ledger again (or LEDGER.DAT again later in the
      *        day) only adds lines past those already extracted.
        01 ws-excCode           PIC X(15).
        01 ws-firstStamp        PIC X(14).
        01 ws-extractedThru     PIC 9(7) VALUE 0.
        01 ws-extractCount      PIC 9(5) VALUE 0.
        01 ws-curTableId        PIC X(10) VALUE SPACES.
        01 ws-crewId            PIC X(10) VALUE 'NO CREW'.
        01 ws-crewBoxman        PIC X(10) VALUE SPACES.
        01 ws-crewDealers.
            05 ws-crewDealer OCCURS 3 TIMES PIC X(10) VALUE SPACES.
        01 ws-crewIdx           PIC 9(7).

        PROCEDURE DIVISION.
            PERFORM INITIALIZE-REPORT
            DISPLAY 'RNG audit file for the session (e.g. '
                'RNGAUDIT.DAT): '
            ACCEPT ws-rngAuditName
            MOVE FUNCTION CURRENT-DATE(1:8) TO ws-schedDate
            PERFORM READ-TABLE-CONFIG.

        READ-TABLE-CONFIG.
            PERFORM INIT-BET-MAXES
            MOVE 'N' TO ws-cfgHistOn
            OPEN INPUT CFG-HIST-FILE
            IF ws-cfgHistFileStat = '00'
                MOVE 'Y' TO ws-cfgHistOn
                CLOSE CFG-HIST-FILE
            END-IF
            OPEN INPUT CONFIG-FILE
            IF ws-configFileStat = '00'
                MOVE 'N' TO ws-configEOF
                        NOT AT END
                            IF CONFIG-REC(1:1) IS NUMERIC
                                MOVE CFG-MAXB TO ws-maxB
                                MOVE CFG-MINB TO ws-minB
                                PERFORM INIT-BET-MAXES
                            ELSE
                                IF ws-cfgHistOn NOT = 'Y'
                                    PERFORM APPLY-BET-TYPE-RECORD
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CONFIG-FILE
            END-IF
            IF ws-cfgHistOn = 'Y'
                PERFORM APPLY-CONFIG-HISTORY
            END-IF.

        INIT-BET-MAXES.
            MOVE 'BIG08' TO BL-CODE(13)
            PERFORM VARYING ws-blIdx FROM 1 BY 1
                    UNTIL ws-blIdx > 13
                MOVE ws-minB TO BL-MIN(ws-blIdx)
                MOVE ws-maxB TO BL-MAX(ws-blIdx)
                MOVE SPACES TO BL-EFF(ws-blIdx)
            END-PERFORM.

        APPLY-BET-TYPE-RECORD.
            PERFORM VARYING ws-blIdx FROM 1 BY 1
                    UNTIL ws-blIdx > 13
                IF BL-CODE(ws-blIdx) = CFG-BET-CODE
                    MOVE CFG-BET-MIN TO BL-MIN(ws-blIdx)
                    MOVE CFG-BET-MAX TO BL-MAX(ws-blIdx)
                END-IF
            END-PERFORM.

      *        Same rule as the game's LOAD-TABLE-CONFIG: for each
      *        bet type the change with the latest effective date
      *        on or before the session date wins; a retired record
      *        falls back to the table's base min and max.
        APPLY-CONFIG-HISTORY.
            MOVE BET-LIMIT-TABLE TO BET-LIMIT-BASE
            OPEN INPUT CFG-HIST-FILE
            MOVE 'N' TO ws-cfgHistEOF
            PERFORM UNTIL ws-cfgHistEOF = 'Y'
                READ CFG-HIST-FILE
                    AT END
                        MOVE 'Y' TO ws-cfgHistEOF
                    NOT AT END
                        IF CH-EFF-DATE <= ws-schedDate
                            PERFORM APPLY-HISTORY-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CFG-HIST-FILE.

        APPLY-HISTORY-RECORD.
            PERFORM VARYING ws-blIdx FROM 1 BY 1
                    UNTIL ws-blIdx > 13
                IF BL-CODE(ws-blIdx) = CH-BET-CODE
                   AND CH-EFF-DATE >= BL-EFF(ws-blIdx)
                    MOVE CH-EFF-DATE TO BL-EFF(ws-blIdx)
                    IF CH-ACTION = 'R'
                        MOVE BB-MIN(ws-blIdx) TO BL-MIN(ws-blIdx)
                        MOVE BB-MAX(ws-blIdx) TO BL-MAX(ws-blIdx)
                    ELSE
                        MOVE CH-BET-MIN TO BL-MIN(ws-blIdx)
                        MOVE CH-BET-MAX TO BL-MAX(ws-blIdx)
                    END-IF
                END-IF
            END-PERFORM.

        LOAD-ROLL-TIMES.
            OPEN INPUT RNG-AUDIT-FILE
            IF ws-rngAuditFileStat NOT = '00'
            IF ws-ledgerFileStat NOT = '00'
                DISPLAY 'Could not open ' ws-ledgerName
                    ' (status ' ws-ledgerFileStat ').'
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 'N' TO ws-ledgerEOF
                PERFORM UNTIL ws-ledgerEOF = 'Y'
                            MOVE 'Y' TO ws-ledgerEOF
                        NOT AT END
                            ADD 1 TO ws-lineNo
                            IF ws-lineNo = 1
                                PERFORM OPEN-EXCEPTION-EXTRACT
                            END-IF
                            PERFORM CHECK-LEDGER-LINE
                    END-READ
                END-PERFORM
                CLOSE LEDGER-FILE
                IF ws-lineNo > 0
                    CLOSE EXCEPTION-FILE
                END-IF
            END-IF.

        OPEN-EXCEPTION-EXTRACT.
            MOVE LR-TIMESTAMP(1:14) TO ws-firstStamp
            MOVE 0 TO ws-extractedThru
            OPEN INPUT EXCEPTION-FILE
            IF ws-excFileStat = '00'
                MOVE 'N' TO ws-excEOF
                PERFORM UNTIL ws-excEOF = 'Y'
                    READ EXCEPTION-FILE
                        AT END
                            MOVE 'Y' TO ws-excEOF
                        NOT AT END
                            IF SX-LEDGER-NAME = ws-ledgerName
                               AND SX-FIRST-STAMP = ws-firstStamp
                               AND SX-LINE-NO > ws-extractedThru
                                MOVE SX-LINE-NO TO ws-extractedThru
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EXCEPTION-FILE
            END-IF
            OPEN EXTEND EXCEPTION-FILE
            IF ws-excFileStat = '35'
                OPEN OUTPUT EXCEPTION-FILE
                CLOSE EXCEPTION-FILE
                OPEN EXTEND EXCEPTION-FILE
            END-IF.

        WRITE-EXCEPTION-EXTRACT.
            IF ws-lineNo > ws-extractedThru
                MOVE SPACES TO SURV-EXC-REC
                MOVE ws-ledgerName TO SX-LEDGER-NAME
                MOVE ws-firstStamp TO SX-FIRST-STAMP
                MOVE ws-lineNo TO SX-LINE-NO
                MOVE LR-TIMESTAMP(1:8) TO SX-DATE
                MOVE LR-TIMESTAMP(9:6) TO SX-TIME
                MOVE ws-curTableId TO SX-TABLE-ID
                MOVE ws-excCode TO SX-EXC-CODE
                MOVE LR-PLAYER-ID TO SX-PLAYER-ID
                MOVE ws-crewId TO SX-CREW-ID
                MOVE ws-crewBoxman TO SX-BOXMAN
                PERFORM VARYING ws-crewIdx FROM 1 BY 1
                        UNTIL ws-crewIdx > 3
                    MOVE ws-crewDealer(ws-crewIdx)
                        TO SX-DEALER(ws-crewIdx)
                END-PERFORM
                WRITE SURV-EXC-REC
                ADD 1 TO ws-extractCount
            END-IF.

        CHECK-LEDGER-LINE.
            EVALUATE LR-BET-TYPE
                WHEN 'SESSION HDR'
                    IF LR-TIMESTAMP(1:8) NOT = ws-schedDate
                        MOVE LR-TIMESTAMP(1:8) TO ws-schedDate
                        PERFORM READ-TABLE-CONFIG
                    END-IF
                    MOVE LR-PLAYER-ID TO ws-curTableId
                    MOVE 'NO CREW' TO ws-crewId
                    MOVE SPACES TO ws-crewBoxman
                    MOVE SPACES TO ws-crewDealers
                WHEN 'SESSION TRL'
                    CONTINUE
                WHEN 'SESSION SEAT'
                    PERFORM SEED-OPENING-BALANCE
                WHEN 'SESSION CREW'
                    MOVE LR-PLAYER-ID TO ws-crewId
                    MOVE SPACES TO ws-crewBoxman
                    MOVE SPACES TO ws-crewDealers
                WHEN 'SESSION BOXMAN'
                    MOVE LR-PLAYER-ID TO ws-crewBoxman
                WHEN 'SESSION DEALER'
                    MOVE LR-AMOUNT TO ws-crewIdx
                    IF ws-crewIdx >= 1 AND ws-crewIdx <= 3
                        MOVE LR-PLAYER-ID TO ws-crewDealer(ws-crewIdx)
                    END-IF
                WHEN OTHER
                    MOVE LR-AMOUNT TO ws-amountNum
                    MOVE LR-BALANCE TO ws-balanceNum
                    PERFORM CHECK-ROLL-MATCH
                    PERFORM CHECK-BET-LIMITS
                    PERFORM CHECK-PAYOUT-CEILING
                    PERFORM CHECK-BALANCE-MOVEMENT
                    PERFORM CHECK-MARKER-VELOCITY
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
                        MOVE LR-TIMESTAMP(1:8) TO ws-stampDate
                        MOVE LR-TIMESTAMP(9:2) TO ws-stampHH
                        MOVE LR-TIMESTAMP(11:2) TO ws-stampMM
                        END-PERFORM
                        IF ws-rollFound = 'N'
                            ADD 1 TO ws-excNoRoll
                            MOVE 'NO-ROLL' TO ws-excCode
                            PERFORM WRITE-EXCEPTION-EXTRACT
                            DISPLAY 'NO-ROLL: line ' ws-lineNo
                                ' ' LR-PLAYER-ID ' '
                                LR-BET-TYPE ' pays '
                END-EVALUATE
            END-IF.

      *        Each wager against the min and max in force for the
      *        session. PLACE BET and BIG 6/8 BET lines don't say
      *        which number, so they are held to the widest limits
      *        across those numbers.
        CHECK-BET-LIMITS.
            MOVE 0 TO ws-blFrom
            EVALUATE LR-BET-TYPE
                WHEN 'PASS LINE'
                    MOVE 1 TO ws-blFrom
                    MOVE 1 TO ws-blThru
                WHEN 'DONT PASS'
                    MOVE 2 TO ws-blFrom
                    MOVE 2 TO ws-blThru
                WHEN 'COME BET'
                    MOVE 3 TO ws-blFrom
                    MOVE 3 TO ws-blThru
                WHEN 'DONT COME'
                    MOVE 4 TO ws-blFrom
                    MOVE 4 TO ws-blThru
                WHEN 'FIELD BET'
                    MOVE 5 TO ws-blFrom
                    MOVE 5 TO ws-blThru
                WHEN 'PLACE BET'
                    MOVE 6 TO ws-blFrom
                    MOVE 11 TO ws-blThru
                WHEN 'BIG 6/8 BET'
                    MOVE 12 TO ws-blFrom
                    MOVE 13 TO ws-blThru
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF ws-blFrom > 0
                MOVE BL-MIN(ws-blFrom) TO ws-limitMin
                MOVE BL-MAX(ws-blFrom) TO ws-limitMax
                PERFORM VARYING ws-blIdx FROM ws-blFrom BY 1
                        UNTIL ws-blIdx > ws-blThru
                    IF BL-MIN(ws-blIdx) < ws-limitMin
                        MOVE BL-MIN(ws-blIdx) TO ws-limitMin
                    END-IF
                    IF BL-MAX(ws-blIdx) > ws-limitMax
                        MOVE BL-MAX(ws-blIdx) TO ws-limitMax
                    END-IF
                END-PERFORM
                IF ws-amountNum < ws-limitMin
                   OR ws-amountNum > ws-limitMax
                    ADD 1 TO ws-excLimit
                    MOVE 'OUTSIDE-LIMIT' TO ws-excCode
                    PERFORM WRITE-EXCEPTION-EXTRACT
                    DISPLAY 'OUTSIDE-LIMIT: line ' ws-lineNo ' '
                        LR-PLAYER-ID ' ' LR-BET-TYPE ' of '
                        ws-amountNum ' but the posted limits on '
                        ws-schedDate ' were ' ws-limitMin ' to '
                        ws-limitMax '.'
                END-IF
            END-IF.

      *        Ceiling per bet type at that type's own maximum:
      *        field pays double on 2/12 (3x with principal), place
      *        4/10 pays 9:5 (2.8x), 5/9 pays 7:5 (2.4x), 6/8 pays
      *        7:6 (2.17x), big 6/8 even money (2x). Come and don't
      *        come settle on their own numbers at even money (2x).
      *        A line WIN settles the pass or don't pass bet alone,
      *        at worst 3x with point odds.
        CHECK-PAYOUT-CEILING.
            MOVE 0 TO ws-ceiling
            EVALUATE LR-BET-TYPE
                    COMPUTE ws-ceiling = BL-MAX(12) * 2
                WHEN 'BIG 8 WIN'
                    COMPUTE ws-ceiling = BL-MAX(13) * 2
                WHEN 'COME WIN'
                WHEN 'COME 4 WIN'
                WHEN 'COME 5 WIN'
                WHEN 'COME 6 WIN'
                WHEN 'COME 8 WIN'
                WHEN 'COME 9 WIN'
                WHEN 'COME 10 WIN'
                    COMPUTE ws-ceiling = BL-MAX(3) * 2
                WHEN 'DCOME WIN'
                WHEN 'DCOME 4 WIN'
                WHEN 'DCOME 5 WIN'
                WHEN 'DCOME 6 WIN'
                WHEN 'DCOME 8 WIN'
                WHEN 'DCOME 9 WIN'
                WHEN 'DCOME 10 WIN'
                    COMPUTE ws-ceiling = BL-MAX(4) * 2
                WHEN 'WIN'
                    IF BL-MAX(2) > BL-MAX(1)
                        COMPUTE ws-ceiling = BL-MAX(2) * 3
                    ELSE
                        COMPUTE ws-ceiling = BL-MAX(1) * 3
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF ws-ceiling > 0 AND ws-amountNum > ws-ceiling
                ADD 1 TO ws-excCeiling
                MOVE 'OVER-CEILING' TO ws-excCode
                PERFORM WRITE-EXCEPTION-EXTRACT
                DISPLAY 'OVER-CEILING: line ' ws-lineNo ' '
                    LR-PLAYER-ID ' ' LR-BET-TYPE ' pays '
                    ws-amountNum ' but the legal maximum for '
                        WHEN 'ACCT WITHDRAW'
                        WHEN 'ACCT CLOSED'
                        WHEN 'TRAY CREDIT'
                        WHEN 'TOURN BUYIN'
                            SUBTRACT ws-amountNum
                                FROM ws-expectedBal
                        WHEN 'WIN'
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
                        WHEN 'MARKER ISSUED'
                        WHEN 'ACCT DEPOSIT'
                        WHEN 'TRAY FILL'
                        WHEN 'TOURN PRIZE'
                            ADD ws-amountNum TO ws-expectedBal
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                    IF ws-balanceNum NOT = ws-expectedBal
                        ADD 1 TO ws-excBalance
                        MOVE 'BALANCE-JUMP' TO ws-excCode
                        PERFORM WRITE-EXCEPTION-EXTRACT
                        DISPLAY 'BALANCE-JUMP: line ' ws-lineNo
                            ' ' LR-PLAYER-ID ' ' LR-BET-TYPE
                            ' shows balance ' ws-balanceNum
                    END-PERFORM
                    IF ws-mrkRecent >= 3
                        ADD 1 TO ws-excMarker
                        MOVE 'MARKER-VELOCITY' TO ws-excCode
                        PERFORM WRITE-EXCEPTION-EXTRACT
                        DISPLAY 'MARKER-VELOCITY: line ' ws-lineNo
                            ' ' LR-PLAYER-ID ' has '
                            ws-mrkRecent ' markers issued '
                END-IF
            END-IF.

      *        Exceptions or a partial report end the run with return
      *        code 4: the nightly close carries on, and the log shows
      *        the session needs review.
        PRINT-SUMMARY.
            DISPLAY ' '
            DISPLAY '===== SURVEILLANCE EXCEPTION SUMMARY ====='
            IF ws-rollOverflow = 'Y'
                DISPLAY '*** WARNING: more than 5000 rolls - '
                    'later rolls not matched. ***'
                IF RETURN-CODE = 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
            IF ws-playerOverflow = 'Y'
                DISPLAY '*** WARNING: more than 20 player IDs in '
                    'the ledger - balance and marker checks were '
                    'skipped for the overflow players; report is '
                    'partial. ***'
                IF RETURN-CODE = 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
            DISPLAY 'Payouts with no roll:        ' ws-excNoRoll
            DISPLAY 'Payouts over legal ceiling:  ' ws-excCeiling
            DISPLAY 'Balance discontinuities:     ' ws-excBalance
            DISPLAY 'Marker velocity flags:       ' ws-excMarker
            DISPLAY 'Wagers outside posted limits:' ws-excLimit
            DISPLAY 'New rows in SURVEXC.DAT:     ' ws-extractCount
            IF ws-excNoRoll = 0 AND ws-excCeiling = 0
               AND ws-excBalance = 0 AND ws-excMarker = 0
               AND ws-excLimit = 0
                DISPLAY 'No exceptions - session cross-matches '
                    'clean.'
            ELSE
                IF RETURN-CODE = 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
            DISPLAY '=========================================='.
