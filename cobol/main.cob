                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PF-PLAYER-ID
                FILE STATUS IS ws-playerFileStat.
            SELECT LEDGER-FILE ASSIGN USING ws-ledgerName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-ledgerFileStat.
            SELECT CONFIG-FILE ASSIGN TO "TABLECFG.DAT"
            SELECT REPLAY-FILE ASSIGN TO "REPLAYIN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-replayFileStat.
            SELECT MARKER-FILE ASSIGN TO "MARKERS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MK-MARKER-NO
                ALTERNATE RECORD KEY IS MK-PLAYER-ID WITH DUPLICATES
                FILE STATUS IS ws-markerFileStat.
            SELECT CFG-HIST-FILE ASSIGN TO "CFGHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-cfgHistFileStat.
            SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-operFileStat.
            SELECT AUTH-RULE-FILE ASSIGN TO "AUTHRULE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-authRuleFileStat.
            SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESSLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-accessLogFileStat.
            SELECT TOURN-FILE ASSIGN TO "TOURNEY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-tournFileStat.
        DATA DIVISION.
        FILE SECTION.
        FD  PLAYER-FILE.
            05 PF-MARKER-BAL    PIC 9(7).
        FD  LEDGER-FILE.
            COPY LEDGREC.
        FD  MARKER-FILE.
            COPY MARKREC.
        FD  CFG-HIST-FILE.
            COPY CFGHIST.
        FD  OPERATOR-FILE.
            COPY OPERREC.
        FD  AUTH-RULE-FILE.
            COPY AUTHRULE.
        FD  ACCESS-LOG-FILE.
            COPY ACCESSLOG.
        FD  TOURN-FILE.
            COPY TOURNREC.
        FD  CONFIG-FILE.
        01  CONFIG-REC.
            05 CFG-MAXB         PIC 999.
                10 CK-DONTCOMEBET   PIC X.
                10 CK-CREDIT-LIMIT  PIC 9(7).
                10 CK-MARKER-BAL    PIC 9(7).
                10 CK-COME-BOXES.
                    15 CK-COME-ON   OCCURS 6 TIMES PIC 99999.
                10 CK-DCOME-BOXES.
                    15 CK-DCOME-ON  OCCURS 6 TIMES PIC 99999.
        FD  BATCH-FILE.
        01  BATCH-REC.
            05 BATCH-VALUE      PIC 9(10).
        01 cbAmTot          PIC 99999.
        01 dcbAm            PIC 99999.
        01 dcbAmTot         PIC 99999.
      *        Come and don't come bets that have travelled to a
      *        number, one box per number: 1 = 4, 2 = 5, 3 = 6,
      *        4 = 8, 5 = 9, 6 = 10. cbAmTot/dcbAmTot hold only the
      *        bets still sitting in the come box waiting for their
      *        own come-out roll.
        01 comeOnAm.
            05 comeOn           OCCURS 6 TIMES PIC 99999.
        01 dcomeOnAm.
            05 dcomeOn          OCCURS 6 TIMES PIC 99999.
        01 ws-comeNumbers       PIC X(12) VALUE '040506080910'.
        01 ws-comeNumTable REDEFINES ws-comeNumbers.
            05 ws-comeNumVal    OCCURS 6 TIMES PIC 99.
        01 ws-comeLabels        PIC X(12) VALUE '4 5 6 8 9 10'.
        01 ws-comeLblTable REDEFINES ws-comeLabels.
            05 ws-comeLbl       OCCURS 6 TIMES PIC XX.
        01 ws-comeIdx           PIC 9.
        01 ws-comeBox           PIC 9.
        01 ws-comePrefix        PIC X(6).
        01 ws-comeSuffix        PIC X(5).
        01 ws-comeOpen          PIC X.
        01 fieldAm          PIC 99999.
        01 place4Am         PIC 99999.
        01 place5Am         PIC 99999.
        01 markerAmt        PIC 9(7).
        01 ws-markerAns     PIC X.
        01 ws-markerPay     PIC 9(7).
        01 ws-markerRemain  PIC 9(7).
        01 ws-markerApply   PIC 9(7).
        01 ws-markerOpen    PIC 9(7).
        01 ws-markerEOF     PIC X.
        01 ws-markerNo      PIC 9(8).
        01 maxB             PIC 999 VALUE 200.
        01 minB             PIC 99 VALUE 10.
        01 tableExpCap      PIC 9(7) VALUE 5000.
        01 defaultExpCap    PIC 9(7) VALUE 5000.
        01 ws-exposureTotal PIC 9(7).
        01 ws-newExposure   PIC 9(7).
        01 ws-reconEOF      PIC X.
        01 playerId         PIC X(10) VALUE 'PLAYER001'.
        01 ws-playerFileStat PIC XX.
        01 ws-ledgerFileStat PIC XX.
        01 ws-ledgerName     PIC X(40) VALUE 'LEDGER.DAT'.
        01 ws-sessLedgerName PIC X(40).
        01 ws-configFileStat PIC XX.
        01 ws-ledgerBetType  PIC X(15).
        01 ws-ledgerAmount   PIC 9999999.
        01 ws-checkptFileStat PIC XX.
        01 ws-resumeFlag    PIC X VALUE 'N'.
        01 ws-resumeAns     PIC X.
        01 ws-resumeDenied  PIC X VALUE 'N'.
        01 ws-ckMismatch    PIC X VALUE 'N'.
        01 ws-batchFileStat PIC XX.
        01 ws-batchMode     PIC X VALUE 'N'.
        01 ws-archiveTime       PIC X(6).
        01 ws-tableId           PIC X(10) VALUE 'TABLE1'.
        01 ws-tableIdInput      PIC X(10).
      *        Crew on the game: the boxman and up to three dealers,
      *        under the crew ID the pit schedules them by.
        01 ws-crewId            PIC X(10) VALUE 'NO CREW'.
        01 ws-crewBoxman        PIC X(10) VALUE SPACES.
        01 ws-crewDealers.
            05 ws-crewDealer OCCURS 3 TIMES PIC X(10) VALUE SPACES.
        01 ws-crewIdx           PIC 9.
        01 ws-crewCount         PIC 9.
        01 ws-crewInput         PIC X(10).
      *        Operator signed on at this terminal. The rule table
      *        says which roles may take each sensitive action and
      *        the amount above which a second floor supervisor must
      *        approve it: 1 GAME SIGN-ON, 2 CLERK SIGN-ON,
      *        3 ISSUE-MARKER, 4 TRAY-FILL, 5 TRAY-CREDIT,
      *        6 ADJUST-BALANCE, 7 CREDIT-LIMIT, 8 CLOSE-ACCOUNT,
      *        9 RESUME-CHECKPT, 10 TOURN-SETUP, 11 TOURN-BUYIN,
      *        12 TOURN-PRIZE.
        01 ws-operFileStat      PIC XX.
        01 ws-authRuleFileStat  PIC XX.
        01 ws-accessLogFileStat PIC XX.
        01 ws-operEOF           PIC X.
        01 ws-authRuleEOF       PIC X.
        01 ws-operCount         PIC 999 VALUE 0.
        01 ws-operIdx           PIC 999.
        01 ws-operFound         PIC 999.
        01 ws-operOverflow      PIC X VALUE 'N'.
        01 ws-operId            PIC X(10) VALUE SPACES.
        01 ws-operRole          PIC X VALUE SPACE.
        01 ws-signOnOk          PIC X VALUE 'N'.
        01 ws-signOnTries       PIC 9.
        01 ws-idInput           PIC X(10).
        01 ws-pinInput          PIC X(6).
        01 ws-approverId        PIC X(10).
        01 ws-authAction        PIC X(15).
        01 ws-authAmount        PIC 9(7).
        01 ws-authPlayer        PIC X(10).
        01 ws-authOk            PIC X.
        01 ws-authIdx           PIC 99.
        01 ws-authFound         PIC 99.
        01 ws-roleOk            PIC X.
        01 ws-roleIdx           PIC 9.
        01 ws-accessEvent       PIC X(8).
        01 OPER-TABLE.
            05 OPER-ENTRY OCCURS 200 TIMES.
                10 OT-EMP-ID        PIC X(10).
                10 OT-PIN           PIC X(6).
                10 OT-ROLE          PIC X.
                10 OT-STATUS        PIC X.
        01 AUTH-RULE-TABLE.
            05 AUTH-RULE-ENTRY OCCURS 12 TIMES.
                10 AU-ACTION        PIC X(15).
                10 AU-ROLES         PIC X(4).
                10 AU-LIMIT         PIC 9(7).
        01 ws-archiveEOF        PIC X VALUE 'N'.
        01 ws-exclFileStat      PIC XX.
        01 ws-exclEOF           PIC X.
        01 ws-archCatEOF        PIC X.
        01 ws-trayFileStat      PIC XX.
        01 ws-replayFileStat    PIC XX.
        01 ws-markerFileStat    PIC XX.
        01 ws-cfgHistFileStat   PIC XX.
        01 ws-replayMode        PIC X VALUE 'N'.
        01 ws-replayEOF         PIC X VALUE 'N'.
        01 ws-trayOpen          PIC 9(7) VALUE 0.
                10 TTC-ID           PIC X(10).
                10 TTC-COUNT        PIC 9(7).
        01 ws-configEOF         PIC X.
        01 ws-cfgHistOn         PIC X.
        01 ws-cfgHistEOF        PIC X.
        01 ws-schedDate         PIC X(8).
        01 ws-capEff            PIC X(8).
        01 ws-betCode           PIC X(5).
        01 ws-curMinB           PIC 9(5).
        01 ws-curMaxB           PIC 9(5).
                10 BL-MIN           PIC 9(5).
                10 BL-MAX           PIC 9(5).
                10 BL-WT            PIC 9V99.
                10 BL-EFF           PIC X(8).
      *        The schedule before any CFGHIST.DAT change is applied,
      *        which a retired record falls back to.
        01 BET-LIMIT-BASE.
            05 BET-LIMIT-BASE-ENTRY OCCURS 13 TIMES.
                10 BB-CODE          PIC X(5).
                10 BB-MIN           PIC 9(5).
                10 BB-MAX           PIC 9(5).
                10 BB-WT            PIC 9V99.
                10 BB-EFF           PIC X(8).

        01 EXCL-TABLE.
            05 EXCL-ENTRY OCCURS 50 TIMES.
                10 EXL-LOSS         PIC 9(7).
                10 EXL-TIME         PIC 9(4).

      *        Tournament round in play at this table, if any. The
      *        entrant table holds each player who bought in at the
      *        cage with the chips left after their latest round.
        01 ws-tournFileStat     PIC XX.
        01 ws-tournEOF          PIC X.
        01 ws-tournMode         PIC X VALUE 'N'.
        01 ws-tournId           PIC X(10) VALUE SPACES.
        01 ws-tournOk           PIC X.
        01 ws-tournPaid         PIC X.
        01 ws-tournSeatOk       PIC X.
        01 ws-tournDup          PIC X.
        01 ws-tournRound        PIC 9(3) VALUE 0.
        01 ws-tournNextRound    PIC 9(3).
        01 ws-tournLimitType    PIC X.
        01 ws-tournLimit        PIC 9(4).
        01 ws-tournStartSecs    PIC 9(12).
        01 ws-tournEndReason    PIC X VALUE SPACE.
        01 ws-tournTries        PIC 9.
        01 ws-tournMinBet       PIC 9(5).
        01 ws-tournSecs         PIC 9(12).
        01 ws-tournInput        PIC X(10).
        01 ws-tournPlayer       PIC X(10).
        01 ws-tournMins         PIC 9(4).
        01 ws-tournRoundIn      PIC 9(3).
        01 ws-tournCount        PIC 999 VALUE 0.
        01 ws-tournIdx          PIC 999.
        01 ws-tournFound        PIC 999.
        01 ws-tournOverflow     PIC X VALUE 'N'.
        01 TOURN-ENTRY-TABLE.
            05 TOURN-ENTRY OCCURS 200 TIMES.
                10 TE-PLAYER-ID     PIC X(10).
                10 TE-CHIPS         PIC 9(7).
                10 TE-LAST-ROUND    PIC 9(3).

        01 PLAYER-TABLE.
            05 PLAYER-ENTRY OCCURS 4 TIMES.
                10 PT-PLAYER-ID     PIC X(10).
                10 PT-DAY-WON       PIC 9(8) VALUE 0.
                10 PT-FIRST-SECS    PIC 9(12) VALUE 0.
                10 PT-CUTOFF        PIC X VALUE 'N'.
                10 PT-TOURN-START   PIC 9(7) VALUE 0.
                10 PT-COME-BOXES.
                    15 PT-COME-ON   OCCURS 6 TIMES PIC 99999.
                10 PT-DCOME-BOXES.
                    15 PT-DCOME-ON  OCCURS 6 TIMES PIC 99999.


        PROCEDURE DIVISION.
            DISPLAY '------------------------'

            IF ws-resumeFlag = 'Y'
                IF point = 0
                    MOVE 'N' TO ws-resumeFlag
                    DISPLAY 'Resuming between hands for seat '
                        ws-shooterIdx ' with come bets still '
                        'working.'
                ELSE
                    DISPLAY 'Resuming in-progress shoot for seat '
                        ws-shooterIdx ' at point ' point
                    PERFORM POINT-ROLL
                    PERFORM STORE-SEAT
                    IF ws-sevenOut = 'Y'
                        PERFORM ROTATE-SHOOTER
                    END-IF
                END-IF
            END-IF

                DISPLAY '1. Pass Line Bet'
                DISPLAY "2. Dont Pass Line Bet"
                DISPLAY '3. Quit'
                DISPLAY '4. Dealer Rotation'
                PERFORM GET-CHOICE

                EVALUATE choice
                    WHEN 3
                        MOVE 'N' TO rollAgain
                        MOVE 'Y' TO ws-quitReport
                    WHEN 4
                        IF ws-batchMode NOT = 'Y'
                            PERFORM ROTATE-CREW
                        END-IF
                    WHEN OTHER
                        DISPLAY 'Invalid choice. Try again.'

                    END-IF
                END-IF

                IF bal < minB AND ws-tournMode NOT = 'Y'
                  IF markerBal < creditLimit AND ws-batchMode NOT = 'Y'
                      DISPLAY 'It appears you have run dry...'
                      DISPLAY 'Would you like to sign a marker '
                        MOVE 'Y' TO ws-quitReport
                    END-IF
                END-IF

                IF rollAgain NOT = 'N' AND ws-tournMode = 'Y'
                    PERFORM CHECK-ROUND-LIMIT
                END-IF
            END-PERFORM.

            IF ws-quitReport = 'Y'

            PERFORM SAVE-PLAYER-ACCOUNT.

            PERFORM SIGN-OFF-OPERATOR.

            STOP RUN.
        
        INITIALIZE-GAME.
            PERFORM OPEN-BATCH-FILE
            PERFORM OPEN-REPLAY-FILE
            PERFORM GET-TABLE-ID
            PERFORM SIGN-ON-OPERATOR
            PERFORM SIGN-IN-CREW
            PERFORM GET-TOURNAMENT
            PERFORM LOAD-EXCLUSION-LIST
            PERFORM SETUP-TABLE-SEATS
            IF ws-tournMode = 'Y'
                PERFORM LOAD-TOURNAMENT-SEATS
            ELSE
                PERFORM LOAD-PLAYER-ACCOUNT
            END-IF
            PERFORM OPEN-LEDGER
            PERFORM SCAN-DAILY-ACTIVITY
            IF ws-tournMode = 'Y'
                PERFORM START-TOURNAMENT-ROUND
            ELSE
                PERFORM LOAD-TRAY-COUNT
            END-IF
            PERFORM OPEN-RNG-AUDIT
            PERFORM SEED-CERTIFIED-RNG
      *        A tournament round neither resumes nor leaves a
      *        checkpoint, so an interrupted cash shoot stays on
      *        file for the next cash session.
            IF ws-tournMode NOT = 'Y'
                PERFORM CHECK-CHECKPOINT
            END-IF
            MOVE ws-shooterIdx TO ws-curSeat
            PERFORM SELECT-SEAT.

                END-IF
            END-IF.

      *        The crew signs in when the session opens and again at
      *        every dealer rotation. A blank answer keeps whoever is
      *        already on that position; a period takes a dealer
      *        position off the game. Batch and replay runs carry
      *        the default crew rather than stopping to prompt.
        SIGN-IN-CREW.
            IF ws-batchMode NOT = 'Y' AND ws-replayMode NOT = 'Y'
                DISPLAY 'Crew ID (blank keeps ' ws-crewId '): '
                ACCEPT ws-crewInput
                IF ws-crewInput NOT = SPACES
                    MOVE ws-crewInput TO ws-crewId
                END-IF
                DISPLAY 'Boxman ID (blank keeps ' ws-crewBoxman
                    '): '
                ACCEPT ws-crewInput
                IF ws-crewInput NOT = SPACES
                    MOVE ws-crewInput TO ws-crewBoxman
                END-IF
                PERFORM VARYING ws-crewIdx FROM 1 BY 1
                        UNTIL ws-crewIdx > 3
                    DISPLAY 'Dealer ' ws-crewIdx ' ID (blank keeps '
                        ws-crewDealer(ws-crewIdx) ', . for none): '
                    ACCEPT ws-crewInput
                    EVALUATE ws-crewInput
                        WHEN SPACES
                            CONTINUE
                        WHEN '.'
                            MOVE SPACES TO ws-crewDealer(ws-crewIdx)
                        WHEN OTHER
                            MOVE ws-crewInput
                                TO ws-crewDealer(ws-crewIdx)
                    END-EVALUATE
                END-PERFORM
            END-IF.

        ROTATE-CREW.
            PERFORM SIGN-IN-CREW
            PERFORM LOG-CREW-LINES
            DISPLAY 'Crew ' ws-crewId ' now on the game.'.

      *        Nobody plays the game without an operator signed on
      *        from OPERATOR.DAT: three tries at ID and PIN, then the
      *        session is refused. Batch runs are unattended and never
      *        reach a sensitive action, so they skip sign-on.
        SIGN-ON-OPERATOR.
            IF ws-batchMode NOT = 'Y'
                PERFORM LOAD-OPERATORS
                PERFORM LOAD-AUTH-RULES
                MOVE 0 TO ws-signOnTries
                MOVE 'N' TO ws-signOnOk
                MOVE 'GAME SIGN-ON' TO ws-authAction
                MOVE 0 TO ws-authAmount
                MOVE SPACES TO ws-authPlayer
                MOVE SPACES TO ws-approverId
                PERFORM UNTIL ws-signOnOk = 'Y' OR ws-signOnTries = 3
                    ADD 1 TO ws-signOnTries
                    DISPLAY 'Employee ID: '
                    ACCEPT ws-operId
                    DISPLAY 'PIN: '
                    ACCEPT ws-pinInput
                    MOVE ws-operId TO ws-idInput
                    PERFORM CHECK-OPERATOR-PIN
                    IF ws-operFound = 0
                        MOVE SPACE TO ws-operRole
                        MOVE 'SIGNFAIL' TO ws-accessEvent
                        DISPLAY 'Employee ID or PIN not recognized.'
                    ELSE
                        MOVE OT-ROLE(ws-operFound) TO ws-operRole
                        PERFORM FIND-AUTH-RULE
                        PERFORM CHECK-OPERATOR-ROLE
                        IF ws-roleOk = 'Y'
                            MOVE 'Y' TO ws-signOnOk
                            MOVE 'SIGNON' TO ws-accessEvent
                        ELSE
                            MOVE 'DENIED' TO ws-accessEvent
                            DISPLAY 'Employee ' ws-operId ' (role '
                                ws-operRole ') may not run the game.'
                        END-IF
                    END-IF
                    PERFORM WRITE-ACCESS-LOG
                END-PERFORM
                IF ws-signOnOk NOT = 'Y'
                    DISPLAY 'Sign-on refused.'
                    STOP RUN
                END-IF
                DISPLAY 'Signed on: ' ws-operId ' role ' ws-operRole
            END-IF.

        SIGN-OFF-OPERATOR.
            IF ws-signOnOk = 'Y'
                MOVE SPACES TO ws-authAction
                MOVE 0 TO ws-authAmount
                MOVE SPACES TO ws-authPlayer
                MOVE SPACES TO ws-approverId
                MOVE 'SIGNOFF' TO ws-accessEvent
                PERFORM WRITE-ACCESS-LOG
            END-IF.

        LOAD-OPERATORS.
            MOVE 0 TO ws-operCount
            OPEN INPUT OPERATOR-FILE
            IF ws-operFileStat NOT = '00'
                DISPLAY '*** WARNING: no OPERATOR.DAT on file - '
                    'nobody can sign on. ***'
                DISPLAY 'Sign-on refused.'
                STOP RUN
            END-IF
            MOVE 'N' TO ws-operEOF
            PERFORM UNTIL ws-operEOF = 'Y'
                READ OPERATOR-FILE
                    AT END
                        MOVE 'Y' TO ws-operEOF
                    NOT AT END
                        IF ws-operCount < 200
                            ADD 1 TO ws-operCount
                            MOVE OP-EMP-ID TO OT-EMP-ID(ws-operCount)
                            MOVE OP-PIN TO OT-PIN(ws-operCount)
                            MOVE OP-ROLE TO OT-ROLE(ws-operCount)
                            MOVE OP-STATUS TO OT-STATUS(ws-operCount)
                        ELSE
                            MOVE 'Y' TO ws-operOverflow
                        END-IF
                END-READ
            END-PERFORM
            CLOSE OPERATOR-FILE
            IF ws-operOverflow = 'Y'
                DISPLAY '*** WARNING: OPERATOR.DAT holds more than '
                    '200 employees - the rest cannot sign on. ***'
            END-IF.

      *        Built-in rules, which AUTHRULE.DAT can override action
      *        by action: roles D dealer, S floor supervisor, P pit
      *        clerk, C cage.
        LOAD-AUTH-RULES.
            MOVE 'GAME SIGN-ON' TO AU-ACTION(1)
            MOVE 'DS' TO AU-ROLES(1)
            MOVE 9999999 TO AU-LIMIT(1)
            MOVE 'CLERK SIGN-ON' TO AU-ACTION(2)
            MOVE 'PCS' TO AU-ROLES(2)
            MOVE 9999999 TO AU-LIMIT(2)
            MOVE 'ISSUE-MARKER' TO AU-ACTION(3)
            MOVE 'S' TO AU-ROLES(3)
            MOVE 5000 TO AU-LIMIT(3)
            MOVE 'TRAY-FILL' TO AU-ACTION(4)
            MOVE 'DS' TO AU-ROLES(4)
            MOVE 10000 TO AU-LIMIT(4)
            MOVE 'TRAY-CREDIT' TO AU-ACTION(5)
            MOVE 'DS' TO AU-ROLES(5)
            MOVE 10000 TO AU-LIMIT(5)
            MOVE 'ADJUST-BALANCE' TO AU-ACTION(6)
            MOVE 'PC' TO AU-ROLES(6)
            MOVE 10000 TO AU-LIMIT(6)
            MOVE 'CREDIT-LIMIT' TO AU-ACTION(7)
            MOVE 'CS' TO AU-ROLES(7)
            MOVE 5000 TO AU-LIMIT(7)
            MOVE 'CLOSE-ACCOUNT' TO AU-ACTION(8)
            MOVE 'PC' TO AU-ROLES(8)
            MOVE 10000 TO AU-LIMIT(8)
            MOVE 'RESUME-CHECKPT' TO AU-ACTION(9)
            MOVE 'S' TO AU-ROLES(9)
            MOVE 9999999 TO AU-LIMIT(9)
            MOVE 'TOURN-SETUP' TO AU-ACTION(10)
            MOVE 'S' TO AU-ROLES(10)
            MOVE 9999999 TO AU-LIMIT(10)
            MOVE 'TOURN-BUYIN' TO AU-ACTION(11)
            MOVE 'PC' TO AU-ROLES(11)
            MOVE 10000 TO AU-LIMIT(11)
            MOVE 'TOURN-PRIZE' TO AU-ACTION(12)
            MOVE 'PC' TO AU-ROLES(12)
            MOVE 10000 TO AU-LIMIT(12)
            OPEN INPUT AUTH-RULE-FILE
            IF ws-authRuleFileStat = '00'
                MOVE 'N' TO ws-authRuleEOF
                PERFORM UNTIL ws-authRuleEOF = 'Y'
                    READ AUTH-RULE-FILE
                        AT END
                            MOVE 'Y' TO ws-authRuleEOF
                        NOT AT END
                            PERFORM APPLY-AUTH-RULE-RECORD
                    END-READ
                END-PERFORM
                CLOSE AUTH-RULE-FILE
            END-IF.

        APPLY-AUTH-RULE-RECORD.
            MOVE AR-ACTION TO ws-authAction
            PERFORM FIND-AUTH-RULE
            IF ws-authFound > 0
                MOVE AR-ROLES TO AU-ROLES(ws-authFound)
                MOVE AR-LIMIT TO AU-LIMIT(ws-authFound)
            ELSE
                DISPLAY '*** WARNING: AUTHRULE.DAT action '
                    AR-ACTION ' is not a controlled action - '
                    'ignored. ***'
            END-IF.

        FIND-AUTH-RULE.
            MOVE 0 TO ws-authFound
            PERFORM VARYING ws-authIdx FROM 1 BY 1
                    UNTIL ws-authIdx > 12
                IF AU-ACTION(ws-authIdx) = ws-authAction
                    MOVE ws-authIdx TO ws-authFound
                END-IF
            END-PERFORM.

        CHECK-OPERATOR-ROLE.
            MOVE 'N' TO ws-roleOk
            IF ws-authFound > 0 AND ws-operRole NOT = SPACE
                PERFORM VARYING ws-roleIdx FROM 1 BY 1
                        UNTIL ws-roleIdx > 4
                    IF AU-ROLES(ws-authFound)(ws-roleIdx:1)
                            = ws-operRole
                        MOVE 'Y' TO ws-roleOk
                    END-IF
                END-PERFORM
            END-IF.

      *        Looks up ws-idInput / ws-pinInput; ws-operFound is the
      *        matching active employee, or zero.
        CHECK-OPERATOR-PIN.
            MOVE 0 TO ws-operFound
            PERFORM VARYING ws-operIdx FROM 1 BY 1
                    UNTIL ws-operIdx > ws-operCount
                IF OT-EMP-ID(ws-operIdx) = ws-idInput
                   AND OT-PIN(ws-operIdx) = ws-pinInput
                   AND OT-STATUS(ws-operIdx) = 'A'
                   AND ws-idInput NOT = SPACES
                    MOVE ws-operIdx TO ws-operFound
                END-IF
            END-PERFORM.

      *        Called with ws-authAction, ws-authAmount and
      *        ws-authPlayer set; answers in ws-authOk. The operator's
      *        own role covers the action up to the rule's limit.
      *        Over the limit, or outside the role, a second floor
      *        supervisor must approve with ID and PIN at the
      *        terminal. Every decision goes to the access log.
      *        Replay posts nothing, so nothing there needs approval.
        AUTHORIZE-ACTION.
            MOVE 'N' TO ws-authOk
            MOVE SPACES TO ws-approverId
            IF ws-batchMode = 'Y' OR ws-replayMode = 'Y'
                MOVE 'Y' TO ws-authOk
            ELSE
                PERFORM FIND-AUTH-RULE
                PERFORM CHECK-OPERATOR-ROLE
                IF ws-roleOk = 'Y'
                    IF ws-authAmount > AU-LIMIT(ws-authFound)
                        DISPLAY ws-authAction ' over '
                            AU-LIMIT(ws-authFound) ' needs a second '
                            'floor supervisor to approve.'
                        PERFORM GET-SUPERVISOR-APPROVAL
                    ELSE
                        MOVE 'Y' TO ws-authOk
                        MOVE 'GRANTED' TO ws-accessEvent
                    END-IF
                ELSE
                    DISPLAY ws-authAction ' is outside role '
                        ws-operRole ' - a floor supervisor must '
                        'approve.'
                    PERFORM GET-SUPERVISOR-APPROVAL
                END-IF
                PERFORM WRITE-ACCESS-LOG
                IF ws-authOk NOT = 'Y'
                    DISPLAY 'Not authorized - ' ws-authAction
                        ' not taken.'
                END-IF
            END-IF.

        GET-SUPERVISOR-APPROVAL.
            MOVE 'DENIED' TO ws-accessEvent
            DISPLAY 'Approving supervisor ID (blank to cancel): '
            ACCEPT ws-approverId
            IF ws-approverId NOT = SPACES
                DISPLAY 'Supervisor PIN: '
                ACCEPT ws-pinInput
                MOVE ws-approverId TO ws-idInput
                PERFORM CHECK-OPERATOR-PIN
                IF ws-operFound = 0
                    DISPLAY 'Supervisor ID or PIN not recognized.'
                ELSE
                    IF OT-ROLE(ws-operFound) NOT = 'S'
                       OR ws-approverId = ws-operId
                        DISPLAY 'Approval must come from a second '
                            'floor supervisor.'
                    ELSE
                        MOVE 'Y' TO ws-authOk
                        MOVE 'APPROVED' TO ws-accessEvent
                    END-IF
                END-IF
            END-IF.

        WRITE-ACCESS-LOG.
            OPEN EXTEND ACCESS-LOG-FILE
            IF ws-accessLogFileStat = '35'
                OPEN OUTPUT ACCESS-LOG-FILE
                CLOSE ACCESS-LOG-FILE
                OPEN EXTEND ACCESS-LOG-FILE
            END-IF
            MOVE SPACES TO ACCESS-LOG-REC
            MOVE FUNCTION CURRENT-DATE(1:8) TO AL-DATE
            MOVE FUNCTION CURRENT-DATE(9:6) TO AL-TIME
            MOVE 'CRAPSGAME' TO AL-PROGRAM
            MOVE ws-tableId TO AL-TABLE-ID
            MOVE ws-operId TO AL-EMP-ID
            MOVE ws-operRole TO AL-ROLE
            MOVE ws-accessEvent TO AL-EVENT
            MOVE ws-authAction TO AL-ACTION
            MOVE ws-authPlayer TO AL-PLAYER-ID
            MOVE ws-authAmount TO AL-AMOUNT
            MOVE ws-approverId TO AL-APPROVER
            WRITE ACCESS-LOG-REC
            CLOSE ACCESS-LOG-FILE.

        GET-NEXT-BATCH-VALUE.
            READ BATCH-FILE
                AT END
                            DISPLAY 'interrupted shoot was found.'
                            DISPLAY 'Resume that shoot? (Y/N): '
                            ACCEPT ws-resumeAns
                            IF ws-resumeAns = 'Y' OR ws-resumeAns = 'y'
                                MOVE 'RESUME-CHECKPT' TO ws-authAction
                                MOVE 0 TO ws-authAmount
                                MOVE SPACES TO ws-authPlayer
                                PERFORM AUTHORIZE-ACTION
                                IF ws-authOk NOT = 'Y'
                                    MOVE 'N' TO ws-resumeAns
                                    MOVE 'Y' TO ws-resumeDenied
                                END-IF
                            END-IF
                        END-IF
                        IF ws-resumeAns = 'Y' OR ws-resumeAns = 'y'
                            PERFORM VERIFY-CHECKPOINT-IDENTITY
                        END-IF
                END-READ
                CLOSE CHECKPOINT-FILE
      *        A resume refused for want of approval is not the floor
      *        declining it: the shoot and its working bets stay on
      *        file and the session ends before a new shoot could
      *        overwrite the checkpoint, so a supervisor can resume.
                IF ws-resumeDenied = 'Y'
                    DISPLAY 'Checkpoint kept on file - sign on with '
                        'a supervisor to resume the shoot.'
                    PERFORM WRITE-SESSION-TRAILER
                    CLOSE LEDGER-FILE
                    PERFORM SIGN-OFF-OPERATOR
                    STOP RUN
                END-IF
                IF ws-resumeFlag NOT = 'Y'
                    PERFORM CLEAR-CHECKPOINT
                END-IF
                    TO PT-CREDIT-LIMIT(ws-seatIdx)
                MOVE CK-MARKER-BAL(ws-seatIdx)
                    TO PT-MARKER-BAL(ws-seatIdx)
                MOVE CK-COME-BOXES(ws-seatIdx)
                    TO PT-COME-BOXES(ws-seatIdx)
                MOVE CK-DCOME-BOXES(ws-seatIdx)
                    TO PT-DCOME-BOXES(ws-seatIdx)
            END-PERFORM.

        WRITE-CHECKPOINT.
            PERFORM STORE-SEAT
            IF ws-replayMode NOT = 'Y' AND ws-tournMode NOT = 'Y'
                PERFORM WRITE-CHECKPOINT-REC
            END-IF.

                    TO CK-CREDIT-LIMIT(ws-seatIdx)
                MOVE PT-MARKER-BAL(ws-seatIdx)
                    TO CK-MARKER-BAL(ws-seatIdx)
                MOVE PT-COME-BOXES(ws-seatIdx)
                    TO CK-COME-BOXES(ws-seatIdx)
                MOVE PT-DCOME-BOXES(ws-seatIdx)
                    TO CK-DCOME-BOXES(ws-seatIdx)
            END-PERFORM
            OPEN OUTPUT CHECKPOINT-FILE
            WRITE CHECKPOINT-REC
            CLOSE CHECKPOINT-FILE.

        CLEAR-CHECKPOINT.
            IF ws-replayMode NOT = 'Y' AND ws-tournMode NOT = 'Y'
                OPEN OUTPUT CHECKPOINT-FILE
                CLOSE CHECKPOINT-FILE
            END-IF.
                END-IF
                PERFORM VARYING ws-seatIdx FROM 1 BY 1
                        UNTIL ws-seatIdx > ws-numPlayers
                    IF ws-seatIdx = 1 AND ws-tournMode NOT = 'Y'
                        MOVE playerId TO PT-PLAYER-ID(ws-seatIdx)
                    ELSE
                        DISPLAY 'Enter player ID for seat '
      *        player so a loss or time limit carried in from another
      *        table or an earlier session still counts against the
      *        player's daily allowance, not just this session's.
      *        A tournament round keeps its chip play in its own
      *        ledger, so the scan still reads LEDGER.DAT for the
      *        player's real play today.
        SCAN-DAILY-ACTIVITY.
            MOVE FUNCTION CURRENT-DATE(1:8) TO ws-todayDate
            PERFORM GET-CLOCK-SECS
                MOVE 'N' TO PT-CUTOFF(ws-seatIdx)
            END-PERFORM
            CLOSE LEDGER-FILE
            MOVE ws-ledgerName TO ws-sessLedgerName
            MOVE 'LEDGER.DAT' TO ws-ledgerName
            OPEN INPUT LEDGER-FILE
            MOVE 'N' TO ws-dailyEOF
            IF ws-ledgerFileStat NOT = '00'
                MOVE 'Y' TO ws-dailyEOF
            END-IF
            PERFORM UNTIL ws-dailyEOF = 'Y'
                READ LEDGER-FILE
                    AT END
                END-READ
            END-PERFORM
            CLOSE LEDGER-FILE
            MOVE ws-sessLedgerName TO ws-ledgerName
            OPEN EXTEND LEDGER-FILE
            PERFORM SCAN-DAILY-ARCHIVES.

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
                    ADD ws-amountNum TO PT-DAY-WON(ws-seatIdx)
                WHEN OTHER
                    CONTINUE
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
                    ADD ws-ledgerAmount TO PT-DAY-WON(ws-curSeat)
                WHEN OTHER
                    CONTINUE
      *        max/min/double layout so older files still load; any
      *        records after it carry one bet type each (code, min,
      *        max, exposure weight) so the software limits can
      *        match the placard on the rail bet by bet. Once the
      *        table has a CFGHIST.DAT the bet-type records come from
      *        there instead, as in force on the session date.
        LOAD-TABLE-CONFIG.
            PERFORM INIT-BET-SCHEDULE
            MOVE FUNCTION CURRENT-DATE(1:8) TO ws-schedDate
            MOVE 'N' TO ws-cfgHistOn
            OPEN INPUT CFG-HIST-FILE
            IF ws-cfgHistFileStat = '00'
                MOVE 'Y' TO ws-cfgHistOn
                CLOSE CFG-HIST-FILE
            END-IF
            OPEN INPUT CONFIG-FILE
            IF ws-configFileStat = '00'
                MOVE 'N' TO ws-configEOF
                                MOVE CFG-DOUB TO doub
                                PERFORM INIT-BET-SCHEDULE
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

      *        Every change effective on or before the session date
      *        is applied; for each bet type (and EXCAP) the latest
      *        effective date wins, and on the same date the line
      *        written last.
        APPLY-CONFIG-HISTORY.
            MOVE BET-LIMIT-TABLE TO BET-LIMIT-BASE
            MOVE SPACES TO ws-capEff
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
            IF CH-BET-CODE = 'EXCAP'
                IF CH-EFF-DATE >= ws-capEff
                    MOVE CH-EFF-DATE TO ws-capEff
                    IF CH-ACTION = 'R'
                        MOVE defaultExpCap TO tableExpCap
                    ELSE
                        MOVE CH-BET-MAX TO tableExpCap
                    END-IF
                END-IF
            ELSE
                PERFORM VARYING ws-blIdx FROM 1 BY 1
                        UNTIL ws-blIdx > 13
                    IF BL-CODE(ws-blIdx) = CH-BET-CODE
                       AND CH-EFF-DATE >= BL-EFF(ws-blIdx)
                        MOVE CH-EFF-DATE TO BL-EFF(ws-blIdx)
                        IF CH-ACTION = 'R'
                            MOVE BB-MIN(ws-blIdx) TO BL-MIN(ws-blIdx)
                            MOVE BB-MAX(ws-blIdx) TO BL-MAX(ws-blIdx)
                            MOVE BB-WT(ws-blIdx) TO BL-WT(ws-blIdx)
                        ELSE
                            MOVE CH-BET-MIN TO BL-MIN(ws-blIdx)
                            MOVE CH-BET-MAX TO BL-MAX(ws-blIdx)
                            MOVE CH-EXP-WT TO BL-WT(ws-blIdx)
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.

        INIT-BET-SCHEDULE.
                    UNTIL ws-blIdx > 13
                MOVE minB TO BL-MIN(ws-blIdx)
                MOVE maxB TO BL-MAX(ws-blIdx)
                MOVE SPACES TO BL-EFF(ws-blIdx)
            END-PERFORM
            MOVE 1.00 TO BL-WT(1)
            MOVE 1.00 TO BL-WT(2)
                        MOVE PF-MARKER-BAL
                            TO PT-MARKER-BAL(ws-seatIdx)
                END-READ
            END-PERFORM

            OPEN I-O MARKER-FILE
            IF ws-markerFileStat = '35'
                OPEN OUTPUT MARKER-FILE
                CLOSE MARKER-FILE
                OPEN I-O MARKER-FILE
            END-IF.

        SAVE-PLAYER-ACCOUNT.
            MOVE ws-shooterIdx TO ws-curSeat
            IF ws-replayMode = 'Y'
                DISPLAY 'Replay session - account balances left '
                    'untouched.'
            END-IF
            IF ws-tournMode = 'Y'
                DISPLAY 'Tournament round - account balances left '
                    'untouched.'
            END-IF
            IF ws-replayMode NOT = 'Y' AND ws-tournMode NOT = 'Y'
                PERFORM VARYING ws-seatIdx FROM 1 BY 1
                        UNTIL ws-seatIdx > ws-numPlayers
                    MOVE PT-PLAYER-ID(ws-seatIdx) TO PF-PLAYER-ID
                    END-REWRITE
                END-PERFORM
            END-IF
            IF ws-tournMode NOT = 'Y'
                CLOSE PLAYER-FILE
                CLOSE MARKER-FILE
            END-IF
            PERFORM WRITE-SESSION-TRAILER
            CLOSE LEDGER-FILE
            CLOSE RNG-AUDIT-FILE
                CLOSE REPLAY-FILE
            END-IF.

      *        A table can play a round of a tournament the cage has
      *        set up in TOURNEY.DAT instead of a cash game. Batch
      *        and replay runs are always cash games.
        GET-TOURNAMENT.
            MOVE 'N' TO ws-tournMode
            IF ws-batchMode NOT = 'Y' AND ws-replayMode NOT = 'Y'
                MOVE 'N' TO ws-tournOk
                PERFORM UNTIL ws-tournOk = 'Y'
                    DISPLAY 'Tournament ID (blank for a cash game): '
                    ACCEPT ws-tournInput
                    IF ws-tournInput = SPACES
                        MOVE 'Y' TO ws-tournOk
                    ELSE
                        MOVE ws-tournInput TO ws-tournId
                        PERFORM LOAD-TOURNAMENT
                        IF ws-tournOk = 'Y'
                            PERFORM SET-TOURNAMENT-ROUND
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.

      *        Rebuilds the tournament from its TOURNEY.DAT lines:
      *        the set-up record, every entrant, and each entrant's
      *        chips as of the latest round they played.
        LOAD-TOURNAMENT.
            MOVE 'N' TO ws-tournOk
            MOVE 'N' TO ws-tournPaid
            MOVE 'N' TO ws-tournOverflow
            MOVE 0 TO ws-tournCount
            MOVE 0 TO ws-tournNextRound
            OPEN INPUT TOURN-FILE
            IF ws-tournFileStat = '00'
                MOVE 'N' TO ws-tournEOF
                PERFORM UNTIL ws-tournEOF = 'Y'
                    READ TOURN-FILE
                        AT END
                            MOVE 'Y' TO ws-tournEOF
                        NOT AT END
                            IF TR-TOURN-ID = ws-tournId
                                PERFORM APPLY-TOURN-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TOURN-FILE
            END-IF
            ADD 1 TO ws-tournNextRound
            IF ws-tournOk NOT = 'Y'
                DISPLAY 'Tournament ' ws-tournId ' has not been '
                    'set up at the cage.'
            ELSE
                IF ws-tournPaid = 'Y'
                    MOVE 'N' TO ws-tournOk
                    DISPLAY 'Tournament ' ws-tournId ' is closed - '
                        'its prizes have been paid.'
                END-IF
            END-IF
            IF ws-tournOverflow = 'Y'
                DISPLAY '*** WARNING: tournament ' ws-tournId
                    ' has more than 200 entrants - later entrants '
                    'cannot be seated. ***'
            END-IF.

        APPLY-TOURN-RECORD.
            EVALUATE TR-REC-TYPE
                WHEN 'T'
                    MOVE 'Y' TO ws-tournOk
                    MOVE TR-LIMIT-TYPE TO ws-tournLimitType
                    MOVE TR-LIMIT TO ws-tournLimit
                WHEN 'E'
                    IF ws-tournCount < 200
                        ADD 1 TO ws-tournCount
                        MOVE TR-PLAYER-ID
                            TO TE-PLAYER-ID(ws-tournCount)
                        MOVE TR-CHIPS-END TO TE-CHIPS(ws-tournCount)
                        MOVE 0 TO TE-LAST-ROUND(ws-tournCount)
                    ELSE
                        MOVE 'Y' TO ws-tournOverflow
                    END-IF
                WHEN 'R'
                    MOVE TR-PLAYER-ID TO ws-tournPlayer
                    PERFORM FIND-TOURN-ENTRANT
                    IF ws-tournFound > 0
                        IF TR-ROUND >= TE-LAST-ROUND(ws-tournFound)
                            MOVE TR-CHIPS-END
                                TO TE-CHIPS(ws-tournFound)
                            MOVE TR-ROUND
                                TO TE-LAST-ROUND(ws-tournFound)
                        END-IF
                    END-IF
                    IF TR-ROUND > ws-tournNextRound
                        MOVE TR-ROUND TO ws-tournNextRound
                    END-IF
                WHEN 'P'
                    MOVE 'Y' TO ws-tournPaid
            END-EVALUATE.

        FIND-TOURN-ENTRANT.
            MOVE 0 TO ws-tournFound
            PERFORM VARYING ws-tournIdx FROM 1 BY 1
                    UNTIL ws-tournIdx > ws-tournCount
                IF TE-PLAYER-ID(ws-tournIdx) = ws-tournPlayer
                    MOVE ws-tournIdx TO ws-tournFound
                END-IF
            END-PERFORM.

      *        Several tables can play the same round at once, so the
      *        round is keyed rather than always taken as the next.
      *        The round's chip play goes to its own ledger, never
      *        to LEDGER.DAT, so no cash report or close step sees it.
        SET-TOURNAMENT-ROUND.
            DISPLAY 'Round number (0 for next round '
                ws-tournNextRound '): '
            ACCEPT ws-tournRoundIn
            IF ws-tournRoundIn = 0
                MOVE ws-tournNextRound TO ws-tournRound
            ELSE
                MOVE ws-tournRoundIn TO ws-tournRound
            END-IF
            MOVE 'Y' TO ws-tournMode
            MOVE SPACES TO ws-ledgerName
            STRING 'TLEDGER-' ws-tournId DELIMITED BY SPACE
                '.DAT' DELIMITED BY SIZE INTO ws-ledgerName
            DISPLAY '*** TOURNAMENT ' ws-tournId ' ROUND '
                ws-tournRound ' - tournament chips only ***'
            IF ws-tournLimitType = 'R'
                DISPLAY 'Round limit: ' ws-tournLimit ' rolls.'
            ELSE
                DISPLAY 'Round limit: ' ws-tournLimit ' minutes.'
            END-IF.

      *        Seats play the chips the entrant carries from their
      *        latest round, never the PLAYERACT.DAT balance, have
      *        no credit line and start the round with no bets up.
        LOAD-TOURNAMENT-SEATS.
            MOVE 'PASS ' TO ws-betCode
            PERFORM GET-BET-LIMITS
            MOVE ws-curMinB TO ws-tournMinBet
            PERFORM VARYING ws-seatIdx FROM 1 BY 1
                    UNTIL ws-seatIdx > ws-numPlayers
                PERFORM CHECK-TOURNAMENT-SEAT
                MOVE TE-CHIPS(ws-tournFound) TO PT-BAL(ws-seatIdx)
                MOVE TE-CHIPS(ws-tournFound)
                    TO PT-TOURN-START(ws-seatIdx)
                MOVE 0 TO PT-CREDIT-LIMIT(ws-seatIdx)
                MOVE 0 TO PT-MARKER-BAL(ws-seatIdx)
                MOVE 0 TO PT-BAMOU(ws-seatIdx)
                MOVE 0 TO PT-CBAM(ws-seatIdx)
                MOVE 0 TO PT-CBAMTOT(ws-seatIdx)
                MOVE 0 TO PT-DCBAM(ws-seatIdx)
                MOVE 0 TO PT-DCBAMTOT(ws-seatIdx)
                MOVE 0 TO PT-FIELDAM(ws-seatIdx)
                MOVE 0 TO PT-PLACE4AM(ws-seatIdx)
                MOVE 0 TO PT-PLACE5AM(ws-seatIdx)
                MOVE 0 TO PT-PLACE6AM(ws-seatIdx)
                MOVE 0 TO PT-PLACE8AM(ws-seatIdx)
                MOVE 0 TO PT-PLACE9AM(ws-seatIdx)
                MOVE 0 TO PT-PLACE10AM(ws-seatIdx)
                MOVE 0 TO PT-BIG6AM(ws-seatIdx)
                MOVE 0 TO PT-BIG8AM(ws-seatIdx)
                MOVE ZEROS TO PT-COME-BOXES(ws-seatIdx)
                MOVE ZEROS TO PT-DCOME-BOXES(ws-seatIdx)
                DISPLAY 'Seat ' ws-seatIdx ' ('
                    PT-PLAYER-ID(ws-seatIdx) ') tournament chips: '
                    PT-BAL(ws-seatIdx)
            END-PERFORM.

        CHECK-TOURNAMENT-SEAT.
            MOVE 'N' TO ws-tournSeatOk
            PERFORM UNTIL ws-tournSeatOk = 'Y'
                MOVE PT-PLAYER-ID(ws-seatIdx) TO ws-tournPlayer
                PERFORM FIND-TOURN-ENTRANT
                MOVE 'N' TO ws-tournDup
                PERFORM VARYING ws-tournIdx FROM 1 BY 1
                        UNTIL ws-tournIdx >= ws-seatIdx
                    IF PT-PLAYER-ID(ws-tournIdx) = ws-tournPlayer
                        MOVE 'Y' TO ws-tournDup
                    END-IF
                END-PERFORM
                EVALUATE TRUE
                    WHEN ws-tournFound = 0
                        DISPLAY 'Player ' ws-tournPlayer
                            ' has not bought in to tournament '
                            ws-tournId '.'
                    WHEN TE-LAST-ROUND(ws-tournFound)
                            >= ws-tournRound
                        DISPLAY 'Player ' ws-tournPlayer
                            ' already has a result for round '
                            TE-LAST-ROUND(ws-tournFound) '.'
                    WHEN TE-CHIPS(ws-tournFound) < ws-tournMinBet
                        DISPLAY 'Player ' ws-tournPlayer
                            ' has no tournament chips left.'
                    WHEN ws-tournDup = 'Y'
                        DISPLAY 'Player ' ws-tournPlayer
                            ' is already seated.'
                    WHEN OTHER
                        MOVE 'Y' TO ws-tournSeatOk
                END-EVALUATE
                IF ws-tournSeatOk NOT = 'Y'
                    DISPLAY 'Enter a different player ID for '
                        'seat ' ws-seatIdx ': '
                    ACCEPT PT-PLAYER-ID(ws-seatIdx)
                    PERFORM CHECK-SEAT-EXCLUSION
                END-IF
            END-PERFORM.

        START-TOURNAMENT-ROUND.
            PERFORM GET-CLOCK-SECS
            MOVE ws-nowSecs TO ws-tournStartSecs
            MOVE SPACE TO ws-tournEndReason.

      *        Checked between hands, so a round always ends on a
      *        come-out with the last hand settled. A seat out of
      *        chips passes the dice; when no seat can cover the
      *        line minimum the round is over.
        CHECK-ROUND-LIMIT.
            IF ws-tournLimitType = 'R'
                IF ws-rollSeq >= ws-tournLimit
                    MOVE 'R' TO ws-tournEndReason
                END-IF
            ELSE
                PERFORM GET-CLOCK-SECS
                COMPUTE ws-tournSecs =
                    ws-nowSecs - ws-tournStartSecs
                IF ws-tournSecs >= ws-tournLimit * 60
                    MOVE 'M' TO ws-tournEndReason
                END-IF
            END-IF
            IF ws-tournEndReason = SPACE
                PERFORM FIND-LIVE-SHOOTER
            END-IF
            IF ws-tournEndReason NOT = SPACE
                MOVE 'N' TO rollAgain
                MOVE 'Y' TO ws-quitReport
                EVALUATE ws-tournEndReason
                    WHEN 'R'
                        DISPLAY 'Round over - ' ws-tournLimit
                            ' rolls played.'
                    WHEN 'M'
                        DISPLAY 'Round over - ' ws-tournLimit
                            ' minutes are up.'
                    WHEN 'X'
                        DISPLAY 'Round over - no seat has the '
                            'chips to bet.'
                END-EVALUATE
            ELSE
                IF ws-tournLimitType = 'R'
                    DISPLAY 'Round ' ws-tournRound ': ' ws-rollSeq
                        ' of ' ws-tournLimit ' rolls played.'
                ELSE
                    COMPUTE ws-tournMins = ws-tournSecs / 60
                    DISPLAY 'Round ' ws-tournRound ': '
                        ws-tournMins ' of ' ws-tournLimit
                        ' minutes played.'
                END-IF
            END-IF.

        FIND-LIVE-SHOOTER.
            MOVE 0 TO ws-tournIdx
            PERFORM UNTIL PT-BAL(ws-shooterIdx) >= ws-tournMinBet
                       OR ws-tournIdx >= ws-numPlayers
                ADD 1 TO ws-tournIdx
                ADD 1 TO ws-shooterIdx
                IF ws-shooterIdx > ws-numPlayers
                    MOVE 1 TO ws-shooterIdx
                END-IF
            END-PERFORM
            IF PT-BAL(ws-shooterIdx) < ws-tournMinBet
                MOVE 'X' TO ws-tournEndReason
            ELSE
                IF ws-tournIdx > 0
                    DISPLAY 'Seats out of chips pass the dice - '
                        'shooter is now seat ' ws-shooterIdx '.'
                END-IF
            END-IF.

      *        A round closed with bets still working hands them
      *        back as chips, so the standings count chips only.
        RETURN-TOURNAMENT-BETS.
            PERFORM VARYING ws-seatIdx FROM 1 BY 1
                    UNTIL ws-seatIdx > ws-numPlayers
                MOVE ws-seatIdx TO ws-curSeat
                PERFORM SELECT-SEAT
                MOVE 0 TO ws-sidePay
                IF point > 0 AND PT-CHOICE(ws-seatIdx) NOT = 0
                    ADD bAmou TO ws-sidePay
                END-IF
                ADD cbAmTot dcbAmTot fieldAm TO ws-sidePay
                ADD place4Am place5Am place6Am TO ws-sidePay
                ADD place8Am place9Am place10Am TO ws-sidePay
                ADD big6Am big8Am TO ws-sidePay
                PERFORM VARYING ws-comeIdx FROM 1 BY 1
                        UNTIL ws-comeIdx > 6
                    ADD comeOn(ws-comeIdx) dcomeOn(ws-comeIdx)
                        TO ws-sidePay
                END-PERFORM
                MOVE 0 TO bAmou
                MOVE 0 TO PT-CHOICE(ws-seatIdx)
                MOVE 0 TO cbAmTot
                MOVE 0 TO dcbAmTot
                MOVE 0 TO fieldAm
                MOVE 0 TO place4Am
                MOVE 0 TO place5Am
                MOVE 0 TO place6Am
                MOVE 0 TO place8Am
                MOVE 0 TO place9Am
                MOVE 0 TO place10Am
                MOVE 0 TO big6Am
                MOVE 0 TO big8Am
                MOVE ZEROS TO comeOnAm
                MOVE ZEROS TO dcomeOnAm
                MOVE 'N' TO Comebet
                MOVE 'N' TO Dontcomebet
                IF ws-sidePay > 0
                    ADD ws-sidePay TO bal
                    ADD ws-sidePay TO ws-totalPaid
                    MOVE 'CHIPS RETURNED' TO ws-ledgerBetType
                    MOVE ws-sidePay TO ws-ledgerAmount
                    PERFORM LOG-TRANSACTION
                    DISPLAY 'Seat ' ws-seatIdx ' working bets of '
                        ws-sidePay ' returned as chips.'
                END-IF
                PERFORM STORE-SEAT
            END-PERFORM
            MOVE ws-shooterIdx TO ws-curSeat
            PERFORM SELECT-SEAT.

      *        Each seat's result goes to TOURNEY.DAT so the next
      *        round starts from these chips and the standings and
      *        leaderboard can be printed.
        WRITE-ROUND-STANDINGS.
            IF ws-tournEndReason = SPACE
                MOVE 'Q' TO ws-tournEndReason
            END-IF
            OPEN EXTEND TOURN-FILE
            IF ws-tournFileStat = '35'
                OPEN OUTPUT TOURN-FILE
                CLOSE TOURN-FILE
                OPEN EXTEND TOURN-FILE
            END-IF
            DISPLAY '===== TOURNAMENT ' ws-tournId ' ROUND '
                ws-tournRound ' STANDINGS ====='
            PERFORM VARYING ws-seatIdx FROM 1 BY 1
                    UNTIL ws-seatIdx > ws-numPlayers
                MOVE SPACES TO TOURN-REC
                MOVE 'R' TO TR-REC-TYPE
                MOVE ws-tournId TO TR-TOURN-ID
                MOVE FUNCTION CURRENT-DATE(1:8) TO TR-DATE
                MOVE FUNCTION CURRENT-DATE(9:6) TO TR-TIME
                MOVE PT-PLAYER-ID(ws-seatIdx) TO TR-PLAYER-ID
                MOVE ws-tournRound TO TR-ROUND
                MOVE ws-tableId TO TR-TABLE-ID
                MOVE PT-TOURN-START(ws-seatIdx) TO TR-CHIPS-START
                MOVE PT-BAL(ws-seatIdx) TO TR-CHIPS-END
                MOVE 0 TO TR-AMOUNT
                MOVE ws-tournLimitType TO TR-LIMIT-TYPE
                MOVE ws-tournLimit TO TR-LIMIT
                MOVE ws-rollSeq TO TR-ROLLS
                MOVE ws-tournEndReason TO TR-END-REASON
                MOVE 0 TO TR-PLACE
                MOVE ws-operId TO TR-EMP-ID
                WRITE TOURN-REC
                DISPLAY 'Seat ' ws-seatIdx ' '
                    PT-PLAYER-ID(ws-seatIdx) '  start '
                    PT-TOURN-START(ws-seatIdx) '  end '
                    PT-BAL(ws-seatIdx)
            END-PERFORM
            CLOSE TOURN-FILE
            DISPLAY 'Rolls this round: ' ws-rollSeq
                '  Ended: ' ws-tournEndReason
            DISPLAY '================================'.

        SELECT-SEAT.
            MOVE PT-BAL(ws-curSeat)        TO bal
            MOVE PT-BAMOU(ws-curSeat)      TO bAmou
            MOVE PT-BIG8AM(ws-curSeat)     TO big8Am
            MOVE PT-COMEBET(ws-curSeat)    TO Comebet
            MOVE PT-DONTCOMEBET(ws-curSeat) TO Dontcomebet
            MOVE PT-COME-BOXES(ws-curSeat)  TO comeOnAm
            MOVE PT-DCOME-BOXES(ws-curSeat) TO dcomeOnAm
            MOVE PT-CREDIT-LIMIT(ws-curSeat) TO creditLimit
            MOVE PT-MARKER-BAL(ws-curSeat)   TO markerBal.

            MOVE big6Am     TO PT-BIG6AM(ws-curSeat)
            MOVE big8Am     TO PT-BIG8AM(ws-curSeat)
            MOVE Comebet    TO PT-COMEBET(ws-curSeat)
            MOVE Dontcomebet TO PT-DONTCOMEBET(ws-curSeat)
            MOVE comeOnAm   TO PT-COME-BOXES(ws-curSeat)
            MOVE dcomeOnAm  TO PT-DCOME-BOXES(ws-curSeat).

        COLLECT-TABLE-BETS.
            PERFORM VARYING ws-seatIdx FROM 1 BY 1
                END-IF
                IF ws-seatIdx NOT = ws-shooterIdx
                   AND PT-CUTOFF(ws-seatIdx) NOT = 'Y'
                   AND ws-tournMode = 'Y'
                   AND PT-BAL(ws-seatIdx) < ws-tournMinBet
                    DISPLAY 'Seat ' ws-seatIdx ' ('
                        PT-PLAYER-ID(ws-seatIdx) ') sits out - '
                        'no tournament chips left.'
                    MOVE 0 TO PT-CHOICE(ws-seatIdx)
                END-IF
                IF ws-seatIdx NOT = ws-shooterIdx
                   AND PT-CUTOFF(ws-seatIdx) NOT = 'Y'
                   AND (ws-tournMode NOT = 'Y'
                        OR PT-BAL(ws-seatIdx) >= ws-tournMinBet)
                    MOVE ws-seatIdx TO ws-curSeat
                    PERFORM SELECT-SEAT
                    DISPLAY 'Seat ' ws-seatIdx ' ('
            DISPLAY 'Shooter passes to seat ' ws-shooterIdx '.'.

        SETTLE-TABLE-PASS-BETS.
            PERFORM STORE-SEAT
            PERFORM VARYING ws-seatIdx FROM 1 BY 1
                    UNTIL ws-seatIdx > ws-numPlayers
                IF ws-seatIdx NOT = ws-shooterIdx
            PERFORM SELECT-SEAT.

        SETTLE-TABLE-POINT-BETS.
            PERFORM STORE-SEAT
            PERFORM VARYING ws-seatIdx FROM 1 BY 1
                    UNTIL ws-seatIdx > ws-numPlayers
                IF ws-seatIdx NOT = ws-shooterIdx
                ADD 1 TO ws-sessRecCount
                COMPUTE ws-sessAmtHash = FUNCTION MOD(
                    ws-sessAmtHash + ws-seatIdx, 10000000)
            END-PERFORM
            PERFORM LOG-CREW-LINES
            IF ws-tournMode = 'Y'
                MOVE ws-tournId TO LR-PLAYER-ID IN LEDGER-REC
                MOVE 'TOURN ROUND' TO ws-ledgerBetType
                MOVE ws-tournRound TO ws-ledgerAmount
                PERFORM WRITE-CREW-LINE
            END-IF.

      *        The crew rides inside the session bracket: a SESSION
      *        CREW line (crew ID, member count) then SESSION BOXMAN
      *        and SESSION DEALER lines (dealer position in the
      *        amount). Every line after them belongs to that crew
      *        until the next rotation writes a new set. They count
      *        toward the trailer totals like the seat lines.
        LOG-CREW-LINES.
            IF ws-replayMode NOT = 'Y'
                MOVE 0 TO ws-crewCount
                IF ws-crewBoxman NOT = SPACES
                    ADD 1 TO ws-crewCount
                END-IF
                PERFORM VARYING ws-crewIdx FROM 1 BY 1
                        UNTIL ws-crewIdx > 3
                    IF ws-crewDealer(ws-crewIdx) NOT = SPACES
                        ADD 1 TO ws-crewCount
                    END-IF
                END-PERFORM
                MOVE ws-crewId TO LR-PLAYER-ID IN LEDGER-REC
                MOVE 'SESSION CREW' TO ws-ledgerBetType
                MOVE ws-crewCount TO ws-ledgerAmount
                PERFORM WRITE-CREW-LINE
                IF ws-crewBoxman NOT = SPACES
                    MOVE ws-crewBoxman TO LR-PLAYER-ID IN LEDGER-REC
                    MOVE 'SESSION BOXMAN' TO ws-ledgerBetType
                    MOVE 0 TO ws-ledgerAmount
                    PERFORM WRITE-CREW-LINE
                END-IF
                PERFORM VARYING ws-crewIdx FROM 1 BY 1
                        UNTIL ws-crewIdx > 3
                    IF ws-crewDealer(ws-crewIdx) NOT = SPACES
                        MOVE ws-crewDealer(ws-crewIdx)
                            TO LR-PLAYER-ID IN LEDGER-REC
                        MOVE 'SESSION DEALER' TO ws-ledgerBetType
                        MOVE ws-crewIdx TO ws-ledgerAmount
                        PERFORM WRITE-CREW-LINE
                    END-IF
                END-PERFORM
            END-IF.

        WRITE-CREW-LINE.
            MOVE FUNCTION CURRENT-DATE
                TO LR-TIMESTAMP IN LEDGER-REC
            MOVE ws-ledgerBetType TO LR-BET-TYPE IN LEDGER-REC
            MOVE ws-ledgerAmount TO LR-AMOUNT IN LEDGER-REC
            MOVE 0 TO LR-BALANCE IN LEDGER-REC
            WRITE LEDGER-REC
            ADD 1 TO ws-sessRecCount
            COMPUTE ws-sessAmtHash = FUNCTION MOD(
                ws-sessAmtHash + ws-ledgerAmount, 10000000).

        WRITE-SESSION-TRAILER.
            IF ws-trailerDone NOT = 'Y'
        TRAY-FILL.
            DISPLAY 'Fill amount from the cage: '
            ACCEPT ws-trayAmt
            IF ws-trayAmt > 0
                MOVE 'TRAY-FILL' TO ws-authAction
                MOVE ws-trayAmt TO ws-authAmount
                MOVE '*TRAY*' TO ws-authPlayer
                PERFORM AUTHORIZE-ACTION
                IF ws-authOk NOT = 'Y'
                    MOVE 0 TO ws-trayAmt
                END-IF
            END-IF
            IF ws-trayAmt > 0
                ADD ws-trayAmt TO ws-trayFills
                MOVE 'TRAY FILL' TO ws-ledgerBetType
        TRAY-CREDIT.
            DISPLAY 'Credit amount back to the cage: '
            ACCEPT ws-trayAmt
            IF ws-trayAmt > 0
                MOVE 'TRAY-CREDIT' TO ws-authAction
                MOVE ws-trayAmt TO ws-authAmount
                MOVE '*TRAY*' TO ws-authPlayer
                PERFORM AUTHORIZE-ACTION
                IF ws-authOk NOT = 'Y'
                    MOVE 0 TO ws-trayAmt
                END-IF
            END-IF
            IF ws-trayAmt > 0
                ADD ws-trayAmt TO ws-trayCredits
                MOVE 'TRAY CREDIT' TO ws-ledgerBetType
            DISPLAY 'Enter marker amount: '
            ACCEPT markerAmt
            IF markerAmt > 0 AND markerAmt <= ws-markerPay
                MOVE 'ISSUE-MARKER' TO ws-authAction
                MOVE markerAmt TO ws-authAmount
                MOVE PT-PLAYER-ID(ws-curSeat) TO ws-authPlayer
                PERFORM AUTHORIZE-ACTION
            ELSE
                MOVE 'N' TO ws-authOk
                DISPLAY 'That marker would exceed the player''s '
                    'credit line - not issued.'
            END-IF
            IF ws-authOk = 'Y'
                ADD markerAmt TO bal
                ADD markerAmt TO markerBal
                MOVE 'MARKER ISSUED' TO ws-ledgerBetType
                MOVE markerAmt TO ws-ledgerAmount
                PERFORM LOG-TRANSACTION
                IF ws-replayMode NOT = 'Y'
                    PERFORM WRITE-MARKER-RECORD
                END-IF
                DISPLAY 'Marker ' ws-markerNo ' for ' markerAmt
                    ' issued. New balance: ' bal
            END-IF.

        COLLECT-MARKER.
                PERFORM LOG-TRANSACTION
                DISPLAY 'Collected ' ws-markerPay
                    ' against outstanding markers.'
                IF ws-replayMode NOT = 'Y'
                    PERFORM APPLY-MARKER-PAYMENT
                END-IF
            END-IF.

      *        Each marker is its own instrument in MARKERS.DAT so the
      *        cage can age and deposit it. Marker numbers come from
      *        the control record (marker number zero), which is
      *        created the first time a marker is written.
        WRITE-MARKER-RECORD.
            MOVE 0 TO MC-MARKER-NO
            READ MARKER-FILE
                INVALID KEY
                    MOVE 0 TO MC-MARKER-NO
                    MOVE '*CONTROL*' TO MC-PLAYER-ID
                    MOVE 1 TO MC-LAST-NO
                    WRITE MARKER-CTL-REC
                NOT INVALID KEY
                    ADD 1 TO MC-LAST-NO
                    REWRITE MARKER-CTL-REC
            END-READ
            MOVE MC-LAST-NO TO ws-markerNo
            MOVE ws-markerNo TO MK-MARKER-NO
            MOVE PT-PLAYER-ID(ws-curSeat) TO MK-PLAYER-ID
            MOVE ws-tableId TO MK-TABLE-ID
            MOVE FUNCTION CURRENT-DATE(1:8) TO MK-ISSUE-DATE
            MOVE FUNCTION CURRENT-DATE(9:6) TO MK-ISSUE-TIME
            MOVE markerAmt TO MK-FACE-AMT
            MOVE 0 TO MK-REDEEMED
            MOVE 'O' TO MK-STATUS
            MOVE SPACES TO MK-LAST-PAY-DATE
            WRITE MARKER-REC
                INVALID KEY
                    DISPLAY '*** WARNING: marker ' ws-markerNo
                        ' could not be written to MARKERS.DAT ***'
            END-WRITE.

      *        Payments go against the player's oldest open marker
      *        first. The player key allows duplicates, and duplicates
      *        come back in the order written, so the first open one
      *        read is the oldest. PITCLERK redemptions use the same
      *        rule.
        APPLY-MARKER-PAYMENT.
            MOVE ws-markerPay TO ws-markerRemain
            MOVE PT-PLAYER-ID(ws-curSeat) TO MK-PLAYER-ID
            MOVE 'N' TO ws-markerEOF
            START MARKER-FILE KEY IS = MK-PLAYER-ID
                INVALID KEY
                    MOVE 'Y' TO ws-markerEOF
            END-START
            PERFORM UNTIL ws-markerEOF = 'Y' OR ws-markerRemain = 0
                READ MARKER-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO ws-markerEOF
                    NOT AT END
                        IF MK-PLAYER-ID NOT = PT-PLAYER-ID(ws-curSeat)
                            MOVE 'Y' TO ws-markerEOF
                        ELSE
                            IF MK-STATUS = 'O'
                                PERFORM APPLY-TO-MARKER
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF ws-markerRemain > 0
                DISPLAY '*** WARNING: ' ws-markerRemain
                    ' collected with no open marker on file for '
                    PT-PLAYER-ID(ws-curSeat) ' ***'
            END-IF.

        APPLY-TO-MARKER.
            COMPUTE ws-markerOpen = MK-FACE-AMT - MK-REDEEMED
            IF ws-markerRemain >= ws-markerOpen
                MOVE ws-markerOpen TO ws-markerApply
            ELSE
                MOVE ws-markerRemain TO ws-markerApply
            END-IF
            ADD ws-markerApply TO MK-REDEEMED
            SUBTRACT ws-markerApply FROM ws-markerRemain
            IF MK-REDEEMED >= MK-FACE-AMT
                MOVE 'P' TO MK-STATUS
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO MK-LAST-PAY-DATE
            REWRITE MARKER-REC
            COMPUTE ws-markerOpen = MK-FACE-AMT - MK-REDEEMED
            DISPLAY 'Marker ' MK-MARKER-NO ' paid ' ws-markerApply
                ', still open ' ws-markerOpen.

        LOG-TRANSACTION.
            MOVE FUNCTION CURRENT-DATE TO LR-TIMESTAMP IN LEDGER-REC
            MOVE PT-PLAYER-ID(ws-curSeat)
                COMPUTE ws-sessAmtHash = FUNCTION MOD(
                    ws-sessAmtHash + ws-ledgerAmount, 10000000)
            END-IF
            IF ws-tournMode NOT = 'Y'
                PERFORM TRACK-DAILY-ACTIVITY
            END-IF.

        END-OF-SHIFT-REPORT.
            IF ws-tournMode = 'Y'
                PERFORM RETURN-TOURNAMENT-BETS
            END-IF
            PERFORM WRITE-SESSION-TRAILER
            DISPLAY ' '
            IF ws-tournMode = 'Y'
                DISPLAY '===== END OF TOURNAMENT ROUND ====='
            ELSE
                DISPLAY '===== END OF SHIFT REPORT ====='
            END-IF
            DISPLAY 'Total Amount Wagered: ' ws-totalWagered
            DISPLAY 'Total Amount Paid Out: ' ws-totalPaid
            COMPUTE ws-hold = ws-totalWagered - ws-totalPaid
                    'shift history, reconciliation and rollover '
                    'skipped.'
                DISPLAY '================================'
            END-IF
            IF ws-tournMode = 'Y'
                DISPLAY 'Tournament chips - tray, shift history, '
                    'reconciliation and rollover skipped.'
                DISPLAY '================================'
                PERFORM WRITE-ROUND-STANDINGS
            END-IF
            IF ws-replayMode NOT = 'Y' AND ws-tournMode NOT = 'Y'
                PERFORM RECONCILE-TRAY
                DISPLAY '================================'
      *        One close stamp names the archive and goes on the
      *        shift history row, so reports can tie the two.
                MOVE FUNCTION CURRENT-DATE(1:8) TO ws-archiveDate
                MOVE FUNCTION CURRENT-DATE(9:6) TO ws-archiveTime
                PERFORM WRITE-SHIFT-HISTORY
                PERFORM RECONCILE-LEDGER
                PERFORM ROLLOVER-LEDGER
            IF LR-BET-TYPE IN LEDGER-REC NOT = 'SESSION HDR'
               AND LR-BET-TYPE IN LEDGER-REC NOT = 'SESSION SEAT'
               AND LR-BET-TYPE IN LEDGER-REC NOT = 'SESSION TRL'
               AND LR-BET-TYPE IN LEDGER-REC NOT = 'SESSION CREW'
               AND LR-BET-TYPE IN LEDGER-REC NOT = 'SESSION BOXMAN'
               AND LR-BET-TYPE IN LEDGER-REC NOT = 'SESSION DEALER'
                PERFORM VARYING ws-seatIdx FROM 1 BY 1
                        UNTIL ws-seatIdx > ws-numPlayers
                    IF LR-PLAYER-ID IN LEDGER-REC
                CLOSE SHIFT-HIST-FILE
                OPEN EXTEND SHIFT-HIST-FILE
            END-IF
            MOVE SPACES TO SHIFT-HIST-REC
            MOVE ws-archiveDate TO SH-DATE
            MOVE ws-tableId TO SH-TABLE-ID
            MOVE ws-totalWagered TO SH-WAGERED
            MOVE ws-totalPaid TO SH-PAID
            MOVE ws-hold TO SH-HOLD
            MOVE ws-holdPct TO SH-HOLDPCT
            MOVE ws-trayOverShort TO SH-TRAY-OS
            MOVE ws-crewId TO SH-CREW-ID
            MOVE ws-crewBoxman TO SH-BOXMAN
            PERFORM VARYING ws-crewIdx FROM 1 BY 1
                    UNTIL ws-crewIdx > 3
                MOVE ws-crewDealer(ws-crewIdx)
                    TO SH-DEALER(ws-crewIdx)
            END-PERFORM
            MOVE ws-archiveTime TO SH-CLOSE-TIME
            WRITE SHIFT-HIST-REC
            CLOSE SHIFT-HIST-FILE.

        ROLLOVER-LEDGER.
            STRING 'LEDGER-' ws-tableId DELIMITED BY SPACE
                '-' ws-archiveDate '-' ws-archiveTime '.DAT'
                DELIMITED BY SIZE INTO ws-archiveName
                CLOSE ARCHCAT-FILE
                OPEN EXTEND ARCHCAT-FILE
            END-IF
            MOVE SPACES TO ARCH-CAT-REC
            MOVE ws-tableId TO AC-TABLE-ID
            MOVE ws-archiveDate TO AC-DATE
            MOVE ws-archiveTime TO AC-TIME

        PLAY-CRAPS.
            PERFORM ROLL-DICE
            PERFORM SETTLE-COME-BETS
            EVALUATE diceTotal
                WHEN 7
                    IF choice = 1
                        PERFORM HANDLE-LOSS
                    END-IF
                    PERFORM SETTLE-TABLE-PASS-BETS
                    PERFORM CHECKPOINT-COME-BOXES
                WHEN 11
                    IF choice = 1
                        PERFORM HANDLE-WIN
                        PERFORM HANDLE-LOSS
                    END-IF
                    PERFORM SETTLE-TABLE-PASS-BETS
                    PERFORM CHECKPOINT-COME-BOXES
                WHEN 2
                    IF choice = 2
                        PERFORM HANDLE-WIN
                        PERFORM HANDLE-LOSS
                    END-IF
                    PERFORM SETTLE-TABLE-PASS-BETS
                    PERFORM CHECKPOINT-COME-BOXES
                WHEN 3
                    IF choice = 2
                        PERFORM HANDLE-WIN
                        PERFORM HANDLE-LOSS
                    END-IF
                    PERFORM SETTLE-TABLE-PASS-BETS
                    PERFORM CHECKPOINT-COME-BOXES
                WHEN 12
                    IF choice = 2
                        PERFORM HANDLE-WIN
                        PERFORM HANDLE-LOSS
                    END-IF
                    PERFORM SETTLE-TABLE-PASS-BETS
                    PERFORM CHECKPOINT-COME-BOXES
                WHEN OTHER
                    PERFORM POINT-ROLL
            END-EVALUATE.
            END-IF
            COMPUTE bal = bal + bAmou
            ADD bAmou TO ws-winTotal
            MOVE 'WIN' TO ws-ledgerBetType
            MOVE ws-winTotal TO ws-ledgerAmount
            PERFORM LOG-TRANSACTION
            MOVE 'LOSS' TO ws-ledgerBetType
            MOVE bAmou TO ws-ledgerAmount
            PERFORM LOG-TRANSACTION
            DISPLAY 'You lose.'.
        
        
            DISPLAY '============='
            DISPLAY 'Dont Come: ' dcbAmTot
            DISPLAY 'Come: ' cbAmTot
            PERFORM VARYING ws-comeIdx FROM 1 BY 1
                    UNTIL ws-comeIdx > 6
                IF comeOn(ws-comeIdx) > 0
                   OR dcomeOn(ws-comeIdx) > 0
                    DISPLAY 'On ' ws-comeLbl(ws-comeIdx)
                        '  Come: ' comeOn(ws-comeIdx)
                        '  Dont Come: ' dcomeOn(ws-comeIdx)
                END-IF
            END-PERFORM
            DISPLAY '============='.
      
        POINT-ROLL.
              DISPLAY '8. Issue Marker'
              DISPLAY '9. Tray Fill'
              DISPLAY '10. Tray Credit'
              DISPLAY '11. Dealer Rotation'
              PERFORM GET-CHOICE

              EVALUATE choice
                        DISPLAY 'Insufficent Funds: Please press 1'
                      END-IF
                  WHEN 8
                      IF ws-tournMode = 'Y'
                        DISPLAY 'No markers in a tournament round.'
                      ELSE
                        IF ws-batchMode NOT = 'Y'
                          PERFORM ISSUE-MARKER
                          PERFORM WRITE-CHECKPOINT
                        END-IF
                      END-IF
                  WHEN 9
                      IF ws-tournMode = 'Y'
                        DISPLAY 'Tournament chips never touch the '
                            'tray.'
                      ELSE
                        IF ws-batchMode NOT = 'Y'
                          PERFORM TRAY-FILL
                        END-IF
                      END-IF
                  WHEN 10
                      IF ws-tournMode = 'Y'
                        DISPLAY 'Tournament chips never touch the '
                            'tray.'
                      ELSE
                        IF ws-batchMode NOT = 'Y'
                          PERFORM TRAY-CREDIT
                        END-IF
                      END-IF
                  WHEN 11
                      IF ws-batchMode NOT = 'Y'
                        PERFORM ROTATE-CREW
                      END-IF
                  WHEN OTHER
                      DISPLAY 'Invalid choice. Try again.'
              END-EVALUATE
            END-PERFORM.

      *        Come bets settle first, on their own numbers; the
      *        shooter's line bet then settles on the point as a
      *        pass or don't pass bet in its own right.
        SETTLE-POINT-ROLL.
            PERFORM SETTLE-SIDE-BETS
            PERFORM SETTLE-COME-BETS
            IF diceTotal = point
                IF PT-CHOICE(ws-shooterIdx) = 2
                    PERFORM HANDLE-LOSS
                ELSE
                    PERFORM HANDLE-WIN
                END-IF
                MOVE 'Y' TO pointCheck
            END-IF
            IF diceTotal = 7
                MOVE 'Y' TO ws-sevenOut
                IF PT-CHOICE(ws-shooterIdx) = 2
                    MOVE 'Y' TO ws-flatWin
                    PERFORM HANDLE-WIN
                ELSE
                    PERFORM HANDLE-LOSS
                END-IF
                MOVE 'Y' TO pointCheck
            END-IF
            IF diceTotal = point OR diceTotal = 7
                PERFORM SETTLE-TABLE-POINT-BETS
            END-IF
            IF pointCheck = 'Y'
                MOVE 0 TO point
                PERFORM CHECKPOINT-COME-BOXES
            ELSE
                PERFORM WRITE-CHECKPOINT
            END-IF.

      *        Between hands only travelled come bets are still on
      *        the layout. While any remain they ride in the
      *        checkpoint at point 0 so a restart puts them back on
      *        their numbers; once none remain it is cleared.
        CHECKPOINT-COME-BOXES.
            PERFORM STORE-SEAT
            MOVE 'N' TO ws-comeOpen
            PERFORM VARYING ws-seatIdx FROM 1 BY 1
                    UNTIL ws-seatIdx > ws-numPlayers
                IF PT-COME-BOXES(ws-seatIdx) NOT = ZEROS
                   OR PT-DCOME-BOXES(ws-seatIdx) NOT = ZEROS
                    MOVE 'Y' TO ws-comeOpen
                END-IF
            END-PERFORM
            IF ws-comeOpen = 'Y'
                PERFORM WRITE-CHECKPOINT
            ELSE
                PERFORM CLEAR-CHECKPOINT
            END-IF.

      *        Come and don't come bets travel to their own number.
      *        A bet in the come box takes the next roll as its own
      *        come-out; a point number moves it to that number's
      *        box, where it stays working - through the shooter's
      *        next come-out too - until the number repeats or a
      *        seven shows, independent of the line point. Every
      *        seat's boxes are settled, each with its own ledger
      *        lines, so the ledger matches what the dealers paid.
        SETTLE-COME-BETS.
            IF ws-replayEOF NOT = 'Y'
                PERFORM STORE-SEAT
                PERFORM VARYING ws-seatIdx FROM 1 BY 1
                        UNTIL ws-seatIdx > ws-numPlayers
                    MOVE ws-seatIdx TO ws-curSeat
                    PERFORM SELECT-SEAT
                    PERFORM SETTLE-SEAT-COME-BETS
                    PERFORM STORE-SEAT
                END-PERFORM
                MOVE ws-shooterIdx TO ws-curSeat
                PERFORM SELECT-SEAT
            END-IF.

        SETTLE-SEAT-COME-BETS.
            PERFORM VARYING ws-comeIdx FROM 1 BY 1
                    UNTIL ws-comeIdx > 6
                IF comeOn(ws-comeIdx) > 0
                    IF diceTotal = ws-comeNumVal(ws-comeIdx)
                        MOVE 'COME' TO ws-comePrefix
                        MOVE 'WIN' TO ws-comeSuffix
                        MOVE comeOn(ws-comeIdx) TO ws-sidePay
                        PERFORM PAY-COME-BOX
                        MOVE 0 TO comeOn(ws-comeIdx)
                    END-IF
                    IF diceTotal = 7
                        MOVE 'COME' TO ws-comePrefix
                        MOVE 'LOSS' TO ws-comeSuffix
                        MOVE comeOn(ws-comeIdx) TO ws-sidePay
                        PERFORM LOSE-COME-BOX
                        MOVE 0 TO comeOn(ws-comeIdx)
                    END-IF
                END-IF
                IF dcomeOn(ws-comeIdx) > 0
                    IF diceTotal = 7
                        MOVE 'DCOME' TO ws-comePrefix
                        MOVE 'WIN' TO ws-comeSuffix
                        MOVE dcomeOn(ws-comeIdx) TO ws-sidePay
                        PERFORM PAY-COME-BOX
                        MOVE 0 TO dcomeOn(ws-comeIdx)
                    END-IF
                    IF diceTotal = ws-comeNumVal(ws-comeIdx)
                        MOVE 'DCOME' TO ws-comePrefix
                        MOVE 'LOSS' TO ws-comeSuffix
                        MOVE dcomeOn(ws-comeIdx) TO ws-sidePay
                        PERFORM LOSE-COME-BOX
                        MOVE 0 TO dcomeOn(ws-comeIdx)
                    END-IF
                END-IF
            END-PERFORM
            IF cbAmTot > 0
                PERFORM SETTLE-COME-BOX
            END-IF
            IF dcbAmTot > 0
                PERFORM SETTLE-DONT-COME-BOX
            END-IF.

      *        The come box's own come-out: 7 or 11 wins, 2, 3 or
      *        12 loses, any point number carries the bet to that
      *        number's box.
        SETTLE-COME-BOX.
            MOVE 0 TO ws-comeIdx
            MOVE 'COME' TO ws-comePrefix
            MOVE cbAmTot TO ws-sidePay
            EVALUATE diceTotal
                WHEN 7
                WHEN 11
                    MOVE 'WIN' TO ws-comeSuffix
                    PERFORM PAY-COME-BOX
                WHEN 2
                WHEN 3
                WHEN 12
                    MOVE 'LOSS' TO ws-comeSuffix
                    PERFORM LOSE-COME-BOX
                WHEN OTHER
                    PERFORM FIND-COME-BOX
                    ADD cbAmTot TO comeOn(ws-comeBox)
                    MOVE ws-comeBox TO ws-comeIdx
                    MOVE 'ON' TO ws-comeSuffix
                    PERFORM MOVE-COME-BOX
            END-EVALUATE
            MOVE 0 TO cbAmTot
            MOVE 'N' TO Comebet.

      *        Don't come mirrors the don't pass: 2, 3 or 12 wins,
      *        7 or 11 loses, a point number carries it to its box.
        SETTLE-DONT-COME-BOX.
            MOVE 0 TO ws-comeIdx
            MOVE 'DCOME' TO ws-comePrefix
            MOVE dcbAmTot TO ws-sidePay
            EVALUATE diceTotal
                WHEN 2
                WHEN 3
                WHEN 12
                    MOVE 'WIN' TO ws-comeSuffix
                    PERFORM PAY-COME-BOX
                WHEN 7
                WHEN 11
                    MOVE 'LOSS' TO ws-comeSuffix
                    PERFORM LOSE-COME-BOX
                WHEN OTHER
                    PERFORM FIND-COME-BOX
                    ADD dcbAmTot TO dcomeOn(ws-comeBox)
                    MOVE ws-comeBox TO ws-comeIdx
                    MOVE 'ON' TO ws-comeSuffix
                    PERFORM MOVE-COME-BOX
            END-EVALUATE
            MOVE 0 TO dcbAmTot
            MOVE 'N' TO Dontcomebet.

        FIND-COME-BOX.
            MOVE 1 TO ws-comeBox
            PERFORM VARYING ws-comeIdx FROM 1 BY 1
                    UNTIL ws-comeIdx > 6
                IF ws-comeNumVal(ws-comeIdx) = diceTotal
                    MOVE ws-comeIdx TO ws-comeBox
                END-IF
            END-PERFORM.

      *        Come and don't come wins pay even money; the ledger
      *        line carries principal plus winnings like every
      *        other WIN line.
        PAY-COME-BOX.
            DISPLAY 'Seat ' ws-curSeat ' ' ws-comePrefix
                ' bet wins!'
            COMPUTE ws-sidePay = ws-sidePay + ws-sidePay
            COMPUTE bal = bal + ws-sidePay
            ADD ws-sidePay TO ws-totalPaid
            PERFORM BUILD-COME-LABEL
            MOVE ws-sidePay TO ws-ledgerAmount
            PERFORM LOG-TRANSACTION.

        LOSE-COME-BOX.
            DISPLAY 'Seat ' ws-curSeat ' ' ws-comePrefix
                ' bet loses.'
            PERFORM BUILD-COME-LABEL
            MOVE ws-sidePay TO ws-ledgerAmount
            PERFORM LOG-TRANSACTION.

      *        The move itself is recorded (e.g. COME ON 6) so a
      *        dispute can follow the bet from the come box to its
      *        number; the balance does not change.
        MOVE-COME-BOX.
            DISPLAY 'Seat ' ws-curSeat ' ' ws-comePrefix
                ' bet moves to the ' ws-comeLbl(ws-comeIdx) '.'
            PERFORM BUILD-COME-LABEL
            MOVE ws-sidePay TO ws-ledgerAmount
            PERFORM LOG-TRANSACTION.

      *        COME WIN, COME 6 WIN, DCOME 9 LOSS, COME ON 6 ...;
      *        ws-comeIdx 0 means the bet settled in the come box.
        BUILD-COME-LABEL.
            MOVE SPACES TO ws-ledgerBetType
            IF ws-comeIdx = 0
                STRING ws-comePrefix DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    ws-comeSuffix DELIMITED BY SPACE
                    INTO ws-ledgerBetType
            ELSE
                IF ws-comeSuffix = 'ON'
                    STRING ws-comePrefix DELIMITED BY SPACE
                        ' ON ' DELIMITED BY SIZE
                        ws-comeLbl(ws-comeIdx) DELIMITED BY SPACE
                        INTO ws-ledgerBetType
                ELSE
                    STRING ws-comePrefix DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                        ws-comeLbl(ws-comeIdx) DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                        ws-comeSuffix DELIMITED BY SPACE
                        INTO ws-ledgerBetType
                END-IF
            END-IF.
