            SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-ledgerFileStat.
            SELECT MARKER-FILE ASSIGN TO "MARKERS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MK-MARKER-NO
                ALTERNATE RECORD KEY IS MK-PLAYER-ID WITH DUPLICATES
                FILE STATUS IS ws-markerFileStat.
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
        FD  OPERATOR-FILE.
            COPY OPERREC.
        FD  AUTH-RULE-FILE.
            COPY AUTHRULE.
        FD  ACCESS-LOG-FILE.
            COPY ACCESSLOG.
        FD  TOURN-FILE.
            COPY TOURNREC.
        WORKING-STORAGE SECTION.
        01 ws-playerFileStat    PIC XX.
        01 ws-ledgerFileStat    PIC XX.
        01 ws-markerFileStat    PIC XX.
        01 ws-clerkDone         PIC X VALUE 'N'.
        01 ws-menuChoice        PIC 9.
        01 ws-targetPlayer      PIC X(10).
        01 defaultCreditLimit   PIC 9(7) VALUE 1000.
        01 ws-ledgerBetType     PIC X(15).
        01 ws-ledgerAmount      PIC 9999999.
        01 ws-paySource         PIC X.
        01 ws-markerPay         PIC 9(7).
        01 ws-markerRemain      PIC 9(7).
        01 ws-markerApply       PIC 9(7).
        01 ws-markerOpen        PIC 9(7).
        01 ws-markerEOF         PIC X.
        01 ws-markerCount       PIC 9(3).
      *        Tournament being bought into or paid out, rebuilt from
      *        TOURNEY.DAT the same way the game rebuilds it, with
      *        the entrants' finishing order for the prize payout.
        01 ws-tournFileStat     PIC XX.
        01 ws-tournEOF          PIC X.
        01 ws-tournId           PIC X(10).
        01 ws-tournOk           PIC X.
        01 ws-tournPaid         PIC X.
        01 ws-tournBuyIn        PIC 9(7).
        01 ws-tournChips        PIC 9(7).
        01 ws-tournLimitType    PIC X.
        01 ws-tournLimit        PIC 9(4).
        01 ws-tournCount        PIC 999 VALUE 0.
        01 ws-tournIdx          PIC 999.
        01 ws-tournFound        PIC 999.
        01 ws-tournBest         PIC 999.
        01 ws-tournOverflow     PIC X.
        01 ws-tournPlayer       PIC X(10).
        01 ws-tournPlace        PIC 999.
        01 ws-tournPlaces       PIC 99.
        01 ws-buyInTotal        PIC 9(9).
        01 ws-prizeOk           PIC X.
        01 ws-prizeTotal        PIC 9(7).
        01 TOURN-ENTRY-TABLE.
            05 TOURN-ENTRY OCCURS 200 TIMES.
                10 TE-PLAYER-ID     PIC X(10).
                10 TE-CHIPS         PIC 9(7).
                10 TE-LAST-ROUND    PIC 9(3).
                10 TE-RANKED        PIC X.
        01 TOURN-RANK-TABLE.
            05 TK-ENTRY         OCCURS 200 TIMES PIC 999.
        01 TOURN-PRIZE-TABLE.
            05 TP-AMOUNT        OCCURS 10 TIMES PIC 9(7).
      *        Operator signed on at this terminal, and the same rule
      *        table the game uses: 1 GAME SIGN-ON, 2 CLERK SIGN-ON,
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

        PROCEDURE DIVISION.
            PERFORM SIGN-ON-OPERATOR
            PERFORM OPEN-CLERK-FILES
            DISPLAY 'CAGE / PIT CLERK ACCOUNT MAINTENANCE'
            DISPLAY '====================================='
                DISPLAY '3. Adjust balance (deposit/withdrawal)'
                DISPLAY '4. Adjust credit limit'
                DISPLAY '5. Close an account'
                DISPLAY '6. Redeem a marker'
                DISPLAY '7. Tournament buy-in'
                DISPLAY '8. Pay tournament prizes'
                DISPLAY '9. Quit'
                ACCEPT ws-menuChoice
                EVALUATE ws-menuChoice
                    WHEN 1
                    WHEN 5
                        PERFORM CLOSE-ACCOUNT
                    WHEN 6
                        PERFORM REDEEM-MARKER
                    WHEN 7
                        PERFORM TOURNAMENT-BUY-IN
                    WHEN 8
                        PERFORM PAY-TOURNAMENT-PRIZES
                    WHEN 9
                        MOVE 'Y' TO ws-clerkDone
                    WHEN OTHER
                        DISPLAY 'Invalid choice. Try again.'
            END-PERFORM
            CLOSE PLAYER-FILE
            CLOSE LEDGER-FILE
            CLOSE MARKER-FILE
            PERFORM SIGN-OFF-OPERATOR
            DISPLAY 'Clerk session ended.'
            STOP RUN.

                OPEN OUTPUT LEDGER-FILE
                CLOSE LEDGER-FILE
                OPEN EXTEND LEDGER-FILE
            END-IF
            OPEN I-O MARKER-FILE
            IF ws-markerFileStat = '35'
                OPEN OUTPUT MARKER-FILE
                CLOSE MARKER-FILE
                OPEN I-O MARKER-FILE
            END-IF.

        GET-TARGET-PLAYER.
                    DISPLAY 'Balance:       ' PF-BALANCE
                    DISPLAY 'Credit limit:  ' PF-CREDIT-LIMIT
                    DISPLAY 'Marker balance:' PF-MARKER-BAL
                    IF PF-MARKER-BAL > 0
                        PERFORM LIST-OPEN-MARKERS
                    END-IF
            END-READ.

        LIST-OPEN-MARKERS.
            MOVE 0 TO ws-markerCount
            MOVE ws-targetPlayer TO MK-PLAYER-ID
            MOVE 'N' TO ws-markerEOF
            START MARKER-FILE KEY IS = MK-PLAYER-ID
                INVALID KEY
                    MOVE 'Y' TO ws-markerEOF
            END-START
            PERFORM UNTIL ws-markerEOF = 'Y'
                READ MARKER-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO ws-markerEOF
                    NOT AT END
                        IF MK-PLAYER-ID NOT = ws-targetPlayer
                            MOVE 'Y' TO ws-markerEOF
                        ELSE
                            IF MK-STATUS = 'O'
                                ADD 1 TO ws-markerCount
                                COMPUTE ws-markerOpen =
                                    MK-FACE-AMT - MK-REDEEMED
                                DISPLAY '  Marker ' MK-MARKER-NO
                                    ' ' MK-TABLE-ID ' '
                                    MK-ISSUE-DATE ' face '
                                    MK-FACE-AMT ' open '
                                    ws-markerOpen
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF ws-markerCount = 0
                DISPLAY '  No individual markers on file.'
            END-IF.

        ADJUST-BALANCE.
            PERFORM GET-TARGET-PLAYER
            MOVE ws-targetPlayer TO PF-PLAYER-ID
                    ACCEPT ws-adjDirection
                    DISPLAY 'Amount: '
                    ACCEPT ws-adjAmount
                    IF ws-adjDirection NOT = 'D' AND
                       ws-adjDirection NOT = 'd' AND
                       ws-adjDirection NOT = 'W' AND
                       ws-adjDirection NOT = 'w'
                        DISPLAY 'Enter D or W - not posted.'
                    ELSE
                        IF (ws-adjDirection = 'W' OR
                            ws-adjDirection = 'w') AND
                           ws-adjAmount > PF-BALANCE
                            DISPLAY 'Withdrawal exceeds balance - '
                                'not posted.'
                        ELSE
                            MOVE 'ADJUST-BALANCE' TO ws-authAction
                            MOVE ws-adjAmount TO ws-authAmount
                            MOVE ws-targetPlayer TO ws-authPlayer
                            PERFORM AUTHORIZE-ACTION
                            IF ws-authOk = 'Y'
                                PERFORM POST-BALANCE-ADJUSTMENT
                            END-IF
                        END-IF
                    END-IF
            END-READ.

        POST-BALANCE-ADJUSTMENT.
            IF ws-adjDirection = 'D' OR ws-adjDirection = 'd'
                ADD ws-adjAmount TO PF-BALANCE
                REWRITE PLAYER-REC
                MOVE 'ACCT DEPOSIT' TO ws-ledgerBetType
                MOVE ws-adjAmount TO ws-ledgerAmount
                PERFORM LOG-CLERK-TRANSACTION
                DISPLAY 'Deposit posted. New balance: '
                    PF-BALANCE
            ELSE
                SUBTRACT ws-adjAmount FROM PF-BALANCE
                REWRITE PLAYER-REC
                MOVE 'ACCT WITHDRAW' TO ws-ledgerBetType
                MOVE ws-adjAmount TO ws-ledgerAmount
                PERFORM LOG-CLERK-TRANSACTION
                DISPLAY 'Withdrawal posted. New '
                    'balance: ' PF-BALANCE
            END-IF.

        ADJUST-CREDIT-LIMIT.
            PERFORM GET-TARGET-PLAYER
            MOVE ws-targetPlayer TO PF-PLAYER-ID
                        DISPLAY 'New limit is below outstanding '
                            'markers - not changed.'
                    ELSE
                        MOVE 'CREDIT-LIMIT' TO ws-authAction
                        MOVE ws-newLimit TO ws-authAmount
                        MOVE ws-targetPlayer TO ws-authPlayer
                        PERFORM AUTHORIZE-ACTION
                        IF ws-authOk = 'Y'
                            MOVE ws-newLimit TO PF-CREDIT-LIMIT
                            REWRITE PLAYER-REC
                            MOVE 'CREDIT ADJUST' TO ws-ledgerBetType
                            MOVE ws-newLimit TO ws-ledgerAmount
                            PERFORM LOG-CLERK-TRANSACTION
                            DISPLAY 'Credit limit set to '
                                PF-CREDIT-LIMIT '.'
                        END-IF
                    END-IF
            END-READ.

                            ' and pay out balance of ' PF-BALANCE
                            '? (Y/N): '
                        ACCEPT ws-confirmAns
                        IF ws-confirmAns = 'Y' OR ws-confirmAns = 'y'
                            MOVE 'CLOSE-ACCOUNT' TO ws-authAction
                            MOVE PF-BALANCE TO ws-authAmount
                            MOVE ws-targetPlayer TO ws-authPlayer
                            PERFORM AUTHORIZE-ACTION
                            IF ws-authOk NOT = 'Y'
                                MOVE 'N' TO ws-confirmAns
                            END-IF
                        END-IF
                        IF ws-confirmAns = 'Y' OR ws-confirmAns = 'y'
                            MOVE 'ACCT CLOSED' TO ws-ledgerBetType
                            MOVE PF-BALANCE TO ws-ledgerAmount
                    END-IF
            END-READ.

      *        A redemption is paid either out of the player's front
      *        money (MARKER PAYMT, same as a collection at the table)
      *        or in cash/cheque at the window (MARKER REDEEM, which
      *        leaves the account balance alone).
        REDEEM-MARKER.
            PERFORM GET-TARGET-PLAYER
            MOVE ws-targetPlayer TO PF-PLAYER-ID
            READ PLAYER-FILE
                INVALID KEY
                    DISPLAY 'No account on file for '
                        ws-targetPlayer '.'
                NOT INVALID KEY
                    IF PF-MARKER-BAL = 0
                        DISPLAY 'No outstanding markers for '
                            ws-targetPlayer '.'
                    ELSE
                        PERFORM LIST-OPEN-MARKERS
                        DISPLAY 'Outstanding markers: ' PF-MARKER-BAL
                        DISPLAY 'Pay from Balance or Cash? (B/C): '
                        ACCEPT ws-paySource
                        DISPLAY 'Amount: '
                        ACCEPT ws-markerPay
                        PERFORM POST-MARKER-REDEMPTION
                    END-IF
            END-READ.

        POST-MARKER-REDEMPTION.
            IF ws-markerPay = 0 OR ws-markerPay > PF-MARKER-BAL
                DISPLAY 'Amount must be between 1 and the '
                    'outstanding marker balance - not posted.'
            ELSE
                IF ws-paySource = 'B' OR ws-paySource = 'b'
                    IF ws-markerPay > PF-BALANCE
                        DISPLAY 'Payment exceeds balance - '
                            'not posted.'
                    ELSE
                        SUBTRACT ws-markerPay FROM PF-BALANCE
                        SUBTRACT ws-markerPay FROM PF-MARKER-BAL
                        REWRITE PLAYER-REC
                        MOVE 'MARKER PAYMT' TO ws-ledgerBetType
                        MOVE ws-markerPay TO ws-ledgerAmount
                        PERFORM LOG-CLERK-TRANSACTION
                        PERFORM APPLY-MARKER-PAYMENT
                    END-IF
                ELSE
                    SUBTRACT ws-markerPay FROM PF-MARKER-BAL
                    REWRITE PLAYER-REC
                    MOVE 'MARKER REDEEM' TO ws-ledgerBetType
                    MOVE ws-markerPay TO ws-ledgerAmount
                    PERFORM LOG-CLERK-TRANSACTION
                    PERFORM APPLY-MARKER-PAYMENT
                END-IF
            END-IF.

      *        Same oldest-open-first rule as APPLY-MARKER-PAYMENT in
      *        the game program: duplicates on the player key come
      *        back in the order written.
        APPLY-MARKER-PAYMENT.
            MOVE ws-markerPay TO ws-markerRemain
            MOVE ws-targetPlayer TO MK-PLAYER-ID
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
                        IF MK-PLAYER-ID NOT = ws-targetPlayer
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
                    ' paid with no open marker on file for '
                    ws-targetPlayer ' ***'
            END-IF
            DISPLAY 'Marker payment posted. Outstanding markers: '
                PF-MARKER-BAL.

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

      *        Entrants buy in at the cage out of their account
      *        balance (TOURN BUYIN) and play non-cashable tournament
      *        chips at the table. The first buy-in to a new
      *        tournament ID sets the tournament up.
        TOURNAMENT-BUY-IN.
            PERFORM GET-TARGET-PLAYER
            MOVE ws-targetPlayer TO PF-PLAYER-ID
            READ PLAYER-FILE
                INVALID KEY
                    DISPLAY 'No account on file for '
                        ws-targetPlayer '.'
                NOT INVALID KEY
                    PERFORM GET-TOURNAMENT-ID
                    PERFORM LOAD-TOURNAMENT
                    IF ws-tournPaid = 'Y'
                        DISPLAY 'Tournament ' ws-tournId ' is '
                            'closed - its prizes have been paid.'
                    ELSE
                        IF ws-tournOk NOT = 'Y'
                            PERFORM SET-UP-TOURNAMENT
                        END-IF
                        IF ws-tournOk = 'Y'
                            PERFORM POST-TOURNAMENT-BUY-IN
                        END-IF
                    END-IF
            END-READ.

        SET-UP-TOURNAMENT.
            DISPLAY 'Tournament ' ws-tournId ' is not set up. '
                'Set it up now? (Y/N): '
            ACCEPT ws-confirmAns
            IF ws-confirmAns = 'Y' OR ws-confirmAns = 'y'
                DISPLAY 'Buy-in amount: '
                ACCEPT ws-tournBuyIn
                DISPLAY 'Starting tournament chips: '
                ACCEPT ws-tournChips
                DISPLAY 'Round limit in Rolls or Minutes? (R/M): '
                ACCEPT ws-tournLimitType
                INSPECT ws-tournLimitType CONVERTING 'rm' TO 'RM'
                DISPLAY 'Rolls or minutes per round: '
                ACCEPT ws-tournLimit
                IF ws-tournBuyIn = 0 OR ws-tournChips = 0
                   OR ws-tournLimit = 0
                   OR (ws-tournLimitType NOT = 'R'
                       AND ws-tournLimitType NOT = 'M')
                    DISPLAY 'Buy-in, chips and limit must be above '
                        'zero and the limit R or M - not set up.'
                ELSE
                    MOVE 'TOURN-SETUP' TO ws-authAction
                    MOVE ws-tournBuyIn TO ws-authAmount
                    MOVE ws-tournId TO ws-authPlayer
                    PERFORM AUTHORIZE-ACTION
                    IF ws-authOk = 'Y'
                        PERFORM OPEN-TOURN-FILE
                        PERFORM BUILD-TOURN-REC
                        MOVE 'T' TO TR-REC-TYPE
                        MOVE ws-tournChips TO TR-CHIPS-START
                        MOVE ws-tournBuyIn TO TR-AMOUNT
                        MOVE ws-tournLimitType TO TR-LIMIT-TYPE
                        MOVE ws-tournLimit TO TR-LIMIT
                        WRITE TOURN-REC
                        CLOSE TOURN-FILE
                        MOVE 'Y' TO ws-tournOk
                        DISPLAY 'Tournament ' ws-tournId ' set up.'
                    END-IF
                END-IF
            END-IF.

        POST-TOURNAMENT-BUY-IN.
            MOVE ws-targetPlayer TO ws-tournPlayer
            PERFORM FIND-TOURN-ENTRANT
            IF ws-tournFound > 0
                DISPLAY ws-targetPlayer ' has already bought in to '
                    'tournament ' ws-tournId '.'
            ELSE
                IF ws-tournCount >= 200
                    DISPLAY 'Tournament ' ws-tournId ' is full.'
                ELSE
                    IF ws-tournBuyIn > PF-BALANCE
                        DISPLAY 'Buy-in of ' ws-tournBuyIn
                            ' exceeds balance ' PF-BALANCE
                            ' - deposit first.'
                    ELSE
                        DISPLAY 'Buy ' ws-targetPlayer ' in to '
                            ws-tournId ' for ' ws-tournBuyIn ' ('
                            ws-tournChips ' tournament chips)? '
                            '(Y/N): '
                        ACCEPT ws-confirmAns
                        IF ws-confirmAns = 'Y'
                           OR ws-confirmAns = 'y'
                            MOVE 'TOURN-BUYIN' TO ws-authAction
                            MOVE ws-tournBuyIn TO ws-authAmount
                            MOVE ws-targetPlayer TO ws-authPlayer
                            PERFORM AUTHORIZE-ACTION
                            IF ws-authOk = 'Y'
                                PERFORM WRITE-TOURNAMENT-ENTRY
                            END-IF
                        ELSE
                            DISPLAY 'Buy-in cancelled.'
                        END-IF
                    END-IF
                END-IF
            END-IF.

        WRITE-TOURNAMENT-ENTRY.
            SUBTRACT ws-tournBuyIn FROM PF-BALANCE
            REWRITE PLAYER-REC
            MOVE 'TOURN BUYIN' TO ws-ledgerBetType
            MOVE ws-tournBuyIn TO ws-ledgerAmount
            PERFORM LOG-CLERK-TRANSACTION
            PERFORM OPEN-TOURN-FILE
            PERFORM BUILD-TOURN-REC
            MOVE 'E' TO TR-REC-TYPE
            MOVE ws-targetPlayer TO TR-PLAYER-ID
            MOVE ws-tournChips TO TR-CHIPS-START
            MOVE ws-tournChips TO TR-CHIPS-END
            MOVE ws-tournBuyIn TO TR-AMOUNT
            WRITE TOURN-REC
            CLOSE TOURN-FILE
            DISPLAY ws-targetPlayer ' bought in to ' ws-tournId
                '. New balance: ' PF-BALANCE.

      *        Prizes go by final chip count, the latest round each
      *        entrant played. A tie for a paid place is settled
      *        with a playoff round at the table before anything is
      *        paid; each prize posts to the player account as TOURN
      *        PRIZE and a P line closes the tournament.
        PAY-TOURNAMENT-PRIZES.
            PERFORM GET-TOURNAMENT-ID
            PERFORM LOAD-TOURNAMENT
            MOVE 'N' TO ws-prizeOk
            EVALUATE TRUE
                WHEN ws-tournPaid = 'Y'
                    DISPLAY 'Prizes for tournament ' ws-tournId
                        ' have already been paid.'
                WHEN ws-tournOk NOT = 'Y'
                    DISPLAY 'Tournament ' ws-tournId ' has not '
                        'been set up.'
                WHEN ws-tournCount = 0
                    DISPLAY 'Tournament ' ws-tournId ' has no '
                        'entrants.'
                WHEN OTHER
                    MOVE 'Y' TO ws-prizeOk
            END-EVALUATE
            IF ws-prizeOk = 'Y'
                PERFORM RANK-ENTRANTS
                PERFORM SHOW-LEADERBOARD
                PERFORM GET-PRIZE-AMOUNTS
            END-IF
            IF ws-prizeOk = 'Y'
                PERFORM CHECK-PRIZE-WINNERS
            END-IF
            IF ws-prizeOk = 'Y'
                PERFORM SHOW-PRIZE-PAYOUT
                DISPLAY 'Post these prizes to the player accounts? '
                    '(Y/N): '
                ACCEPT ws-confirmAns
                IF ws-confirmAns = 'Y' OR ws-confirmAns = 'y'
                    MOVE 'TOURN-PRIZE' TO ws-authAction
                    MOVE ws-prizeTotal TO ws-authAmount
                    MOVE ws-tournId TO ws-authPlayer
                    PERFORM AUTHORIZE-ACTION
                    IF ws-authOk = 'Y'
                        PERFORM POST-TOURNAMENT-PRIZES
                    END-IF
                ELSE
                    DISPLAY 'Payout cancelled.'
                END-IF
            END-IF.

        RANK-ENTRANTS.
            PERFORM VARYING ws-tournIdx FROM 1 BY 1
                    UNTIL ws-tournIdx > ws-tournCount
                MOVE 'N' TO TE-RANKED(ws-tournIdx)
            END-PERFORM
            PERFORM VARYING ws-tournPlace FROM 1 BY 1
                    UNTIL ws-tournPlace > ws-tournCount
                MOVE 0 TO ws-tournBest
                PERFORM VARYING ws-tournIdx FROM 1 BY 1
                        UNTIL ws-tournIdx > ws-tournCount
                    IF TE-RANKED(ws-tournIdx) = 'N'
                        IF ws-tournBest = 0
                            MOVE ws-tournIdx TO ws-tournBest
                        ELSE
                            IF TE-CHIPS(ws-tournIdx) >
                                    TE-CHIPS(ws-tournBest)
                                MOVE ws-tournIdx TO ws-tournBest
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
                MOVE 'Y' TO TE-RANKED(ws-tournBest)
                MOVE ws-tournBest TO TK-ENTRY(ws-tournPlace)
            END-PERFORM.

        SHOW-LEADERBOARD.
            DISPLAY '===== TOURNAMENT ' ws-tournId
                ' LEADERBOARD ====='
            DISPLAY 'Place Player     Chips   Last round'
            PERFORM VARYING ws-tournPlace FROM 1 BY 1
                    UNTIL ws-tournPlace > ws-tournCount
                MOVE TK-ENTRY(ws-tournPlace) TO ws-tournIdx
                DISPLAY ws-tournPlace '   ' TE-PLAYER-ID(ws-tournIdx)
                    ' ' TE-CHIPS(ws-tournIdx) ' '
                    TE-LAST-ROUND(ws-tournIdx)
            END-PERFORM.

        GET-PRIZE-AMOUNTS.
            DISPLAY 'Number of paid places (1-10): '
            ACCEPT ws-tournPlaces
            IF ws-tournPlaces < 1 OR ws-tournPlaces > 10
               OR ws-tournPlaces > ws-tournCount
                DISPLAY 'Paid places must be 1 to 10 and no more '
                    'than the ' ws-tournCount ' entrants - not paid.'
                MOVE 'N' TO ws-prizeOk
            ELSE
                MOVE 0 TO ws-prizeTotal
                PERFORM VARYING ws-tournPlace FROM 1 BY 1
                        UNTIL ws-tournPlace > ws-tournPlaces
                    DISPLAY 'Prize for place ' ws-tournPlace ': '
                    ACCEPT TP-AMOUNT(ws-tournPlace)
                    ADD TP-AMOUNT(ws-tournPlace) TO ws-prizeTotal
                END-PERFORM
                IF ws-prizeTotal = 0
                    DISPLAY 'No prize amounts entered - not paid.'
                    MOVE 'N' TO ws-prizeOk
                END-IF
            END-IF.

        CHECK-PRIZE-WINNERS.
            PERFORM VARYING ws-tournPlace FROM 1 BY 1
                    UNTIL ws-tournPlace > ws-tournPlaces
                MOVE TK-ENTRY(ws-tournPlace) TO ws-tournIdx
                IF ws-tournPlace < ws-tournCount
                    MOVE TK-ENTRY(ws-tournPlace + 1) TO ws-tournBest
                    IF TE-CHIPS(ws-tournIdx) = TE-CHIPS(ws-tournBest)
                        DISPLAY 'Places ' ws-tournPlace ' and next '
                            'tie on ' TE-CHIPS(ws-tournIdx)
                            ' chips - settle with a playoff round '
                            'first.'
                        MOVE 'N' TO ws-prizeOk
                    END-IF
                END-IF
                MOVE TE-PLAYER-ID(ws-tournIdx) TO PF-PLAYER-ID
                READ PLAYER-FILE
                    INVALID KEY
                        DISPLAY 'No account on file for '
                            TE-PLAYER-ID(ws-tournIdx)
                            ' - cannot post the prize.'
                        MOVE 'N' TO ws-prizeOk
                END-READ
            END-PERFORM.

        SHOW-PRIZE-PAYOUT.
            COMPUTE ws-buyInTotal = ws-tournBuyIn * ws-tournCount
            DISPLAY '===== TOURNAMENT PRIZE PAYOUT - ' ws-tournId
                ' ====='
            DISPLAY 'Place Player     Chips   Prize'
            PERFORM VARYING ws-tournPlace FROM 1 BY 1
                    UNTIL ws-tournPlace > ws-tournPlaces
                MOVE TK-ENTRY(ws-tournPlace) TO ws-tournIdx
                DISPLAY ws-tournPlace '   ' TE-PLAYER-ID(ws-tournIdx)
                    ' ' TE-CHIPS(ws-tournIdx) ' '
                    TP-AMOUNT(ws-tournPlace)
            END-PERFORM
            DISPLAY 'Entrants:      ' ws-tournCount
            DISPLAY 'Total buy-ins: ' ws-buyInTotal
            DISPLAY 'Total prizes:  ' ws-prizeTotal.

        POST-TOURNAMENT-PRIZES.
            PERFORM OPEN-TOURN-FILE
            PERFORM VARYING ws-tournPlace FROM 1 BY 1
                    UNTIL ws-tournPlace > ws-tournPlaces
                MOVE TK-ENTRY(ws-tournPlace) TO ws-tournIdx
                MOVE TE-PLAYER-ID(ws-tournIdx) TO ws-targetPlayer
                MOVE ws-targetPlayer TO PF-PLAYER-ID
                READ PLAYER-FILE
                    INVALID KEY
                        DISPLAY '*** WARNING: no account for '
                            ws-targetPlayer ' - place '
                            ws-tournPlace ' not paid. ***'
                    NOT INVALID KEY
                        PERFORM POST-ONE-PRIZE
                END-READ
            END-PERFORM
            CLOSE TOURN-FILE
            DISPLAY 'Tournament ' ws-tournId ' prizes posted - '
                'tournament closed.'.

        POST-ONE-PRIZE.
            IF TP-AMOUNT(ws-tournPlace) > 0
                ADD TP-AMOUNT(ws-tournPlace) TO PF-BALANCE
                REWRITE PLAYER-REC
                MOVE 'TOURN PRIZE' TO ws-ledgerBetType
                MOVE TP-AMOUNT(ws-tournPlace) TO ws-ledgerAmount
                PERFORM LOG-CLERK-TRANSACTION
            END-IF
            PERFORM BUILD-TOURN-REC
            MOVE 'P' TO TR-REC-TYPE
            MOVE ws-targetPlayer TO TR-PLAYER-ID
            MOVE TE-LAST-ROUND(ws-tournIdx) TO TR-ROUND
            MOVE TE-CHIPS(ws-tournIdx) TO TR-CHIPS-END
            MOVE TP-AMOUNT(ws-tournPlace) TO TR-AMOUNT
            MOVE ws-tournPlace TO TR-PLACE
            WRITE TOURN-REC
            DISPLAY 'Place ' ws-tournPlace ' ' ws-targetPlayer
                ' paid ' TP-AMOUNT(ws-tournPlace)
                '. New balance: ' PF-BALANCE.

        GET-TOURNAMENT-ID.
            DISPLAY 'Tournament ID: '
            ACCEPT ws-tournId.

        LOAD-TOURNAMENT.
            MOVE 'N' TO ws-tournOk
            MOVE 'N' TO ws-tournPaid
            MOVE 'N' TO ws-tournOverflow
            MOVE 0 TO ws-tournCount
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
            IF ws-tournOverflow = 'Y'
                DISPLAY '*** WARNING: tournament ' ws-tournId
                    ' has more than 200 entrants on file - the '
                    'entrant list is incomplete. ***'
            END-IF.

        APPLY-TOURN-RECORD.
            EVALUATE TR-REC-TYPE
                WHEN 'T'
                    MOVE 'Y' TO ws-tournOk
                    MOVE TR-AMOUNT TO ws-tournBuyIn
                    MOVE TR-CHIPS-START TO ws-tournChips
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

        OPEN-TOURN-FILE.
            OPEN EXTEND TOURN-FILE
            IF ws-tournFileStat = '35'
                OPEN OUTPUT TOURN-FILE
                CLOSE TOURN-FILE
                OPEN EXTEND TOURN-FILE
            END-IF.

        BUILD-TOURN-REC.
            MOVE SPACES TO TOURN-REC
            MOVE ws-tournId TO TR-TOURN-ID
            MOVE FUNCTION CURRENT-DATE(1:8) TO TR-DATE
            MOVE FUNCTION CURRENT-DATE(9:6) TO TR-TIME
            MOVE 0 TO TR-ROUND
            MOVE 0 TO TR-CHIPS-START
            MOVE 0 TO TR-CHIPS-END
            MOVE 0 TO TR-AMOUNT
            MOVE 0 TO TR-LIMIT
            MOVE 0 TO TR-ROLLS
            MOVE 0 TO TR-PLACE
            MOVE ws-operId TO TR-EMP-ID.

      *        Mirrors LOG-TRANSACTION in the game program so
      *        PLAYERSTMT and the reconciliation see cage activity
      *        in the same LEDGREC money trail as table activity.
            MOVE ws-ledgerAmount TO LR-AMOUNT
            MOVE PF-BALANCE TO LR-BALANCE
            WRITE LEDGER-REC.

      *        The cage terminal needs an operator signed on from
      *        OPERATOR.DAT: three tries at ID and PIN, then the
      *        session is refused.
        SIGN-ON-OPERATOR.
            IF ws-signOnOk NOT = 'Y'
                PERFORM LOAD-OPERATORS
                PERFORM LOAD-AUTH-RULES
                MOVE 0 TO ws-signOnTries
                MOVE 'N' TO ws-signOnOk
                MOVE 'CLERK SIGN-ON' TO ws-authAction
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
                                ws-operRole ') may not use the cage '
                                'terminal.'
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

      *        Built-in rules, the same as the game's, which
      *        AUTHRULE.DAT can override action by action: roles
      *        D dealer, S floor supervisor, P pit clerk, C cage.
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
        AUTHORIZE-ACTION.
            MOVE 'N' TO ws-authOk
            MOVE SPACES TO ws-approverId
            IF ws-signOnOk = 'Y'
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
            MOVE 'PITCLERK' TO AL-PROGRAM
            MOVE '*CAGE*' TO AL-TABLE-ID
            MOVE ws-operId TO AL-EMP-ID
            MOVE ws-operRole TO AL-ROLE
            MOVE ws-accessEvent TO AL-EVENT
            MOVE ws-authAction TO AL-ACTION
            MOVE ws-authPlayer TO AL-PLAYER-ID
            MOVE ws-authAmount TO AL-AMOUNT
            MOVE ws-approverId TO AL-APPROVER
            WRITE ACCESS-LOG-REC
            CLOSE ACCESS-LOG-FILE.
