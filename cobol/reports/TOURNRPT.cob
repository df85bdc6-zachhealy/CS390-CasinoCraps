        IDENTIFICATION DIVISION.
        PROGRAM-ID. TOURNRPT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TOURN-FILE ASSIGN TO "TOURNEY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-tournFileStat.
        DATA DIVISION.
        FILE SECTION.
        FD  TOURN-FILE.
            COPY TOURNREC.
        WORKING-STORAGE SECTION.
        01 ws-tournFileStat     PIC XX.
        01 ws-tournEOF          PIC X.
        01 ws-tournId           PIC X(10).
        01 ws-reportRound       PIC 9(3).
        01 ws-setUp             PIC X VALUE 'N'.
        01 ws-setUpDate         PIC X(8).
        01 ws-setUpEmp          PIC X(10).
        01 ws-buyIn             PIC 9(7) VALUE 0.
        01 ws-startChips        PIC 9(7) VALUE 0.
        01 ws-limitType         PIC X.
        01 ws-limit             PIC 9(4) VALUE 0.
        01 ws-maxRound          PIC 9(3) VALUE 0.
        01 ws-buyInTotal        PIC 9(9) VALUE 0.
        01 ws-prizeTotal        PIC 9(9) VALUE 0.
        01 ws-prizeCount        PIC 999 VALUE 0.
        01 ws-playerId          PIC X(10).
        01 ws-entIdx            PIC 999.
        01 ws-entFound          PIC 999.
        01 ws-entCount          PIC 999 VALUE 0.
        01 ws-entOverflow       PIC X VALUE 'N'.
        01 ws-rankIdx           PIC 999.
        01 ws-rankCount         PIC 999.
        01 ws-rankBest          PIC 999.
        01 ws-rankChips         PIC 9(7).
        01 ws-prevChips         PIC 9(7).
        01 ws-place             PIC 999.

      *        One line per entrant: what they paid, their chips as
      *        of the latest round they played, the result of the
      *        round asked for, and any prize paid.
        01 ENT-TABLE.
            05 ENT-ENTRY OCCURS 200 TIMES.
                10 EN-ID            PIC X(10).
                10 EN-BUYIN         PIC 9(7).
                10 EN-CHIPS         PIC 9(7).
                10 EN-LAST-ROUND    PIC 9(3).
                10 EN-PLACE         PIC 9(3).
                10 EN-PRIZE         PIC 9(7).
                10 EN-RND-PLAYED    PIC X.
                10 EN-RND-TABLE     PIC X(10).
                10 EN-RND-START     PIC 9(7).
                10 EN-RND-END       PIC 9(7).
                10 EN-RND-ROLLS     PIC 9(7).
                10 EN-RND-REASON    PIC X.
                10 EN-RANKED        PIC X.
        01 RANK-TABLE.
            05 RK-ENTRY         OCCURS 200 TIMES PIC 999.

        01 ws-placeDisp         PIC ZZ9.
        01 ws-roundDisp         PIC ZZ9.
        01 ws-chipsDisp         PIC ZZZZZZ9.
        01 ws-startDisp         PIC ZZZZZZ9.
        01 ws-changeDisp        PIC -ZZZZZZ9.
        01 ws-rollsDisp         PIC ZZZZZZ9.
        01 ws-amtDisp           PIC ZZZZZZZZ9.
        01 ws-tieDisp           PIC X(3).
        01 ws-reasonDisp        PIC X(6).
        01 ws-change            PIC S9(8).

        PROCEDURE DIVISION.
            PERFORM INITIALIZE-REPORT
            OPEN INPUT TOURN-FILE
            IF ws-tournFileStat NOT = '00'
                DISPLAY 'No tournament file (TOURNEY.DAT) to report '
                    'on (status ' ws-tournFileStat ').'
            ELSE
                PERFORM LOAD-TOURNAMENT
                CLOSE TOURN-FILE
                IF ws-setUp NOT = 'Y'
                    DISPLAY 'Tournament ' ws-tournId ' is not on '
                        'file.'
                ELSE
                    PERFORM PRINT-TOURNAMENT-HEADER
                    IF ws-reportRound > 0
                        PERFORM PRINT-ROUND-RESULTS
                    ELSE
                        PERFORM PRINT-LEADERBOARD
                    END-IF
                    PERFORM PRINT-PRIZES
                END-IF
            END-IF
            STOP RUN.

        INITIALIZE-REPORT.
            DISPLAY 'CRAPS TOURNAMENT STANDINGS REPORT'
            DISPLAY '================================='
            DISPLAY 'Tournament ID: '
            ACCEPT ws-tournId
            DISPLAY 'Round (0 for the final leaderboard): '
            ACCEPT ws-reportRound.

        LOAD-TOURNAMENT.
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
            END-PERFORM.

        APPLY-TOURN-RECORD.
            EVALUATE TR-REC-TYPE
                WHEN 'T'
                    MOVE 'Y' TO ws-setUp
                    MOVE TR-DATE TO ws-setUpDate
                    MOVE TR-EMP-ID TO ws-setUpEmp
                    MOVE TR-AMOUNT TO ws-buyIn
                    MOVE TR-CHIPS-START TO ws-startChips
                    MOVE TR-LIMIT-TYPE TO ws-limitType
                    MOVE TR-LIMIT TO ws-limit
                WHEN 'E'
                    ADD TR-AMOUNT TO ws-buyInTotal
                    IF ws-entCount < 200
                        ADD 1 TO ws-entCount
                        MOVE ws-entCount TO ws-entIdx
                        MOVE TR-PLAYER-ID TO EN-ID(ws-entIdx)
                        MOVE TR-AMOUNT TO EN-BUYIN(ws-entIdx)
                        MOVE TR-CHIPS-END TO EN-CHIPS(ws-entIdx)
                        MOVE 0 TO EN-LAST-ROUND(ws-entIdx)
                        MOVE 0 TO EN-PLACE(ws-entIdx)
                        MOVE 0 TO EN-PRIZE(ws-entIdx)
                        MOVE 'N' TO EN-RND-PLAYED(ws-entIdx)
                    ELSE
                        MOVE 'Y' TO ws-entOverflow
                    END-IF
                WHEN 'R'
                    IF TR-ROUND > ws-maxRound
                        MOVE TR-ROUND TO ws-maxRound
                    END-IF
                    MOVE TR-PLAYER-ID TO ws-playerId
                    PERFORM FIND-ENTRANT
                    IF ws-entFound > 0
                        PERFORM APPLY-ROUND-RESULT
                    END-IF
                WHEN 'P'
                    ADD 1 TO ws-prizeCount
                    ADD TR-AMOUNT TO ws-prizeTotal
                    MOVE TR-PLAYER-ID TO ws-playerId
                    PERFORM FIND-ENTRANT
                    IF ws-entFound > 0
                        MOVE TR-PLACE TO EN-PLACE(ws-entFound)
                        MOVE TR-AMOUNT TO EN-PRIZE(ws-entFound)
                    END-IF
            END-EVALUATE.

        APPLY-ROUND-RESULT.
            IF TR-ROUND >= EN-LAST-ROUND(ws-entFound)
                MOVE TR-CHIPS-END TO EN-CHIPS(ws-entFound)
                MOVE TR-ROUND TO EN-LAST-ROUND(ws-entFound)
            END-IF
            IF TR-ROUND = ws-reportRound
                MOVE 'Y' TO EN-RND-PLAYED(ws-entFound)
                MOVE TR-TABLE-ID TO EN-RND-TABLE(ws-entFound)
                MOVE TR-CHIPS-START TO EN-RND-START(ws-entFound)
                MOVE TR-CHIPS-END TO EN-RND-END(ws-entFound)
                MOVE TR-ROLLS TO EN-RND-ROLLS(ws-entFound)
                MOVE TR-END-REASON TO EN-RND-REASON(ws-entFound)
            END-IF.

        FIND-ENTRANT.
            MOVE 0 TO ws-entFound
            PERFORM VARYING ws-entIdx FROM 1 BY 1
                    UNTIL ws-entIdx > ws-entCount
                IF EN-ID(ws-entIdx) = ws-playerId
                    MOVE ws-entIdx TO ws-entFound
                END-IF
            END-PERFORM.

        PRINT-TOURNAMENT-HEADER.
            DISPLAY ' '
            DISPLAY 'Tournament:      ' ws-tournId
            DISPLAY 'Set up:          ' ws-setUpDate ' by '
                ws-setUpEmp
            MOVE ws-buyIn TO ws-chipsDisp
            DISPLAY 'Buy-in:          ' ws-chipsDisp
            MOVE ws-startChips TO ws-chipsDisp
            DISPLAY 'Starting chips:  ' ws-chipsDisp
            IF ws-limitType = 'R'
                DISPLAY 'Round limit:     ' ws-limit ' rolls'
            ELSE
                DISPLAY 'Round limit:     ' ws-limit ' minutes'
            END-IF
            DISPLAY 'Entrants:        ' ws-entCount
            MOVE ws-buyInTotal TO ws-amtDisp
            DISPLAY 'Total buy-ins:   ' ws-amtDisp
            MOVE ws-maxRound TO ws-roundDisp
            DISPLAY 'Rounds played:   ' ws-roundDisp
            IF ws-entOverflow = 'Y'
                DISPLAY '*** WARNING: more than 200 entrants on file '
                    '- standings are incomplete. ***'
            END-IF.

      *        A round's results in finishing order by chips at the
      *        end of the round, one line per entrant who played it.
        PRINT-ROUND-RESULTS.
            PERFORM VARYING ws-entIdx FROM 1 BY 1
                    UNTIL ws-entIdx > ws-entCount
                IF EN-RND-PLAYED(ws-entIdx) = 'Y'
                    MOVE 'N' TO EN-RANKED(ws-entIdx)
                ELSE
                    MOVE 'Y' TO EN-RANKED(ws-entIdx)
                END-IF
            END-PERFORM
            PERFORM RANK-ENTRANTS
            DISPLAY ' '
            MOVE ws-reportRound TO ws-roundDisp
            DISPLAY '===== ROUND ' ws-roundDisp ' RESULTS ====='
            DISPLAY 'PLACE   PLAYER     TABLE        START     END'
                '   CHANGE   ROLLS ENDED'
            MOVE 0 TO ws-prevChips
            PERFORM VARYING ws-place FROM 1 BY 1
                    UNTIL ws-place > ws-rankCount
                MOVE RK-ENTRY(ws-place) TO ws-entIdx
                MOVE EN-RND-END(ws-entIdx) TO ws-rankChips
                PERFORM SET-TIE-FLAG
                COMPUTE ws-change = EN-RND-END(ws-entIdx) -
                    EN-RND-START(ws-entIdx)
                PERFORM SET-REASON-TEXT
                MOVE ws-place TO ws-placeDisp
                MOVE EN-RND-START(ws-entIdx) TO ws-startDisp
                MOVE EN-RND-END(ws-entIdx) TO ws-chipsDisp
                MOVE ws-change TO ws-changeDisp
                MOVE EN-RND-ROLLS(ws-entIdx) TO ws-rollsDisp
                DISPLAY ws-placeDisp ' ' ws-tieDisp ' '
                    EN-ID(ws-entIdx) ' ' EN-RND-TABLE(ws-entIdx) ' '
                    ws-startDisp ' ' ws-chipsDisp ' ' ws-changeDisp
                    ' ' ws-rollsDisp ' ' ws-reasonDisp
            END-PERFORM
            IF ws-rankCount = 0
                DISPLAY 'No results on file for this round.'
            END-IF.

      *        Every entrant in order of the chips left after the
      *        latest round they played - the order prizes go by.
        PRINT-LEADERBOARD.
            PERFORM VARYING ws-entIdx FROM 1 BY 1
                    UNTIL ws-entIdx > ws-entCount
                MOVE 'N' TO EN-RANKED(ws-entIdx)
            END-PERFORM
            PERFORM RANK-ENTRANTS
            DISPLAY ' '
            DISPLAY '===== FINAL LEADERBOARD ====='
            DISPLAY 'PLACE   PLAYER       CHIPS LAST RND     PRIZE'
            MOVE 0 TO ws-prevChips
            PERFORM VARYING ws-place FROM 1 BY 1
                    UNTIL ws-place > ws-rankCount
                MOVE RK-ENTRY(ws-place) TO ws-entIdx
                MOVE EN-CHIPS(ws-entIdx) TO ws-rankChips
                PERFORM SET-TIE-FLAG
                MOVE ws-place TO ws-placeDisp
                MOVE EN-CHIPS(ws-entIdx) TO ws-chipsDisp
                MOVE EN-LAST-ROUND(ws-entIdx) TO ws-roundDisp
                MOVE EN-PRIZE(ws-entIdx) TO ws-amtDisp
                DISPLAY ws-placeDisp ' ' ws-tieDisp ' '
                    EN-ID(ws-entIdx) ' ' ws-chipsDisp '      '
                    ws-roundDisp ' ' ws-amtDisp
            END-PERFORM.

      *        Orders the entrants not already flagged EN-RANKED by
      *        chips, highest first, into RK-ENTRY; ws-rankChips is
      *        the chip count each entrant is ranked on.
        RANK-ENTRANTS.
            MOVE 0 TO ws-rankCount
            MOVE 1 TO ws-rankBest
            PERFORM UNTIL ws-rankBest = 0
                MOVE 0 TO ws-rankBest
                PERFORM VARYING ws-rankIdx FROM 1 BY 1
                        UNTIL ws-rankIdx > ws-entCount
                    IF EN-RANKED(ws-rankIdx) = 'N'
                        PERFORM CHECK-RANK-CANDIDATE
                    END-IF
                END-PERFORM
                IF ws-rankBest > 0
                    MOVE 'Y' TO EN-RANKED(ws-rankBest)
                    ADD 1 TO ws-rankCount
                    MOVE ws-rankBest TO RK-ENTRY(ws-rankCount)
                END-IF
            END-PERFORM.

        CHECK-RANK-CANDIDATE.
            IF ws-reportRound > 0
                MOVE EN-RND-END(ws-rankIdx) TO ws-rankChips
            ELSE
                MOVE EN-CHIPS(ws-rankIdx) TO ws-rankChips
            END-IF
            IF ws-rankBest = 0
                MOVE ws-rankIdx TO ws-rankBest
                MOVE ws-rankChips TO ws-prevChips
            ELSE
                IF ws-rankChips > ws-prevChips
                    MOVE ws-rankIdx TO ws-rankBest
                    MOVE ws-rankChips TO ws-prevChips
                END-IF
            END-IF.

      *        Entrants level on chips with the line above are
      *        flagged TIE - a tie for a paid place needs a playoff.
        SET-TIE-FLAG.
            MOVE SPACES TO ws-tieDisp
            IF ws-place > 1 AND ws-rankChips = ws-prevChips
                MOVE 'TIE' TO ws-tieDisp
            END-IF
            MOVE ws-rankChips TO ws-prevChips.

        SET-REASON-TEXT.
            EVALUATE EN-RND-REASON(ws-entIdx)
                WHEN 'R'
                    MOVE 'ROLLS' TO ws-reasonDisp
                WHEN 'M'
                    MOVE 'TIME' TO ws-reasonDisp
                WHEN 'X'
                    MOVE 'BUSTED' TO ws-reasonDisp
                WHEN 'Q'
                    MOVE 'CLOSED' TO ws-reasonDisp
                WHEN OTHER
                    MOVE SPACES TO ws-reasonDisp
            END-EVALUATE.

        PRINT-PRIZES.
            DISPLAY ' '
            IF ws-prizeCount = 0
                DISPLAY 'Prizes have not been paid.'
            ELSE
                DISPLAY '===== PRIZES PAID ====='
                PERFORM VARYING ws-place FROM 1 BY 1
                        UNTIL ws-place > ws-entCount
                    PERFORM VARYING ws-entIdx FROM 1 BY 1
                            UNTIL ws-entIdx > ws-entCount
                        IF EN-PLACE(ws-entIdx) = ws-place
                            MOVE ws-place TO ws-placeDisp
                            MOVE EN-CHIPS(ws-entIdx) TO ws-chipsDisp
                            MOVE EN-PRIZE(ws-entIdx) TO ws-amtDisp
                            DISPLAY ws-placeDisp '     '
                                EN-ID(ws-entIdx) ' ' ws-chipsDisp
                                '          ' ws-amtDisp
                        END-IF
                    END-PERFORM
                END-PERFORM
                MOVE ws-prizeTotal TO ws-amtDisp
                DISPLAY 'Total prizes:    ' ws-amtDisp
            END-IF.
