        IDENTIFICATION DIVISION.
        PROGRAM-ID. TBLMAINT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CONFIG-FILE ASSIGN TO "TABLECFG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-configFileStat.
            SELECT CFG-HIST-FILE ASSIGN TO "CFGHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-cfgHistFileStat.
            SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-operFileStat.
            SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESSLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-accessLogFileStat.
        DATA DIVISION.
        FILE SECTION.
        FD  CONFIG-FILE.
        01  CONFIG-REC.
            05 CFG-MAXB         PIC 999.
            05 CFG-MINB         PIC 99.
            05 CFG-DOUB         PIC 9.
        01  CONFIG-TYPE-REC.
            05 CFG-BET-CODE     PIC X(5).
            05 CFG-TSEP1        PIC X.
            05 CFG-BET-MIN      PIC 9(5).
            05 CFG-TSEP2        PIC X.
            05 CFG-BET-MAX      PIC 9(5).
            05 CFG-TSEP3        PIC X.
            05 CFG-EXP-WT       PIC 9V99.
        FD  CFG-HIST-FILE.
            COPY CFGHIST.
        FD  OPERATOR-FILE.
            COPY OPERREC.
        FD  ACCESS-LOG-FILE.
            COPY ACCESSLOG.
        WORKING-STORAGE SECTION.
        01 ws-configFileStat    PIC XX.
        01 ws-cfgHistFileStat   PIC XX.
        01 ws-configEOF         PIC X.
        01 ws-cfgHistEOF        PIC X.
        01 ws-maintDone         PIC X VALUE 'N'.
        01 ws-menuChoice        PIC 9.
        01 ws-tableId           PIC X(10).
        01 ws-todayDate         PIC X(8).
        01 ws-schedDate         PIC X(8).
        01 ws-haveLegacy        PIC X VALUE 'N'.
        01 ws-legacyRec         PIC X(6).
        01 maxB                 PIC 999 VALUE 200.
        01 minB                 PIC 99 VALUE 10.
        01 tableExpCap          PIC 9(7) VALUE 5000.
        01 defaultExpCap        PIC 9(7) VALUE 5000.
        01 ws-capEff            PIC X(8).
        01 ws-capActive         PIC X.
        01 ws-blIdx             PIC 99.
        01 ws-slot              PIC 99.
        01 ws-seedCount         PIC 9(3) VALUE 0.
        01 ws-histCount         PIC 9(5).

        01 ws-action            PIC X.
        01 ws-actionName        PIC X(8).
        01 ws-inCode            PIC X(5).
        01 ws-inEffDate         PIC X(8).
        01 ws-inMin             PIC 9(5).
        01 ws-inMax             PIC 9(5).
        01 ws-inWt              PIC 9V99.
        01 ws-inApprover        PIC X(10).
        01 ws-confirmAns        PIC X.
        01 ws-inputOk           PIC X.
        01 ws-inForce           PIC X.
        01 ws-accessAction      PIC X(15).

        01 ws-operFileStat      PIC XX.
        01 ws-accessLogFileStat PIC XX.
        01 ws-operEOF           PIC X.
        01 ws-operCount         PIC 999 VALUE 0.
        01 ws-operIdx           PIC 999.
        01 ws-operFound         PIC 999.
        01 ws-operOverflow      PIC X VALUE 'N'.
        01 ws-idInput           PIC X(10).
        01 ws-pinInput          PIC X(6).
        01 ws-approverRole      PIC X.
        01 ws-accessEvent       PIC X(8).
        01 OPER-TABLE.
            05 OPER-ENTRY OCCURS 200 TIMES.
                10 OT-EMP-ID        PIC X(10).
                10 OT-PIN           PIC X(6).
                10 OT-ROLE          PIC X.
                10 OT-STATUS        PIC X.

      *        Same fixed slots the game uses: 1 PASS, 2 DPASS,
      *        3 COME, 4 DCOME, 5 FIELD, 6 PLC04, 7 PLC05, 8 PLC06,
      *        9 PLC08, 10 PLC09, 11 PLC10, 12 BIG06, 13 BIG08.
      *        BL-ACTIVE is Y while a bet-type record is in force for
      *        the slot; otherwise the table's base min/max apply.
        01 BET-LIMIT-TABLE.
            05 BET-LIMIT-ENTRY OCCURS 13 TIMES.
                10 BL-CODE          PIC X(5).
                10 BL-MIN           PIC 9(5).
                10 BL-MAX           PIC 9(5).
                10 BL-WT            PIC 9V99.
                10 BL-EFF           PIC X(8).
                10 BL-ACTIVE        PIC X.
        01 BET-LIMIT-BASE.
            05 BET-LIMIT-BASE-ENTRY OCCURS 13 TIMES.
                10 BB-CODE          PIC X(5).
                10 BB-MIN           PIC 9(5).
                10 BB-MAX           PIC 9(5).
                10 BB-WT            PIC 9V99.
                10 BB-EFF           PIC X(8).
                10 BB-ACTIVE        PIC X.

        01 ws-wtDisp            PIC 9.99.
        01 ws-effDisp           PIC X(10).

        PROCEDURE DIVISION.
            PERFORM OPEN-MAINT
            DISPLAY 'TABLE LIMIT MAINTENANCE - ' ws-tableId
            DISPLAY '=========================================='
            PERFORM UNTIL ws-maintDone = 'Y'
                DISPLAY ' '
                DISPLAY '1. Show limits in force on a date'
                DISPLAY '2. Add a bet-type or EXCAP record'
                DISPLAY '3. Change a bet-type or EXCAP record'
                DISPLAY '4. Retire a bet-type or EXCAP record'
                DISPLAY '5. List the change history'
                DISPLAY '6. Quit'
                ACCEPT ws-menuChoice
                EVALUATE ws-menuChoice
                    WHEN 1
                        PERFORM SHOW-SCHEDULE
                    WHEN 2
                        MOVE 'A' TO ws-action
                        PERFORM RECORD-CHANGE
                    WHEN 3
                        MOVE 'C' TO ws-action
                        PERFORM RECORD-CHANGE
                    WHEN 4
                        MOVE 'R' TO ws-action
                        PERFORM RECORD-CHANGE
                    WHEN 5
                        PERFORM LIST-HISTORY
                    WHEN 6
                        MOVE 'Y' TO ws-maintDone
                    WHEN OTHER
                        DISPLAY 'Invalid choice. Try again.'
                END-EVALUATE
            END-PERFORM
            DISPLAY 'Table limit maintenance ended.'
            STOP RUN.

        OPEN-MAINT.
            MOVE FUNCTION CURRENT-DATE(1:8) TO ws-todayDate
            DISPLAY 'Table ID: '
            ACCEPT ws-tableId
            PERFORM READ-BASE-CONFIG
            PERFORM LOAD-OPERATORS
            OPEN INPUT CFG-HIST-FILE
            IF ws-cfgHistFileStat = '00'
                CLOSE CFG-HIST-FILE
            ELSE
                PERFORM SEED-CONFIG-HISTORY
            END-IF.

      *        The first record of TABLECFG.DAT (max/min/double) is
      *        the table's base and is carried through unchanged.
        READ-BASE-CONFIG.
            OPEN INPUT CONFIG-FILE
            IF ws-configFileStat = '00'
                READ CONFIG-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF CONFIG-REC(1:1) IS NUMERIC
                            MOVE 'Y' TO ws-haveLegacy
                            MOVE CONFIG-REC TO ws-legacyRec
                            MOVE CFG-MAXB TO maxB
                            MOVE CFG-MINB TO minB
                        END-IF
                END-READ
                CLOSE CONFIG-FILE
            END-IF.

      *        First run on a table: whatever bet-type and EXCAP
      *        records TABLECFG.DAT already holds go into the history
      *        as in force from the start, so the history alone
      *        answers for every date from here on.
        SEED-CONFIG-HISTORY.
            OPEN OUTPUT CFG-HIST-FILE
            OPEN INPUT CONFIG-FILE
            IF ws-configFileStat = '00'
                MOVE 'N' TO ws-configEOF
                PERFORM UNTIL ws-configEOF = 'Y'
                    READ CONFIG-FILE
                        AT END
                            MOVE 'Y' TO ws-configEOF
                        NOT AT END
                            IF CONFIG-REC(1:1) IS NOT NUMERIC
                                PERFORM SEED-ONE-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CONFIG-FILE
            END-IF
            CLOSE CFG-HIST-FILE
            DISPLAY 'Change history CFGHIST.DAT started with '
                ws-seedCount ' record(s) from TABLECFG.DAT.'.

        SEED-ONE-RECORD.
            PERFORM INIT-BET-SCHEDULE
            MOVE 0 TO ws-slot
            PERFORM VARYING ws-blIdx FROM 1 BY 1
                    UNTIL ws-blIdx > 13
                IF BL-CODE(ws-blIdx) = CFG-BET-CODE
                    MOVE ws-blIdx TO ws-slot
                END-IF
            END-PERFORM
            IF ws-slot > 0 OR CFG-BET-CODE = 'EXCAP'
                MOVE SPACES TO CFG-HIST-REC
                MOVE '00000000' TO CH-EFF-DATE
                MOVE ws-tableId TO CH-TABLE-ID
                MOVE 'A' TO CH-ACTION
                MOVE CFG-BET-CODE TO CH-BET-CODE
                MOVE CFG-BET-MIN TO CH-BET-MIN
                MOVE CFG-BET-MAX TO CH-BET-MAX
                MOVE CFG-EXP-WT TO CH-EXP-WT
                MOVE 'TABLECFG' TO CH-APPROVER
                MOVE FUNCTION CURRENT-DATE(1:14) TO CH-ENTERED
                WRITE CFG-HIST-REC
                ADD 1 TO ws-seedCount
            ELSE
                DISPLAY '*** WARNING: TABLECFG.DAT bet code '
                    CFG-BET-CODE ' is not on the layout - not '
                    'carried into the history. ***'
            END-IF.

        INIT-BET-SCHEDULE.
            MOVE 'PASS ' TO BL-CODE(1)
            MOVE 'DPASS' TO BL-CODE(2)
            MOVE 'COME ' TO BL-CODE(3)
            MOVE 'DCOME' TO BL-CODE(4)
            MOVE 'FIELD' TO BL-CODE(5)
            MOVE 'PLC04' TO BL-CODE(6)
            MOVE 'PLC05' TO BL-CODE(7)
            MOVE 'PLC06' TO BL-CODE(8)
            MOVE 'PLC08' TO BL-CODE(9)
            MOVE 'PLC09' TO BL-CODE(10)
            MOVE 'PLC10' TO BL-CODE(11)
            MOVE 'BIG06' TO BL-CODE(12)
            MOVE 'BIG08' TO BL-CODE(13)
            PERFORM VARYING ws-blIdx FROM 1 BY 1
                    UNTIL ws-blIdx > 13
                MOVE minB TO BL-MIN(ws-blIdx)
                MOVE maxB TO BL-MAX(ws-blIdx)
                MOVE SPACES TO BL-EFF(ws-blIdx)
                MOVE 'N' TO BL-ACTIVE(ws-blIdx)
            END-PERFORM
            MOVE 1.00 TO BL-WT(1)
            MOVE 1.00 TO BL-WT(2)
            MOVE 1.00 TO BL-WT(3)
            MOVE 1.00 TO BL-WT(4)
            MOVE 3.00 TO BL-WT(5)
            MOVE 2.80 TO BL-WT(6)
            MOVE 2.40 TO BL-WT(7)
            MOVE 2.17 TO BL-WT(8)
            MOVE 2.17 TO BL-WT(9)
            MOVE 2.40 TO BL-WT(10)
            MOVE 2.80 TO BL-WT(11)
            MOVE 2.00 TO BL-WT(12)
            MOVE 2.00 TO BL-WT(13).

      *        Rebuilds the schedule as it stood on ws-schedDate, by
      *        the same rule the game and SURVAUDIT use: for each bet
      *        type (and EXCAP) the change with the latest effective
      *        date on or before that date wins, and on one date the
      *        line written last.
        BUILD-SCHEDULE.
            PERFORM INIT-BET-SCHEDULE
            MOVE BET-LIMIT-TABLE TO BET-LIMIT-BASE
            MOVE defaultExpCap TO tableExpCap
            MOVE SPACES TO ws-capEff
            MOVE 'N' TO ws-capActive
            MOVE 0 TO ws-histCount
            OPEN INPUT CFG-HIST-FILE
            IF ws-cfgHistFileStat = '00'
                MOVE 'N' TO ws-cfgHistEOF
                PERFORM UNTIL ws-cfgHistEOF = 'Y'
                    READ CFG-HIST-FILE
                        AT END
                            MOVE 'Y' TO ws-cfgHistEOF
                        NOT AT END
                            ADD 1 TO ws-histCount
                            IF CH-EFF-DATE <= ws-schedDate
                                PERFORM APPLY-HISTORY-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CFG-HIST-FILE
            END-IF.

        APPLY-HISTORY-RECORD.
            IF CH-BET-CODE = 'EXCAP'
                IF CH-EFF-DATE >= ws-capEff
                    MOVE CH-EFF-DATE TO ws-capEff
                    IF CH-ACTION = 'R'
                        MOVE defaultExpCap TO tableExpCap
                        MOVE 'N' TO ws-capActive
                    ELSE
                        MOVE CH-BET-MAX TO tableExpCap
                        MOVE 'Y' TO ws-capActive
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
                            MOVE 'N' TO BL-ACTIVE(ws-blIdx)
                        ELSE
                            MOVE CH-BET-MIN TO BL-MIN(ws-blIdx)
                            MOVE CH-BET-MAX TO BL-MAX(ws-blIdx)
                            MOVE CH-EXP-WT TO BL-WT(ws-blIdx)
                            MOVE 'Y' TO BL-ACTIVE(ws-blIdx)
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.

        SHOW-SCHEDULE.
            DISPLAY 'Limits in force on (YYYYMMDD, blank for '
                'today): '
            ACCEPT ws-schedDate
            IF ws-schedDate = SPACES
                MOVE ws-todayDate TO ws-schedDate
            END-IF
            PERFORM BUILD-SCHEDULE
            DISPLAY ' '
            DISPLAY 'LIMITS POSTED AT ' ws-tableId ' ON '
                ws-schedDate
            DISPLAY 'Table base: min ' minB '  max ' maxB
            DISPLAY 'CODE    MIN    MAX  WEIGHT  IN FORCE FROM'
            PERFORM VARYING ws-blIdx FROM 1 BY 1
                    UNTIL ws-blIdx > 13
                MOVE BL-WT(ws-blIdx) TO ws-wtDisp
                IF BL-ACTIVE(ws-blIdx) = 'Y'
                    MOVE BL-EFF(ws-blIdx) TO ws-effDisp
                ELSE
                    MOVE '(base)' TO ws-effDisp
                END-IF
                DISPLAY BL-CODE(ws-blIdx) ' ' BL-MIN(ws-blIdx) ' '
                    BL-MAX(ws-blIdx) '    ' ws-wtDisp '  '
                    ws-effDisp
            END-PERFORM
            IF ws-capActive = 'Y'
                MOVE ws-capEff TO ws-effDisp
            ELSE
                MOVE '(default)' TO ws-effDisp
            END-IF
            DISPLAY 'EXCAP  exposure cap ' tableExpCap '       '
                ws-effDisp.

      *        Add, change or retire (ws-action A, C or R). Nothing
      *        is backdated: a change takes effect today or later,
      *        so a night already played keeps the limits it was
      *        played under. Every change carries the floor
      *        supervisor who approved it with ID and PIN.
        RECORD-CHANGE.
            EVALUATE ws-action
                WHEN 'A'
                    MOVE 'add' TO ws-actionName
                    MOVE 'LIMIT-ADD' TO ws-accessAction
                WHEN 'C'
                    MOVE 'change' TO ws-actionName
                    MOVE 'LIMIT-CHANGE' TO ws-accessAction
                WHEN 'R'
                    MOVE 'retire' TO ws-actionName
                    MOVE 'LIMIT-RETIRE' TO ws-accessAction
            END-EVALUATE
            MOVE 'Y' TO ws-inputOk
            DISPLAY 'Bet code to ' ws-actionName ' (PASS, DPASS, '
                'COME, DCOME, FIELD, PLC04-PLC10, BIG06, BIG08 or '
                'EXCAP): '
            ACCEPT ws-inCode
            MOVE FUNCTION UPPER-CASE(ws-inCode) TO ws-inCode
            PERFORM INIT-BET-SCHEDULE
            MOVE 0 TO ws-slot
            PERFORM VARYING ws-blIdx FROM 1 BY 1
                    UNTIL ws-blIdx > 13
                IF BL-CODE(ws-blIdx) = ws-inCode
                    MOVE ws-blIdx TO ws-slot
                END-IF
            END-PERFORM
            IF ws-slot = 0 AND ws-inCode NOT = 'EXCAP'
                DISPLAY 'Unknown bet code - nothing recorded.'
                MOVE 'N' TO ws-inputOk
            END-IF
            IF ws-inputOk = 'Y'
                PERFORM GET-EFFECTIVE-DATE
            END-IF
            IF ws-inputOk = 'Y'
                PERFORM CHECK-RECORD-IN-FORCE
            END-IF
            IF ws-inputOk = 'Y' AND ws-action NOT = 'R'
                PERFORM GET-NEW-LIMITS
            END-IF
            IF ws-inputOk = 'Y'
                DISPLAY 'About to ' ws-actionName ' ' ws-inCode
                    ' effective ' ws-inEffDate '. Confirm (Y/N): '
                ACCEPT ws-confirmAns
                IF ws-confirmAns = 'Y' OR ws-confirmAns = 'y'
                    PERFORM GET-LIMIT-APPROVAL
                    IF ws-inputOk = 'Y'
                        PERFORM WRITE-HISTORY-RECORD
                        PERFORM REFRESH-TABLE-CONFIG
                    END-IF
                ELSE
                    DISPLAY 'Not recorded.'
                END-IF
            END-IF.

      *        The approver signs for the change with ID and PIN
      *        against OPERATOR.DAT: an active floor supervisor
      *        (role S) or the change is refused. Either decision
      *        goes to the access log, as the game and the cage log
      *        theirs.
        GET-LIMIT-APPROVAL.
            DISPLAY 'Approving supervisor ID (blank to cancel): '
            ACCEPT ws-inApprover
            IF ws-inApprover = SPACES
                DISPLAY 'A limit change needs supervisor approval '
                    '- nothing recorded.'
                MOVE 'N' TO ws-inputOk
            ELSE
                DISPLAY 'Supervisor PIN: '
                ACCEPT ws-pinInput
                MOVE ws-inApprover TO ws-idInput
                PERFORM CHECK-OPERATOR-PIN
                MOVE SPACE TO ws-approverRole
                MOVE 'DENIED' TO ws-accessEvent
                IF ws-operFound = 0
                    DISPLAY 'Supervisor ID or PIN not recognized '
                        '- nothing recorded.'
                ELSE
                    MOVE OT-ROLE(ws-operFound) TO ws-approverRole
                    IF ws-approverRole NOT = 'S'
                        DISPLAY 'Only a floor supervisor can '
                            'approve a limit change - nothing '
                            'recorded.'
                    ELSE
                        MOVE 'APPROVED' TO ws-accessEvent
                    END-IF
                END-IF
                IF ws-accessEvent NOT = 'APPROVED'
                    MOVE 'N' TO ws-inputOk
                END-IF
                PERFORM WRITE-ACCESS-LOG
            END-IF.

        LOAD-OPERATORS.
            MOVE 0 TO ws-operCount
            OPEN INPUT OPERATOR-FILE
            IF ws-operFileStat NOT = '00'
                DISPLAY '*** WARNING: no OPERATOR.DAT on file - '
                    'no limit change can be approved. ***'
            ELSE
                MOVE 'N' TO ws-operEOF
                PERFORM UNTIL ws-operEOF = 'Y'
                    READ OPERATOR-FILE
                        AT END
                            MOVE 'Y' TO ws-operEOF
                        NOT AT END
                            IF ws-operCount < 200
                                ADD 1 TO ws-operCount
                                MOVE OP-EMP-ID
                                    TO OT-EMP-ID(ws-operCount)
                                MOVE OP-PIN TO OT-PIN(ws-operCount)
                                MOVE OP-ROLE TO OT-ROLE(ws-operCount)
                                MOVE OP-STATUS
                                    TO OT-STATUS(ws-operCount)
                            ELSE
                                MOVE 'Y' TO ws-operOverflow
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPERATOR-FILE
                IF ws-operOverflow = 'Y'
                    DISPLAY '*** WARNING: OPERATOR.DAT holds more '
                        'than 200 employees - the rest cannot '
                        'approve. ***'
                END-IF
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

      *        No one signs on to limit maintenance, so the line is
      *        in the approver's name; the bet code stands in the
      *        player column and the new maximum (or exposure cap)
      *        in the amount.
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
            MOVE 'TBLMAINT' TO AL-PROGRAM
            MOVE ws-tableId TO AL-TABLE-ID
            MOVE ws-inApprover TO AL-EMP-ID
            MOVE ws-approverRole TO AL-ROLE
            MOVE ws-accessEvent TO AL-EVENT
            MOVE ws-accessAction TO AL-ACTION
            MOVE ws-inCode TO AL-PLAYER-ID
            IF ws-action = 'R'
                MOVE 0 TO AL-AMOUNT
            ELSE
                MOVE ws-inMax TO AL-AMOUNT
            END-IF
            MOVE ws-inApprover TO AL-APPROVER
            WRITE ACCESS-LOG-REC
            CLOSE ACCESS-LOG-FILE.

        GET-EFFECTIVE-DATE.
            DISPLAY 'Effective date (YYYYMMDD, blank for today): '
            ACCEPT ws-inEffDate
            IF ws-inEffDate = SPACES
                MOVE ws-todayDate TO ws-inEffDate
            END-IF
            IF ws-inEffDate IS NOT NUMERIC
                DISPLAY 'Effective date must be YYYYMMDD - nothing '
                    'recorded.'
                MOVE 'N' TO ws-inputOk
            ELSE
                IF ws-inEffDate < ws-todayDate
                    DISPLAY 'A limit change cannot be backdated - '
                        'nothing recorded.'
                    MOVE 'N' TO ws-inputOk
                END-IF
            END-IF.

      *        An add needs the code free on the effective date; a
      *        change or retire needs a record in force then.
        CHECK-RECORD-IN-FORCE.
            MOVE ws-inEffDate TO ws-schedDate
            PERFORM BUILD-SCHEDULE
            IF ws-inCode = 'EXCAP'
                MOVE ws-capActive TO ws-inForce
            ELSE
                MOVE BL-ACTIVE(ws-slot) TO ws-inForce
            END-IF
            IF ws-action = 'A' AND ws-inForce = 'Y'
                DISPLAY ws-inCode ' already has a record in force on '
                    ws-inEffDate ' - use Change instead.'
                MOVE 'N' TO ws-inputOk
            END-IF
            IF ws-action NOT = 'A' AND ws-inForce NOT = 'Y'
                DISPLAY ws-inCode ' has no record in force on '
                    ws-inEffDate ' - use Add instead.'
                MOVE 'N' TO ws-inputOk
            END-IF.

        GET-NEW-LIMITS.
            IF ws-inCode = 'EXCAP'
                DISPLAY 'Current exposure cap: ' tableExpCap
                DISPLAY 'New exposure cap: '
                ACCEPT ws-inMax
                MOVE 0 TO ws-inMin
                MOVE 0 TO ws-inWt
                IF ws-inMax = 0
                    DISPLAY 'Exposure cap must be above zero - '
                        'nothing recorded.'
                    MOVE 'N' TO ws-inputOk
                END-IF
            ELSE
                MOVE BL-WT(ws-slot) TO ws-wtDisp
                DISPLAY 'Current ' ws-inCode ': min '
                    BL-MIN(ws-slot) '  max ' BL-MAX(ws-slot)
                    '  weight ' ws-wtDisp
                DISPLAY 'New minimum bet: '
                ACCEPT ws-inMin
                DISPLAY 'New maximum bet: '
                ACCEPT ws-inMax
                DISPLAY 'Exposure weight (0 keeps ' ws-wtDisp '): '
                ACCEPT ws-inWt
                IF ws-inWt = 0
                    MOVE BL-WT(ws-slot) TO ws-inWt
                END-IF
                IF ws-inMin = 0 OR ws-inMax < ws-inMin
                    DISPLAY 'Minimum must be above zero and no more '
                        'than the maximum - nothing recorded.'
                    MOVE 'N' TO ws-inputOk
                END-IF
            END-IF.

        WRITE-HISTORY-RECORD.
            OPEN EXTEND CFG-HIST-FILE
            IF ws-cfgHistFileStat = '35'
                OPEN OUTPUT CFG-HIST-FILE
                CLOSE CFG-HIST-FILE
                OPEN EXTEND CFG-HIST-FILE
            END-IF
            MOVE SPACES TO CFG-HIST-REC
            MOVE ws-inEffDate TO CH-EFF-DATE
            MOVE ws-tableId TO CH-TABLE-ID
            MOVE ws-action TO CH-ACTION
            MOVE ws-inCode TO CH-BET-CODE
            IF ws-action = 'R'
                MOVE 0 TO CH-BET-MIN
                MOVE 0 TO CH-BET-MAX
                MOVE 0 TO CH-EXP-WT
            ELSE
                MOVE ws-inMin TO CH-BET-MIN
                MOVE ws-inMax TO CH-BET-MAX
                MOVE ws-inWt TO CH-EXP-WT
            END-IF
            MOVE ws-inApprover TO CH-APPROVER
            MOVE FUNCTION CURRENT-DATE(1:14) TO CH-ENTERED
            WRITE CFG-HIST-REC
            CLOSE CFG-HIST-FILE
            DISPLAY 'Recorded in CFGHIST.DAT.'.

      *        TABLECFG.DAT is rewritten to today's schedule so the
      *        pit report and anything else reading it show what is
      *        posted now. A change dated ahead shows there from the
      *        first maintenance run on or after its date; the game
      *        itself always works from the history.
        REFRESH-TABLE-CONFIG.
            MOVE ws-todayDate TO ws-schedDate
            PERFORM BUILD-SCHEDULE
            OPEN OUTPUT CONFIG-FILE
            IF ws-haveLegacy = 'Y'
                MOVE ws-legacyRec TO CONFIG-REC
                WRITE CONFIG-REC
            END-IF
            PERFORM VARYING ws-blIdx FROM 1 BY 1
                    UNTIL ws-blIdx > 13
                IF BL-ACTIVE(ws-blIdx) = 'Y'
                    MOVE SPACES TO CONFIG-TYPE-REC
                    MOVE BL-CODE(ws-blIdx) TO CFG-BET-CODE
                    MOVE BL-MIN(ws-blIdx) TO CFG-BET-MIN
                    MOVE BL-MAX(ws-blIdx) TO CFG-BET-MAX
                    MOVE BL-WT(ws-blIdx) TO CFG-EXP-WT
                    WRITE CONFIG-TYPE-REC
                END-IF
            END-PERFORM
            IF ws-capActive = 'Y'
                MOVE SPACES TO CONFIG-TYPE-REC
                MOVE 'EXCAP' TO CFG-BET-CODE
                MOVE 0 TO CFG-BET-MIN
                MOVE tableExpCap TO CFG-BET-MAX
                MOVE 0 TO CFG-EXP-WT
                WRITE CONFIG-TYPE-REC
            END-IF
            CLOSE CONFIG-FILE
            DISPLAY 'TABLECFG.DAT refreshed to the limits in force '
                'today.'.

        LIST-HISTORY.
            DISPLAY ' '
            DISPLAY 'EFFECTIVE TABLE      A CODE    MIN   MAX  WT   '
                'APPROVED   ENTERED'
            OPEN INPUT CFG-HIST-FILE
            IF ws-cfgHistFileStat NOT = '00'
                DISPLAY 'No change history on file.'
            ELSE
                MOVE 'N' TO ws-cfgHistEOF
                PERFORM UNTIL ws-cfgHistEOF = 'Y'
                    READ CFG-HIST-FILE
                        AT END
                            MOVE 'Y' TO ws-cfgHistEOF
                        NOT AT END
                            DISPLAY CFG-HIST-REC
                    END-READ
                END-PERFORM
                CLOSE CFG-HIST-FILE
            END-IF.
