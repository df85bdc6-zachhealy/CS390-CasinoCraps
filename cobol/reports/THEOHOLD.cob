        IDENTIFICATION DIVISION.
        PROGRAM-ID. THEOHOLD.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EDGE-FILE ASSIGN TO "HOUSEEDGE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-edgeFileStat.
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
        FD  EDGE-FILE.
        01  EDGE-REC.
            05 EG-BET-TYPE      PIC X(15).
            05 EG-SEP1          PIC X.
            05 EG-EDGE-PCT      PIC 99.99.
            05 EG-SEP2          PIC X.
            05 EG-STD-DEV       PIC 9.99.
        FD  SHIFT-HIST-FILE.
            COPY SHIFTHIST.
        FD  ARCHCAT-FILE.
            COPY ARCHCAT.
        FD  LEDGER-FILE.
            COPY LEDGREC.
        WORKING-STORAGE SECTION.
        01 ws-edgeFileStat      PIC XX.
        01 ws-shiftHistFileStat PIC XX.
        01 ws-archCatFileStat   PIC XX.
        01 ws-ledgerFileStat    PIC XX.
        01 ws-shiftHistName     PIC X(70).
        01 ws-archCatName       PIC X(70).
        01 ws-ledgerName        PIC X(70).
        01 ws-tablePrefix       PIC X(30).
        01 ws-pathPrefix        PIC X(30).
        01 ws-edgeEOF           PIC X.
        01 ws-histEOF           PIC X.
        01 ws-archCatEOF        PIC X.
        01 ws-ledgerEOF         PIC X.
        01 ws-fromDate          PIC X(8).
        01 ws-toDate            PIC X(8).
        01 ws-flagSigma         PIC 9V9.
        01 ws-amountNum         PIC 9(7).
        01 ws-archFound         PIC X.
        01 ws-ctlInSession      PIC X.
        01 ws-ctlCount          PIC 9(7).
        01 ws-ctlHash           PIC 9(7).
        01 ws-ctlExpCount       PIC 9(7).
        01 ws-ctlExpHash        PIC 9(7).
        01 ws-ctlBad            PIC X.
        01 ws-ctlAmountNum      PIC 9(7).

      *        House edge and per-unit standard deviation by the
      *        wager line's bet type. HOUSEEDGE.DAT (bet type, edge
      *        percent as 99.99, standard deviation as 9.99) is kept
      *        by the games department; any type it lists replaces
      *        the default below. PLACE BET lines carry no number,
      *        so its default is a blend of 4/10, 5/9 and 6/8.
        01 ws-edgeTable.
            05 ws-edgeEntry OCCURS 7 TIMES.
                10 ET-TYPE          PIC X(15).
                10 ET-EDGE          PIC 99V99.
                10 ET-SD            PIC 9V99.
                10 ET-WAGERED       PIC 9(9).
                10 ET-THEO          PIC 9(9)V99.
                10 ET-SHIFT-WAGER   PIC 9(9).
        01 ws-edgeIdx           PIC 9.
        01 ws-edgeFound         PIC 9.

        01 ws-shiftWagered      PIC 9(9).
        01 ws-shiftTheo         PIC 9(9)V99.
        01 ws-shiftVarSum       PIC 9(15)V99.
        01 ws-shiftSigma        PIC 9(9)V99.
        01 ws-actualHold        PIC S9(9).
        01 ws-variance          PIC S9(9)V99.
        01 ws-zScore            PIC S9(3)V99.
        01 ws-unitSd            PIC 9(9)V99.

        01 ws-shiftCount        PIC 9(5) VALUE 0.
        01 ws-flagCount         PIC 9(5) VALUE 0.
        01 ws-unlinkedCount     PIC 9(5) VALUE 0.
        01 ws-totWagered        PIC 9(9) VALUE 0.
        01 ws-totTheo           PIC 9(9)V99 VALUE 0.
        01 ws-totActual         PIC S9(9) VALUE 0.

        01 ws-edgeDisp          PIC Z9.99.
        01 ws-sdDisp            PIC 9.99.
        01 ws-wageredDisp       PIC ZZZZZZZZ9.
        01 ws-theoDisp          PIC ZZZZZZZZ9.99.
        01 ws-actualDisp        PIC ---------9.
        01 ws-varianceDisp      PIC ---------9.99.
        01 ws-zDisp             PIC ---9.99.
        01 ws-sigmaDisp         PIC 9.9.
        01 ws-flagMark          PIC X(3).

        PROCEDURE DIVISION.
            PERFORM INITIALIZE-REPORT
            PERFORM LOAD-EDGE-TABLE
            PERFORM PRINT-EDGE-TABLE
            PERFORM PROCESS-TABLES
            PERFORM PRINT-BET-TYPE-SUMMARY
            PERFORM PRINT-SUMMARY
            STOP RUN.

        INITIALIZE-REPORT.
            DISPLAY 'THEORETICAL WIN VERSUS ACTUAL HOLD'
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
            DISPLAY 'Flag shifts more than how many standard '
                'deviations from theo (0 keeps 3.0): '
            ACCEPT ws-flagSigma
            IF ws-flagSigma = 0
                MOVE 3 TO ws-flagSigma
            END-IF
            DISPLAY 'Enter each table''s directory prefix (path '
                'ending in a slash where its SHIFTHIST.DAT, '
                'ARCHCAT.DAT and ledger archives live, or a single '
                'period (.) for the current directory).'
            DISPLAY 'Press Enter on a blank prefix line to stop '
                'adding tables.'.

        LOAD-EDGE-TABLE.
            MOVE 'PASS LINE' TO ET-TYPE(1)
            MOVE 1.41 TO ET-EDGE(1)
            MOVE 1.00 TO ET-SD(1)
            MOVE 'DONT PASS' TO ET-TYPE(2)
            MOVE 1.36 TO ET-EDGE(2)
            MOVE 1.00 TO ET-SD(2)
            MOVE 'COME BET' TO ET-TYPE(3)
            MOVE 1.41 TO ET-EDGE(3)
            MOVE 1.00 TO ET-SD(3)
            MOVE 'DONT COME' TO ET-TYPE(4)
            MOVE 1.36 TO ET-EDGE(4)
            MOVE 1.00 TO ET-SD(4)
            MOVE 'FIELD BET' TO ET-TYPE(5)
            MOVE 5.56 TO ET-EDGE(5)
            MOVE 1.08 TO ET-SD(5)
            MOVE 'PLACE BET' TO ET-TYPE(6)
            MOVE 4.00 TO ET-EDGE(6)
            MOVE 1.10 TO ET-SD(6)
            MOVE 'BIG 6/8 BET' TO ET-TYPE(7)
            MOVE 9.09 TO ET-EDGE(7)
            MOVE 1.00 TO ET-SD(7)
            PERFORM VARYING ws-edgeIdx FROM 1 BY 1
                    UNTIL ws-edgeIdx > 7
                MOVE 0 TO ET-WAGERED(ws-edgeIdx)
                MOVE 0 TO ET-THEO(ws-edgeIdx)
            END-PERFORM
            OPEN INPUT EDGE-FILE
            IF ws-edgeFileStat = '00'
                MOVE 'N' TO ws-edgeEOF
                PERFORM UNTIL ws-edgeEOF = 'Y'
                    READ EDGE-FILE
                        AT END
                            MOVE 'Y' TO ws-edgeEOF
                        NOT AT END
                            PERFORM APPLY-EDGE-RECORD
                    END-READ
                END-PERFORM
                CLOSE EDGE-FILE
            ELSE
                DISPLAY 'No HOUSEEDGE.DAT - using the standard '
                    'edges below.'
            END-IF.

        APPLY-EDGE-RECORD.
            PERFORM FIND-EDGE-ENTRY
            IF ws-edgeFound > 0
                MOVE EG-EDGE-PCT TO ET-EDGE(ws-edgeFound)
                MOVE EG-STD-DEV TO ET-SD(ws-edgeFound)
            ELSE
                DISPLAY '*** WARNING: HOUSEEDGE.DAT bet type '
                    EG-BET-TYPE ' is not a wager line - '
                    'ignored. ***'
            END-IF.

        FIND-EDGE-ENTRY.
            MOVE 0 TO ws-edgeFound
            PERFORM VARYING ws-edgeIdx FROM 1 BY 1
                    UNTIL ws-edgeIdx > 7
                IF ET-TYPE(ws-edgeIdx) = EG-BET-TYPE
                    MOVE ws-edgeIdx TO ws-edgeFound
                END-IF
            END-PERFORM.

        PRINT-EDGE-TABLE.
            DISPLAY ' '
            DISPLAY 'BET TYPE         EDGE%  STD DEV'
            PERFORM VARYING ws-edgeIdx FROM 1 BY 1
                    UNTIL ws-edgeIdx > 7
                MOVE ET-EDGE(ws-edgeIdx) TO ws-edgeDisp
                MOVE ET-SD(ws-edgeIdx) TO ws-sdDisp
                DISPLAY ET-TYPE(ws-edgeIdx) ' ' ws-edgeDisp
                    '    ' ws-sdDisp
            END-PERFORM.

        PROCESS-TABLES.
            DISPLAY ' '
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
            OPEN INPUT SHIFT-HIST-FILE
            IF ws-shiftHistFileStat NOT = '00'
                DISPLAY 'Could not open ' ws-shiftHistName
                    ' (status ' ws-shiftHistFileStat '), skipping.'
            ELSE
                DISPLAY ' '
                DISPLAY 'DATE     TABLE      CLOSE      WAGERED '
                    '        THEO     ACTUAL      VARIANCE  SIGMAS'
                MOVE 'N' TO ws-histEOF
                PERFORM UNTIL ws-histEOF = 'Y'
                    READ SHIFT-HIST-FILE
                        AT END
                            MOVE 'Y' TO ws-histEOF
                        NOT AT END
                            IF SH-DATE >= ws-fromDate
                               AND SH-DATE <= ws-toDate
                                PERFORM PROCESS-ONE-SHIFT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SHIFT-HIST-FILE
            END-IF.

      *        The shift's close stamp on its SHIFTHIST.DAT row is
      *        the same one ROLLOVER-LEDGER registered its archive
      *        under, so the catalog gives the shift's own ledger.
      *        Rows from before the close stamp was carried have no
      *        archive to read and are listed without a theo.
        PROCESS-ONE-SHIFT.
            ADD 1 TO ws-shiftCount
            MOVE 'N' TO ws-archFound
            IF SH-CLOSE-TIME NOT = SPACES
                PERFORM FIND-SHIFT-ARCHIVE
            END-IF
            MOVE SH-HOLD TO ws-actualHold
            IF ws-archFound = 'Y'
                PERFORM COMPUTE-SHIFT-THEO
                PERFORM PRINT-SHIFT-LINE
            ELSE
                ADD 1 TO ws-unlinkedCount
                MOVE ws-actualHold TO ws-actualDisp
                DISPLAY SH-DATE ' ' SH-TABLE-ID ' ' SH-CLOSE-TIME
                    '  no archive found - actual hold '
                    ws-actualDisp ' only'
            END-IF.

        FIND-SHIFT-ARCHIVE.
            OPEN INPUT ARCHCAT-FILE
            IF ws-archCatFileStat = '00'
                MOVE 'N' TO ws-archCatEOF
                PERFORM UNTIL ws-archCatEOF = 'Y'
                    READ ARCHCAT-FILE
                        AT END
                            MOVE 'Y' TO ws-archCatEOF
                        NOT AT END
                            IF AC-TABLE-ID = SH-TABLE-ID
                               AND AC-DATE = SH-DATE
                               AND AC-TIME = SH-CLOSE-TIME
                               AND AC-RET-STATUS NOT = 'PURGED'
                                MOVE 'Y' TO ws-archFound
                                MOVE 'Y' TO ws-archCatEOF
                                MOVE SPACES TO ws-ledgerName
                                STRING ws-pathPrefix
                                    DELIMITED BY SPACE
                                    AC-FILENAME DELIMITED BY SPACE
                                    INTO ws-ledgerName
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ARCHCAT-FILE
            END-IF.

      *        Theo is each wager times its type's edge. The spread
      *        of the shift result is the square root of the summed
      *        per-bet variances (amount times the type's standard
      *        deviation, squared), so a shift of a few big bets is
      *        allowed a wider swing than one of many small ones.
        COMPUTE-SHIFT-THEO.
            MOVE 0 TO ws-shiftWagered
            MOVE 0 TO ws-shiftTheo
            MOVE 0 TO ws-shiftVarSum
            PERFORM VARYING ws-edgeIdx FROM 1 BY 1
                    UNTIL ws-edgeIdx > 7
                MOVE 0 TO ET-SHIFT-WAGER(ws-edgeIdx)
            END-PERFORM
            OPEN INPUT LEDGER-FILE
            IF ws-ledgerFileStat NOT = '00'
                DISPLAY 'Could not open ' ws-ledgerName
                    ' (status ' ws-ledgerFileStat ').'
            ELSE
                MOVE 'N' TO ws-ctlInSession
                MOVE 'N' TO ws-ctlBad
                MOVE 0 TO ws-ctlCount
                MOVE 0 TO ws-ctlHash
                MOVE 'N' TO ws-ledgerEOF
                PERFORM READ-LEDGER-RECORD
                PERFORM UNTIL ws-ledgerEOF = 'Y'
                    PERFORM VERIFY-CONTROL-RECORD
                    PERFORM CLASSIFY-WAGER
                    PERFORM READ-LEDGER-RECORD
                END-PERFORM
                CLOSE LEDGER-FILE
                IF ws-ctlInSession = 'Y' OR ws-ctlBad = 'Y'
                    DISPLAY '*** WARNING: ' ws-ledgerName
                        ' fails the session completeness check - '
                        'theo from it may be short. ***'
                END-IF
            END-IF
            PERFORM VARYING ws-edgeIdx FROM 1 BY 1
                    UNTIL ws-edgeIdx > 7
                ADD ET-SHIFT-WAGER(ws-edgeIdx)
                    TO ET-WAGERED(ws-edgeIdx)
            END-PERFORM
            COMPUTE ws-shiftSigma = FUNCTION SQRT(ws-shiftVarSum).

        CLASSIFY-WAGER.
            MOVE 0 TO ws-edgeFound
            PERFORM VARYING ws-edgeIdx FROM 1 BY 1
                    UNTIL ws-edgeIdx > 7
                IF ET-TYPE(ws-edgeIdx) = LR-BET-TYPE
                    MOVE ws-edgeIdx TO ws-edgeFound
                END-IF
            END-PERFORM
            IF ws-edgeFound > 0
                MOVE LR-AMOUNT TO ws-amountNum
                ADD ws-amountNum TO ws-shiftWagered
                ADD ws-amountNum TO ET-SHIFT-WAGER(ws-edgeFound)
                COMPUTE ws-shiftTheo = ws-shiftTheo +
                    (ws-amountNum * ET-EDGE(ws-edgeFound) / 100)
                COMPUTE ET-THEO(ws-edgeFound) =
                    ET-THEO(ws-edgeFound) +
                    (ws-amountNum * ET-EDGE(ws-edgeFound) / 100)
                COMPUTE ws-unitSd =
                    ws-amountNum * ET-SD(ws-edgeFound)
                COMPUTE ws-shiftVarSum = ws-shiftVarSum +
                    (ws-unitSd * ws-unitSd)
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

        PRINT-SHIFT-LINE.
            COMPUTE ws-variance = ws-actualHold - ws-shiftTheo
            IF ws-shiftSigma > 0
                COMPUTE ws-zScore ROUNDED =
                    ws-variance / ws-shiftSigma
            ELSE
                MOVE 0 TO ws-zScore
            END-IF
            MOVE SPACES TO ws-flagMark
            IF ws-zScore > ws-flagSigma
               OR ws-zScore < (0 - ws-flagSigma)
                MOVE '***' TO ws-flagMark
                ADD 1 TO ws-flagCount
            END-IF
            ADD ws-shiftWagered TO ws-totWagered
            ADD ws-shiftTheo TO ws-totTheo
            ADD ws-actualHold TO ws-totActual
            MOVE ws-shiftWagered TO ws-wageredDisp
            MOVE ws-shiftTheo TO ws-theoDisp
            MOVE ws-actualHold TO ws-actualDisp
            MOVE ws-variance TO ws-varianceDisp
            MOVE ws-zScore TO ws-zDisp
            DISPLAY SH-DATE ' ' SH-TABLE-ID ' ' SH-CLOSE-TIME ' '
                ws-wageredDisp ' ' ws-theoDisp ' ' ws-actualDisp
                ' ' ws-varianceDisp ' ' ws-zDisp ' ' ws-flagMark.

        PRINT-BET-TYPE-SUMMARY.
            DISPLAY ' '
            DISPLAY '----- THEO BY BET TYPE -----'
            DISPLAY 'BET TYPE           WAGERED  EDGE%         THEO'
            PERFORM VARYING ws-edgeIdx FROM 1 BY 1
                    UNTIL ws-edgeIdx > 7
                MOVE ET-WAGERED(ws-edgeIdx) TO ws-wageredDisp
                MOVE ET-EDGE(ws-edgeIdx) TO ws-edgeDisp
                MOVE ET-THEO(ws-edgeIdx) TO ws-theoDisp
                DISPLAY ET-TYPE(ws-edgeIdx) ' ' ws-wageredDisp ' '
                    ws-edgeDisp ' ' ws-theoDisp
            END-PERFORM.

        PRINT-SUMMARY.
            DISPLAY ' '
            DISPLAY '===== THEO VERSUS ACTUAL SUMMARY ====='
            DISPLAY 'Shifts in range:           ' ws-shiftCount
            DISPLAY 'Shifts with no archive:    ' ws-unlinkedCount
            MOVE ws-totWagered TO ws-wageredDisp
            DISPLAY 'Wagered (linked shifts):   ' ws-wageredDisp
            MOVE ws-totTheo TO ws-theoDisp
            DISPLAY 'Theoretical win:           ' ws-theoDisp
            MOVE ws-totActual TO ws-actualDisp
            DISPLAY 'Actual hold:               ' ws-actualDisp
            COMPUTE ws-variance = ws-totActual - ws-totTheo
            MOVE ws-variance TO ws-varianceDisp
            DISPLAY 'Variance (actual - theo):  ' ws-varianceDisp
            MOVE ws-flagSigma TO ws-sigmaDisp
            DISPLAY 'Shifts flagged (beyond ' ws-sigmaDisp
                ' sigma): ' ws-flagCount
            DISPLAY '======================================'.
