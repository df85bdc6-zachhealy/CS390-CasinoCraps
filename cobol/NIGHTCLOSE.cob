        IDENTIFICATION DIVISION.
        PROGRAM-ID. NIGHTCLOSE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO "CLOSEPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-parmFileStat.
            SELECT RUN-LOG-FILE ASSIGN USING ws-runLogName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-runLogFileStat.
            SELECT RESP-FILE ASSIGN TO "CLOSERESP.TMP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-respFileStat.
            SELECT ARCHCAT-FILE ASSIGN USING ws-archCatName
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-archCatFileStat.
        DATA DIVISION.
        FILE SECTION.
      *        One keyword per line; a line starting with * is a
      *        comment. DATE business date (blank or missing for
      *        yesterday), PAYTHRESH and CTRTHRESH (REGTHRESH; 0 keeps
      *        its defaults), TABLEDIR table directory prefix as
      *        PITREPORT takes it (one line per table, . for the
      *        current directory), BINDIR where the compiled step
      *        programs live (absolute path ending in a slash; blank
      *        for the PATH), OUTPREFIX prefix for each step's printed
      *        output, RUNLOG run log name, STMTPLAYER a player to
      *        print statements for (one line each), STMTFROM first
      *        statement date (blank for the business date), SKIP a
      *        step to leave out of the close.
        FD  PARM-FILE.
        01  PARM-REC.
            05 CP-KEY           PIC X(10).
            05 CP-SEP1          PIC X.
            05 CP-VALUE         PIC X(60).
        FD  RUN-LOG-FILE.
            COPY CLOSELOG.
        FD  RESP-FILE.
        01  RESP-REC            PIC X(60).
        FD  ARCHCAT-FILE.
            COPY ARCHCAT.
        WORKING-STORAGE SECTION.
        01 ws-parmFileStat      PIC XX.
        01 ws-runLogFileStat    PIC XX.
        01 ws-respFileStat      PIC XX.
        01 ws-archCatFileStat   PIC XX.
        01 ws-parmEOF           PIC X.
        01 ws-runLogEOF         PIC X.
        01 ws-archCatEOF        PIC X.
        01 ws-parmBad           PIC X VALUE 'N'.
        01 ws-jobFailed         PIC X VALUE 'N'.
        01 ws-runLogName        PIC X(40) VALUE 'CLOSELOG.DAT'.
        01 ws-archCatName       PIC X(60).
        01 ws-busDate           PIC X(8) VALUE SPACES.
        01 ws-todayDate         PIC X(8).
        01 ws-dateNum           PIC 9(8).
        01 ws-payThresh         PIC X(10) VALUE '0'.
        01 ws-ctrThresh         PIC X(10) VALUE '0'.
        01 ws-binDir            PIC X(60) VALUE SPACES.
        01 ws-outPrefix         PIC X(30) VALUE 'CLOSE-'.
        01 ws-stmtFrom          PIC X(8) VALUE SPACES.
        01 ws-pathPrefix        PIC X(60).

      *        Steps in the order the close runs them. TXNLOAD posts
      *        the day to the master before anything reads it;
      *        PITREPORT and GLEXTRACT run once across every table
      *        directory, the rest once per directory (SURVAUDIT once
      *        per ledger archived that day, the statement programs
      *        once per player).
        01 ws-stepNames.
            05 FILLER           PIC X(10) VALUE 'TXNLOAD'.
            05 FILLER           PIC X(10) VALUE 'REGTHRESH'.
            05 FILLER           PIC X(10) VALUE 'RNGCHISQ'.
            05 FILLER           PIC X(10) VALUE 'SURVAUDIT'.
            05 FILLER           PIC X(10) VALUE 'PITREPORT'.
            05 FILLER           PIC X(10) VALUE 'GLEXTRACT'.
            05 FILLER           PIC X(10) VALUE 'PLAYERSTMT'.
            05 FILLER           PIC X(10) VALUE 'COMPRATE'.
        01 ws-stepNameTable REDEFINES ws-stepNames.
            05 ws-stepName      OCCURS 8 TIMES PIC X(10).
        01 ws-stepSkips.
            05 ws-stepSkip      OCCURS 8 TIMES PIC X VALUE 'N'.
        01 ws-stepIdx           PIC 99.
        01 ws-stepFound         PIC 99.
        01 ws-curStep           PIC X(10).

        01 ws-dirTable.
            05 ws-dirEntry      OCCURS 20 TIMES PIC X(60).
        01 ws-dirCount          PIC 99 VALUE 0.
        01 ws-dirIdx            PIC 99.
        01 ws-playerTable.
            05 ws-playerEntry   OCCURS 50 TIMES PIC X(10).
        01 ws-playerCount       PIC 99 VALUE 0.
        01 ws-playerIdx         PIC 99.

      *        Answers for the step's prompts, in the order it asks
      *        them, written to CLOSERESP.TMP and fed to its input.
        01 ws-respTable.
            05 ws-respLine      OCCURS 30 TIMES PIC X(60).
        01 ws-respCount         PIC 99.
        01 ws-respIdx           PIC 99.
        01 ws-respText          PIC X(60).

      *        Units already finished for this business date on an
      *        earlier run of the close, from the run log.
        01 ws-doneTable.
            05 ws-doneEntry OCCURS 500 TIMES.
                10 DN-STEP          PIC X(10).
                10 DN-TARGET        PIC X(60).
        01 ws-doneCount         PIC 999 VALUE 0.
        01 ws-doneIdx           PIC 999.
        01 ws-doneOverflow      PIC X VALUE 'N'.
        01 ws-unitDone          PIC X.

        01 ws-unitDir           PIC X(60).
        01 ws-unitTarget        PIC X(60).
        01 ws-unitSeq           PIC 999.
        01 ws-outName           PIC X(40).
        01 ws-startStamp        PIC X(14).
        01 ws-runCommand        PIC X(250).
        01 ws-sysStatus         PIC S9(9).
        01 ws-stepRc            PIC 9(3).
        01 ws-outcome           PIC X(8).
        01 ws-unitCount         PIC 9(5) VALUE 0.
        01 ws-okCount           PIC 9(5) VALUE 0.
        01 ws-warnCount         PIC 9(5) VALUE 0.
        01 ws-resumedCount      PIC 9(5) VALUE 0.
        01 ws-archFound         PIC 9(3).

        PROCEDURE DIVISION.
            DISPLAY 'NIGHTLY CLOSE'
            DISPLAY '============='
            PERFORM READ-CLOSE-PARMS
            IF ws-parmBad = 'Y'
                DISPLAY 'Close NOT run. Correct CLOSEPARM.DAT and '
                    'rerun.'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LOAD-RUN-LOG
            PERFORM VARYING ws-stepIdx FROM 1 BY 1
                    UNTIL ws-stepIdx > 8 OR ws-jobFailed = 'Y'
                MOVE ws-stepName(ws-stepIdx) TO ws-curStep
                MOVE 0 TO ws-unitSeq
                IF ws-stepSkip(ws-stepIdx) = 'Y'
                    DISPLAY 'Step ' ws-curStep ' left out by '
                        'CLOSEPARM.DAT.'
                ELSE
                    DISPLAY 'Step ' ws-curStep
                    EVALUATE ws-curStep
                        WHEN 'SURVAUDIT'
                            PERFORM RUN-SURVAUDIT-STEP
                        WHEN 'PITREPORT'
                        WHEN 'GLEXTRACT'
                            PERFORM RUN-PIT-STEP
                        WHEN 'PLAYERSTMT'
                        WHEN 'COMPRATE'
                            PERFORM RUN-STATEMENT-STEP
                        WHEN OTHER
                            PERFORM RUN-TABLE-STEP
                    END-EVALUATE
                END-IF
            END-PERFORM
            PERFORM PRINT-CLOSE-SUMMARY
            STOP RUN.

        READ-CLOSE-PARMS.
            MOVE FUNCTION CURRENT-DATE(1:8) TO ws-todayDate
            OPEN INPUT PARM-FILE
            IF ws-parmFileStat NOT = '00'
                DISPLAY '*** REJECTED: no parameter file '
                    'CLOSEPARM.DAT (status ' ws-parmFileStat
                    '). ***'
                MOVE 'Y' TO ws-parmBad
            ELSE
                MOVE 'N' TO ws-parmEOF
                PERFORM UNTIL ws-parmEOF = 'Y'
                    READ PARM-FILE
                        AT END
                            MOVE 'Y' TO ws-parmEOF
                        NOT AT END
                            IF CP-KEY(1:1) NOT = '*'
                               AND CP-KEY NOT = SPACES
                                PERFORM APPLY-PARM-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PARM-FILE
                PERFORM CHECK-CLOSE-PARMS
            END-IF.

        APPLY-PARM-RECORD.
            EVALUATE CP-KEY
                WHEN 'DATE'
                    MOVE CP-VALUE TO ws-busDate
                WHEN 'PAYTHRESH'
                    MOVE CP-VALUE TO ws-payThresh
                WHEN 'CTRTHRESH'
                    MOVE CP-VALUE TO ws-ctrThresh
                WHEN 'BINDIR'
                    MOVE CP-VALUE TO ws-binDir
                WHEN 'OUTPREFIX'
                    MOVE CP-VALUE TO ws-outPrefix
                WHEN 'RUNLOG'
                    MOVE CP-VALUE TO ws-runLogName
                WHEN 'STMTFROM'
                    MOVE CP-VALUE TO ws-stmtFrom
                WHEN 'TABLEDIR'
                    IF ws-dirCount < 20
                        ADD 1 TO ws-dirCount
                        MOVE CP-VALUE TO ws-dirEntry(ws-dirCount)
                    ELSE
                        DISPLAY '*** REJECTED: more than 20 '
                            'TABLEDIR lines. ***'
                        MOVE 'Y' TO ws-parmBad
                    END-IF
                WHEN 'STMTPLAYER'
                    IF ws-playerCount < 50
                        ADD 1 TO ws-playerCount
                        MOVE CP-VALUE
                            TO ws-playerEntry(ws-playerCount)
                    ELSE
                        DISPLAY '*** REJECTED: more than 50 '
                            'STMTPLAYER lines. ***'
                        MOVE 'Y' TO ws-parmBad
                    END-IF
                WHEN 'SKIP'
                    MOVE 0 TO ws-stepFound
                    PERFORM VARYING ws-stepIdx FROM 1 BY 1
                            UNTIL ws-stepIdx > 8
                        IF ws-stepName(ws-stepIdx) = CP-VALUE
                            MOVE ws-stepIdx TO ws-stepFound
                        END-IF
                    END-PERFORM
                    IF ws-stepFound > 0
                        MOVE 'Y' TO ws-stepSkip(ws-stepFound)
                    ELSE
                        DISPLAY '*** REJECTED: SKIP names no step '
                            'of the close: ' CP-VALUE ' ***'
                        MOVE 'Y' TO ws-parmBad
                    END-IF
                WHEN OTHER
                    DISPLAY '*** REJECTED: unknown keyword '
                        CP-KEY ' in CLOSEPARM.DAT. ***'
                    MOVE 'Y' TO ws-parmBad
            END-EVALUATE.

      *        Same rule as the GL extract: the business date must be
      *        a day already closed, or shifts still to close would
      *        miss the load and the journal.
        CHECK-CLOSE-PARMS.
            IF ws-busDate = SPACES
                MOVE ws-todayDate TO ws-dateNum
                COMPUTE ws-dateNum = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(ws-dateNum) - 1)
                MOVE ws-dateNum TO ws-busDate
            END-IF
            IF ws-busDate IS NOT NUMERIC
                DISPLAY '*** REJECTED: DATE ' ws-busDate
                    ' is not YYYYMMDD. ***'
                MOVE 'Y' TO ws-parmBad
            ELSE
                IF ws-busDate NOT < ws-todayDate
                    DISPLAY '*** REJECTED: business date '
                        ws-busDate ' is not closed yet - run the '
                        'close after midnight. ***'
                    MOVE 'Y' TO ws-parmBad
                END-IF
            END-IF
            IF ws-stmtFrom = SPACES
                MOVE ws-busDate TO ws-stmtFrom
            END-IF
            IF ws-dirCount = 0
                DISPLAY '*** REJECTED: no TABLEDIR lines - nothing '
                    'to close. ***'
                MOVE 'Y' TO ws-parmBad
            END-IF
            DISPLAY 'Business date:      ' ws-busDate
            DISPLAY 'Table directories:  ' ws-dirCount
            DISPLAY 'Statement players:  ' ws-playerCount
            DISPLAY 'Run log:            ' ws-runLogName.

      *        Picks up what an earlier run of the same business date
      *        already finished, so a rerun starts at the unit that
      *        failed (or never ended) and nothing is posted twice.
        LOAD-RUN-LOG.
            OPEN INPUT RUN-LOG-FILE
            IF ws-runLogFileStat = '00'
                MOVE 'N' TO ws-runLogEOF
                PERFORM UNTIL ws-runLogEOF = 'Y'
                    READ RUN-LOG-FILE
                        AT END
                            MOVE 'Y' TO ws-runLogEOF
                        NOT AT END
                            IF CL-BUS-DATE = ws-busDate
                               AND (CL-OUTCOME = 'OK'
                                    OR CL-OUTCOME = 'WARNING')
                                PERFORM REMEMBER-DONE-UNIT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RUN-LOG-FILE
            END-IF
            IF ws-doneCount > 0
                DISPLAY 'Rerun: ' ws-doneCount ' unit(s) already '
                    'finished for ' ws-busDate ' will not be run '
                    'again.'
            END-IF.

        REMEMBER-DONE-UNIT.
            IF ws-doneCount < 500
                ADD 1 TO ws-doneCount
                MOVE CL-STEP TO DN-STEP(ws-doneCount)
                MOVE CL-TARGET TO DN-TARGET(ws-doneCount)
            ELSE
                MOVE 'Y' TO ws-doneOverflow
            END-IF.

        RUN-TABLE-STEP.
            PERFORM VARYING ws-dirIdx FROM 1 BY 1
                    UNTIL ws-dirIdx > ws-dirCount
                       OR ws-jobFailed = 'Y'
                MOVE 0 TO ws-respCount
                EVALUATE ws-curStep
                    WHEN 'TXNLOAD'
                        MOVE ws-busDate TO ws-respText
                        PERFORM ADD-RESPONSE
                    WHEN 'REGTHRESH'
                        MOVE ws-busDate TO ws-respText
                        PERFORM ADD-RESPONSE
                        MOVE ws-payThresh TO ws-respText
                        PERFORM ADD-RESPONSE
                        MOVE ws-ctrThresh TO ws-respText
                        PERFORM ADD-RESPONSE
                END-EVALUATE
                MOVE ws-dirEntry(ws-dirIdx) TO ws-unitDir
                MOVE ws-dirEntry(ws-dirIdx) TO ws-unitTarget
                PERFORM RUN-STEP-UNIT
            END-PERFORM.

      *        One audit per ledger each table archived on the
      *        business date, against that table's RNG audit trail.
        RUN-SURVAUDIT-STEP.
            PERFORM VARYING ws-dirIdx FROM 1 BY 1
                    UNTIL ws-dirIdx > ws-dirCount
                       OR ws-jobFailed = 'Y'
                MOVE ws-dirEntry(ws-dirIdx) TO ws-pathPrefix
                IF ws-pathPrefix = '.'
                    MOVE SPACES TO ws-pathPrefix
                END-IF
                MOVE SPACES TO ws-archCatName
                STRING ws-pathPrefix DELIMITED BY SPACE
                    'ARCHCAT.DAT' DELIMITED BY SIZE
                    INTO ws-archCatName
                MOVE 0 TO ws-archFound
                OPEN INPUT ARCHCAT-FILE
                IF ws-archCatFileStat = '00'
                    MOVE 'N' TO ws-archCatEOF
                    PERFORM UNTIL ws-archCatEOF = 'Y'
                            OR ws-jobFailed = 'Y'
                        READ ARCHCAT-FILE
                            AT END
                                MOVE 'Y' TO ws-archCatEOF
                            NOT AT END
                                IF AC-DATE = ws-busDate
                                    PERFORM RUN-ONE-SURVAUDIT
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ARCHCAT-FILE
                END-IF
                IF ws-archFound = 0
                    DISPLAY '  No ledger archived on ' ws-busDate
                        ' in ' ws-dirEntry(ws-dirIdx)
                END-IF
            END-PERFORM.

        RUN-ONE-SURVAUDIT.
            ADD 1 TO ws-archFound
            MOVE 0 TO ws-respCount
            MOVE AC-FILENAME TO ws-respText
            PERFORM ADD-RESPONSE
            MOVE 'RNGAUDIT.DAT' TO ws-respText
            PERFORM ADD-RESPONSE
            MOVE ws-dirEntry(ws-dirIdx) TO ws-unitDir
            MOVE SPACES TO ws-unitTarget
            STRING ws-dirEntry(ws-dirIdx) DELIMITED BY SPACE
                ' ' DELIMITED BY SIZE
                AC-FILENAME DELIMITED BY SPACE
                INTO ws-unitTarget
            PERFORM RUN-STEP-UNIT.

        RUN-PIT-STEP.
            MOVE 0 TO ws-respCount
            MOVE ws-busDate TO ws-respText
            PERFORM ADD-RESPONSE
            PERFORM VARYING ws-dirIdx FROM 1 BY 1
                    UNTIL ws-dirIdx > ws-dirCount
                MOVE ws-dirEntry(ws-dirIdx) TO ws-respText
                PERFORM ADD-RESPONSE
            END-PERFORM
            MOVE '.' TO ws-unitDir
            MOVE '*ALL*' TO ws-unitTarget
            PERFORM RUN-STEP-UNIT.

        RUN-STATEMENT-STEP.
            PERFORM VARYING ws-dirIdx FROM 1 BY 1
                    UNTIL ws-dirIdx > ws-dirCount
                       OR ws-jobFailed = 'Y'
                PERFORM VARYING ws-playerIdx FROM 1 BY 1
                        UNTIL ws-playerIdx > ws-playerCount
                           OR ws-jobFailed = 'Y'
                    MOVE 0 TO ws-respCount
                    MOVE ws-playerEntry(ws-playerIdx) TO ws-respText
                    PERFORM ADD-RESPONSE
                    MOVE ws-stmtFrom TO ws-respText
                    PERFORM ADD-RESPONSE
                    MOVE ws-busDate TO ws-respText
                    PERFORM ADD-RESPONSE
                    MOVE ws-dirEntry(ws-dirIdx) TO ws-unitDir
                    MOVE SPACES TO ws-unitTarget
                    STRING ws-dirEntry(ws-dirIdx) DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                        ws-playerEntry(ws-playerIdx)
                            DELIMITED BY SPACE
                        INTO ws-unitTarget
                    PERFORM RUN-STEP-UNIT
                END-PERFORM
            END-PERFORM.

        ADD-RESPONSE.
            IF ws-respCount < 30
                ADD 1 TO ws-respCount
                MOVE ws-respText TO ws-respLine(ws-respCount)
            END-IF
            MOVE SPACES TO ws-respText.

      *        Runs one unit: the step program starts in the table's
      *        directory with its prompts answered from CLOSERESP.TMP
      *        and everything it prints going to the unit's output
      *        file. The shell hands back the exit status times 256:
      *        0 is OK, 4 a warning the close carries on past, and
      *        anything else (a crash included) stops the close.
        RUN-STEP-UNIT.
            ADD 1 TO ws-unitSeq
            PERFORM CHECK-UNIT-DONE
            IF ws-unitDone = 'Y'
                ADD 1 TO ws-resumedCount
                DISPLAY '  ' ws-unitTarget(1:40) ' done on an '
                    'earlier run - not repeated.'
            ELSE
                ADD 1 TO ws-unitCount
                PERFORM WRITE-RESPONSE-FILE
                MOVE SPACES TO ws-outName
                STRING ws-outPrefix DELIMITED BY SPACE
                    ws-busDate DELIMITED BY SIZE
                    '-' DELIMITED BY SIZE
                    ws-curStep DELIMITED BY SPACE
                    '-' DELIMITED BY SIZE
                    ws-unitSeq DELIMITED BY SIZE
                    '.TXT' DELIMITED BY SIZE
                    INTO ws-outName
                MOVE SPACES TO ws-runCommand
                STRING '(cd ' DELIMITED BY SIZE
                    ws-unitDir DELIMITED BY SPACE
                    ' && ' DELIMITED BY SIZE
                    ws-binDir DELIMITED BY SPACE
                    ws-curStep DELIMITED BY SPACE
                    ') < CLOSERESP.TMP > ' DELIMITED BY SIZE
                    ws-outName DELIMITED BY SPACE
                    ' 2>&1' DELIMITED BY SIZE
                    INTO ws-runCommand
                MOVE FUNCTION CURRENT-DATE(1:14) TO ws-startStamp
                MOVE 'STARTED' TO ws-outcome
                MOVE 0 TO ws-stepRc
                PERFORM WRITE-RUN-LOG
                CALL "SYSTEM" USING ws-runCommand
                MOVE RETURN-CODE TO ws-sysStatus
                MOVE 0 TO RETURN-CODE
                IF FUNCTION MOD(ws-sysStatus, 256) NOT = 0
                    MOVE 999 TO ws-stepRc
                ELSE
                    COMPUTE ws-stepRc = ws-sysStatus / 256
                END-IF
                EVALUATE ws-stepRc
                    WHEN 0
                        MOVE 'OK' TO ws-outcome
                        ADD 1 TO ws-okCount
                    WHEN 4
                        MOVE 'WARNING' TO ws-outcome
                        ADD 1 TO ws-warnCount
                    WHEN OTHER
                        MOVE 'FAILED' TO ws-outcome
                        MOVE 'Y' TO ws-jobFailed
                END-EVALUATE
                PERFORM WRITE-RUN-LOG
                DISPLAY '  ' ws-unitTarget(1:40) ' ' ws-outcome
                    ' rc ' ws-stepRc ' - output in ' ws-outName
            END-IF.

        CHECK-UNIT-DONE.
            MOVE 'N' TO ws-unitDone
            PERFORM VARYING ws-doneIdx FROM 1 BY 1
                    UNTIL ws-doneIdx > ws-doneCount
                IF DN-STEP(ws-doneIdx) = ws-curStep
                   AND DN-TARGET(ws-doneIdx) = ws-unitTarget
                    MOVE 'Y' TO ws-unitDone
                END-IF
            END-PERFORM.

      *        Blank lines after the answers end any "blank to
      *        finish" prompt loop in the step program.
        WRITE-RESPONSE-FILE.
            OPEN OUTPUT RESP-FILE
            PERFORM VARYING ws-respIdx FROM 1 BY 1
                    UNTIL ws-respIdx > ws-respCount
                MOVE ws-respLine(ws-respIdx) TO RESP-REC
                WRITE RESP-REC
            END-PERFORM
            MOVE SPACES TO RESP-REC
            WRITE RESP-REC
            WRITE RESP-REC
            WRITE RESP-REC
            CLOSE RESP-FILE.

      *        A STARTED line has no end time yet.
        WRITE-RUN-LOG.
            OPEN EXTEND RUN-LOG-FILE
            IF ws-runLogFileStat = '35'
                OPEN OUTPUT RUN-LOG-FILE
                CLOSE RUN-LOG-FILE
                OPEN EXTEND RUN-LOG-FILE
            END-IF
            MOVE SPACES TO CLOSE-LOG-REC
            MOVE ws-outcome TO CL-OUTCOME
            MOVE ws-busDate TO CL-BUS-DATE
            MOVE ws-curStep TO CL-STEP
            MOVE ws-stepRc TO CL-RC
            MOVE ws-startStamp TO CL-START
            IF ws-outcome NOT = 'STARTED'
                MOVE FUNCTION CURRENT-DATE(1:14) TO CL-END
            END-IF
            MOVE ws-outName TO CL-OUTPUT
            MOVE ws-unitTarget TO CL-TARGET
            WRITE CLOSE-LOG-REC
            CLOSE RUN-LOG-FILE.

        PRINT-CLOSE-SUMMARY.
            DISPLAY ' '
            DISPLAY '===== NIGHTLY CLOSE SUMMARY FOR ' ws-busDate
                ' ====='
            DISPLAY 'Units run:                 ' ws-unitCount
            DISPLAY 'Finished OK:               ' ws-okCount
            DISPLAY 'Finished with warnings:    ' ws-warnCount
            DISPLAY 'Done on an earlier run:    ' ws-resumedCount
            IF ws-doneOverflow = 'Y'
                DISPLAY '*** WARNING: run log holds more than 500 '
                    'finished units for this date - some may run '
                    'again. ***'
            END-IF
            IF ws-jobFailed = 'Y'
                DISPLAY '*** CLOSE STOPPED: ' ws-curStep ' failed - '
                    'see ' ws-outName '. Rerun the close to resume '
                    'at that step. ***'
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY 'Close complete.'
                IF ws-warnCount > 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
            DISPLAY '======================================'.
