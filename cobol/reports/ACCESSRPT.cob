        IDENTIFICATION DIVISION.
        PROGRAM-ID. ACCESSRPT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESSLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ws-accessLogFileStat.
        DATA DIVISION.
        FILE SECTION.
        FD  ACCESS-LOG-FILE.
            COPY ACCESSLOG.
        WORKING-STORAGE SECTION.
        01 ws-accessLogFileStat PIC XX.
        01 ws-accessEOF         PIC X.
        01 ws-startDate         PIC X(8).
        01 ws-endDate           PIC X(8).
        01 ws-empFilter         PIC X(10).
        01 ws-listMode          PIC X.
        01 ws-selected          PIC X.
        01 ws-printLine         PIC X.
        01 ws-reviewLimit       PIC 9(3) VALUE 3.
        01 ws-eventCount        PIC 9(7) VALUE 0.
        01 ws-signOnCount       PIC 9(7) VALUE 0.
        01 ws-signFailCount     PIC 9(7) VALUE 0.
        01 ws-signOffCount      PIC 9(7) VALUE 0.
        01 ws-grantedCount      PIC 9(7) VALUE 0.
        01 ws-approvedCount     PIC 9(7) VALUE 0.
        01 ws-deniedCount       PIC 9(7) VALUE 0.
        01 ws-reviewCount       PIC 9(5) VALUE 0.
        01 ws-empId             PIC X(10).
        01 ws-empIdx            PIC 999.
        01 ws-empFound          PIC 999.
        01 ws-empCount          PIC 999 VALUE 0.
        01 ws-empOverflow       PIC X VALUE 'N'.

      *        One line per employee seen in the period: sign-ons,
      *        failed sign-ons, actions denied, actions a supervisor
      *        approved for them, and approvals they gave others.
        01 EMP-TABLE.
            05 EMP-ENTRY OCCURS 200 TIMES.
                10 EM-ID            PIC X(10).
                10 EM-ROLE          PIC X.
                10 EM-SIGNONS       PIC 9(5).
                10 EM-FAILS         PIC 9(5).
                10 EM-DENIED        PIC 9(5).
                10 EM-APPROVED-FOR  PIC 9(5).
                10 EM-APPROVALS     PIC 9(5).

        01 ws-amtDisp           PIC ZZZZZZ9.
        01 ws-cnt1Disp          PIC ZZZZ9.
        01 ws-cnt2Disp          PIC ZZZZ9.
        01 ws-cnt3Disp          PIC ZZZZ9.
        01 ws-cnt4Disp          PIC ZZZZ9.
        01 ws-cnt5Disp          PIC ZZZZ9.
        01 ws-flagDisp          PIC X(6).

        PROCEDURE DIVISION.
            PERFORM INITIALIZE-REPORT
            OPEN INPUT ACCESS-LOG-FILE
            IF ws-accessLogFileStat NOT = '00'
                DISPLAY 'No access log (ACCESSLOG.DAT) to report on '
                    '(status ' ws-accessLogFileStat ').'
            ELSE
                PERFORM LIST-ACCESS-EVENTS
                CLOSE ACCESS-LOG-FILE
                PERFORM PRINT-EMPLOYEE-SUMMARY
                PERFORM PRINT-SUMMARY
            END-IF
            STOP RUN.

        INITIALIZE-REPORT.
            DISPLAY 'OPERATOR ACCESS AND AUTHORIZATION REPORT'
            DISPLAY '========================================'
            DISPLAY 'Start date (YYYYMMDD, blank for all): '
            ACCEPT ws-startDate
            IF ws-startDate = SPACES
                MOVE '00000000' TO ws-startDate
            END-IF
            DISPLAY 'End date (YYYYMMDD, blank for all): '
            ACCEPT ws-endDate
            IF ws-endDate = SPACES
                MOVE '99999999' TO ws-endDate
            END-IF
            DISPLAY 'Employee ID (blank for all): '
            ACCEPT ws-empFilter
            DISPLAY 'List All events or Exceptions only? (A/E): '
            ACCEPT ws-listMode
            IF ws-listMode = 'e'
                MOVE 'E' TO ws-listMode
            END-IF.

      *        An employee filter picks up lines where the employee
      *        was either the operator or the approving supervisor.
      *        Exceptions are failed sign-ons, denials and every
      *        supervisor approval - the lines surveillance reviews.
        LIST-ACCESS-EVENTS.
            DISPLAY ' '
            DISPLAY 'DATE     TIME   PROGRAM    TABLE      EMPLOYEE   '
                'R EVENT    ACTION          PLAYER      AMOUNT '
                'APPROVER'
            MOVE 'N' TO ws-accessEOF
            PERFORM UNTIL ws-accessEOF = 'Y'
                READ ACCESS-LOG-FILE
                    AT END
                        MOVE 'Y' TO ws-accessEOF
                    NOT AT END
                        PERFORM SELECT-ACCESS-EVENT
                        IF ws-selected = 'Y'
                            PERFORM TALLY-ACCESS-EVENT
                        END-IF
                END-READ
            END-PERFORM.

        SELECT-ACCESS-EVENT.
            MOVE 'Y' TO ws-selected
            IF AL-DATE < ws-startDate OR AL-DATE > ws-endDate
                MOVE 'N' TO ws-selected
            END-IF
            IF ws-empFilter NOT = SPACES
               AND AL-EMP-ID NOT = ws-empFilter
               AND AL-APPROVER NOT = ws-empFilter
                MOVE 'N' TO ws-selected
            END-IF.

        TALLY-ACCESS-EVENT.
            ADD 1 TO ws-eventCount
            MOVE 'Y' TO ws-printLine
            MOVE AL-EMP-ID TO ws-empId
            PERFORM FIND-EMPLOYEE
            EVALUATE AL-EVENT
                WHEN 'SIGNON'
                    ADD 1 TO ws-signOnCount
                    IF ws-empFound > 0
                        ADD 1 TO EM-SIGNONS(ws-empFound)
                    END-IF
                    IF ws-listMode = 'E'
                        MOVE 'N' TO ws-printLine
                    END-IF
                WHEN 'SIGNOFF'
                    ADD 1 TO ws-signOffCount
                    IF ws-listMode = 'E'
                        MOVE 'N' TO ws-printLine
                    END-IF
                WHEN 'GRANTED'
                    ADD 1 TO ws-grantedCount
                    IF ws-listMode = 'E'
                        MOVE 'N' TO ws-printLine
                    END-IF
                WHEN 'SIGNFAIL'
                    ADD 1 TO ws-signFailCount
                    IF ws-empFound > 0
                        ADD 1 TO EM-FAILS(ws-empFound)
                    END-IF
                WHEN 'DENIED'
                    ADD 1 TO ws-deniedCount
                    IF ws-empFound > 0
                        ADD 1 TO EM-DENIED(ws-empFound)
                    END-IF
                WHEN 'APPROVED'
                    ADD 1 TO ws-approvedCount
                    IF ws-empFound > 0
                        ADD 1 TO EM-APPROVED-FOR(ws-empFound)
                    END-IF
                    MOVE AL-APPROVER TO ws-empId
                    PERFORM FIND-EMPLOYEE
                    IF ws-empFound > 0
                        MOVE 'S' TO EM-ROLE(ws-empFound)
                        ADD 1 TO EM-APPROVALS(ws-empFound)
                    END-IF
            END-EVALUATE
            IF ws-printLine = 'Y'
                MOVE AL-AMOUNT TO ws-amtDisp
                DISPLAY AL-DATE ' ' AL-TIME ' ' AL-PROGRAM ' '
                    AL-TABLE-ID ' ' AL-EMP-ID ' ' AL-ROLE ' '
                    AL-EVENT ' ' AL-ACTION ' ' AL-PLAYER-ID ' '
                    ws-amtDisp ' ' AL-APPROVER
            END-IF.

      *        Finds ws-empId in the employee table, adding it when
      *        new. Failed sign-ons may carry any ID that was typed,
      *        so the table can fill; ws-empFound is zero then.
        FIND-EMPLOYEE.
            MOVE 0 TO ws-empFound
            PERFORM VARYING ws-empIdx FROM 1 BY 1
                    UNTIL ws-empIdx > ws-empCount
                IF EM-ID(ws-empIdx) = ws-empId
                    MOVE ws-empIdx TO ws-empFound
                END-IF
            END-PERFORM
            IF ws-empFound = 0
                IF ws-empCount < 200
                    ADD 1 TO ws-empCount
                    MOVE ws-empCount TO ws-empFound
                    MOVE ws-empId TO EM-ID(ws-empFound)
                    MOVE SPACE TO EM-ROLE(ws-empFound)
                    MOVE 0 TO EM-SIGNONS(ws-empFound)
                    MOVE 0 TO EM-FAILS(ws-empFound)
                    MOVE 0 TO EM-DENIED(ws-empFound)
                    MOVE 0 TO EM-APPROVED-FOR(ws-empFound)
                    MOVE 0 TO EM-APPROVALS(ws-empFound)
                ELSE
                    MOVE 'Y' TO ws-empOverflow
                END-IF
            END-IF
            IF ws-empFound > 0 AND AL-ROLE NOT = SPACE
               AND ws-empId = AL-EMP-ID
                MOVE AL-ROLE TO EM-ROLE(ws-empFound)
            END-IF.

      *        An employee is marked REVIEW when failed sign-ons or
      *        denials in the period reach the review threshold.
        PRINT-EMPLOYEE-SUMMARY.
            DISPLAY ' '
            DISPLAY 'EMPLOYEE   R SIGNONS FAILED DENIED '
                'APPROVED-FOR APPROVALS-GIVEN'
            PERFORM VARYING ws-empIdx FROM 1 BY 1
                    UNTIL ws-empIdx > ws-empCount
                MOVE EM-SIGNONS(ws-empIdx) TO ws-cnt1Disp
                MOVE EM-FAILS(ws-empIdx) TO ws-cnt2Disp
                MOVE EM-DENIED(ws-empIdx) TO ws-cnt3Disp
                MOVE EM-APPROVED-FOR(ws-empIdx) TO ws-cnt4Disp
                MOVE EM-APPROVALS(ws-empIdx) TO ws-cnt5Disp
                MOVE SPACES TO ws-flagDisp
                IF EM-FAILS(ws-empIdx) >= ws-reviewLimit
                   OR EM-DENIED(ws-empIdx) >= ws-reviewLimit
                    MOVE 'REVIEW' TO ws-flagDisp
                    ADD 1 TO ws-reviewCount
                END-IF
                DISPLAY EM-ID(ws-empIdx) ' ' EM-ROLE(ws-empIdx) '   '
                    ws-cnt1Disp '  ' ws-cnt2Disp '  ' ws-cnt3Disp
                    '        ' ws-cnt4Disp '           '
                    ws-cnt5Disp ' ' ws-flagDisp
            END-PERFORM
            IF ws-empOverflow = 'Y'
                DISPLAY '*** WARNING: more than 200 employee IDs in '
                    'the period - summary is incomplete. ***'
            END-IF.

        PRINT-SUMMARY.
            DISPLAY ' '
            DISPLAY 'Log lines selected:      ' ws-eventCount
            DISPLAY 'Sign-ons:                ' ws-signOnCount
            DISPLAY 'Failed sign-ons:         ' ws-signFailCount
            DISPLAY 'Sign-offs:               ' ws-signOffCount
            DISPLAY 'Granted on own role:     ' ws-grantedCount
            DISPLAY 'Supervisor approvals:    ' ws-approvedCount
            DISPLAY 'Denied:                  ' ws-deniedCount
            IF ws-reviewCount > 0
                DISPLAY '*** WARNING: ' ws-reviewCount
                    ' employee(s) marked for review. ***'
            END-IF.
