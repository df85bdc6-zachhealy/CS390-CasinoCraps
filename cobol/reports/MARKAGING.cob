        IDENTIFICATION DIVISION.
        PROGRAM-ID. MARKAGING.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MARKER-FILE ASSIGN TO "MARKERS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MK-MARKER-NO
                ALTERNATE RECORD KEY IS MK-PLAYER-ID WITH DUPLICATES
                FILE STATUS IS ws-markerFileStat.
        DATA DIVISION.
        FILE SECTION.
        FD  MARKER-FILE.
            COPY MARKREC.
        WORKING-STORAGE SECTION.
        01 ws-markerFileStat    PIC XX.
        01 ws-markerEOF         PIC X.
        01 ws-asOfDate          PIC X(8).
        01 ws-asOfNum           PIC 9(8).
        01 ws-issueNum          PIC 9(8).
        01 ws-holdDays          PIC 9(3).
        01 ws-ageDays           PIC S9(7).
        01 ws-openAmt           PIC 9(7).
        01 ws-curPlayer         PIC X(10) VALUE SPACES.
        01 ws-openCount         PIC 9(5) VALUE 0.
        01 ws-dueCount          PIC 9(5) VALUE 0.
        01 ws-playerCount       PIC 9(5) VALUE 0.
        01 ws-dueTotal          PIC 9(9) VALUE 0.

      *        Buckets are by days since issue as of the report
      *        date: current is under 30 days, then 30-59, 60-89
      *        and 90 or more.
        01 ws-playerBuckets.
            05 ws-plyBucket OCCURS 4 TIMES PIC 9(9).
        01 ws-totalBuckets.
            05 ws-totBucket OCCURS 4 TIMES PIC 9(9).
        01 ws-bucketIdx         PIC 9.
        01 ws-playerTotal       PIC 9(9).
        01 ws-grandTotal        PIC 9(9).

        01 ws-bucketDisp        PIC ZZZZZZZZ9.
        01 ws-b1Disp            PIC ZZZZZZZZ9.
        01 ws-b2Disp            PIC ZZZZZZZZ9.
        01 ws-b3Disp            PIC ZZZZZZZZ9.
        01 ws-b4Disp            PIC ZZZZZZZZ9.
        01 ws-totDisp           PIC ZZZZZZZZ9.
        01 ws-ageDisp           PIC ZZZZZZ9.
        01 ws-openDisp          PIC ZZZZZZ9.

        PROCEDURE DIVISION.
            PERFORM INITIALIZE-REPORT
            OPEN INPUT MARKER-FILE
            IF ws-markerFileStat NOT = '00'
                DISPLAY 'No marker file (MARKERS.DAT) to report on '
                    '(status ' ws-markerFileStat ').'
            ELSE
                PERFORM AGE-OPEN-MARKERS
                PERFORM LIST-DEPOSIT-DUE
                CLOSE MARKER-FILE
                PERFORM PRINT-SUMMARY
            END-IF
            STOP RUN.

        INITIALIZE-REPORT.
            DISPLAY 'MARKER AGING AND COLLECTIONS REPORT'
            DISPLAY '===================================='
            DISPLAY 'As-of date (YYYYMMDD, blank for today): '
            ACCEPT ws-asOfDate
            IF ws-asOfDate = SPACES
                MOVE FUNCTION CURRENT-DATE(1:8) TO ws-asOfDate
            END-IF
            MOVE ws-asOfDate TO ws-asOfNum
            DISPLAY 'Days a marker is held before deposit (0 keeps '
                '30): '
            ACCEPT ws-holdDays
            IF ws-holdDays = 0
                MOVE 30 TO ws-holdDays
            END-IF
            MOVE ZEROS TO ws-totalBuckets.

      *        Reads the file in player order off the alternate key
      *        so each patron's open markers come together and the
      *        player line prints on the control break. The control
      *        record (marker zero) is skipped.
        AGE-OPEN-MARKERS.
            DISPLAY ' '
            DISPLAY 'PLAYER      CURRENT     30-59     60-89       '
                '90+     TOTAL'
            MOVE LOW-VALUES TO MK-PLAYER-ID
            MOVE 'N' TO ws-markerEOF
            START MARKER-FILE KEY IS >= MK-PLAYER-ID
                INVALID KEY
                    MOVE 'Y' TO ws-markerEOF
            END-START
            PERFORM UNTIL ws-markerEOF = 'Y'
                READ MARKER-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO ws-markerEOF
                    NOT AT END
                        IF MK-MARKER-NO > 0 AND MK-STATUS = 'O'
                            PERFORM AGE-ONE-MARKER
                        END-IF
                END-READ
            END-PERFORM
            IF ws-curPlayer NOT = SPACES
                PERFORM PRINT-PLAYER-LINE
            END-IF.

        AGE-ONE-MARKER.
            IF MK-PLAYER-ID NOT = ws-curPlayer
                IF ws-curPlayer NOT = SPACES
                    PERFORM PRINT-PLAYER-LINE
                END-IF
                MOVE MK-PLAYER-ID TO ws-curPlayer
                MOVE ZEROS TO ws-playerBuckets
            END-IF
            PERFORM COMPUTE-MARKER-AGE
            EVALUATE TRUE
                WHEN ws-ageDays < 30
                    MOVE 1 TO ws-bucketIdx
                WHEN ws-ageDays < 60
                    MOVE 2 TO ws-bucketIdx
                WHEN ws-ageDays < 90
                    MOVE 3 TO ws-bucketIdx
                WHEN OTHER
                    MOVE 4 TO ws-bucketIdx
            END-EVALUATE
            ADD ws-openAmt TO ws-plyBucket(ws-bucketIdx)
            ADD ws-openAmt TO ws-totBucket(ws-bucketIdx)
            ADD 1 TO ws-openCount.

        COMPUTE-MARKER-AGE.
            COMPUTE ws-openAmt = MK-FACE-AMT - MK-REDEEMED
            MOVE MK-ISSUE-DATE TO ws-issueNum
            COMPUTE ws-ageDays =
                FUNCTION INTEGER-OF-DATE(ws-asOfNum) -
                FUNCTION INTEGER-OF-DATE(ws-issueNum)
            IF ws-ageDays < 0
                MOVE 0 TO ws-ageDays
            END-IF.

        PRINT-PLAYER-LINE.
            ADD 1 TO ws-playerCount
            COMPUTE ws-playerTotal = ws-plyBucket(1) +
                ws-plyBucket(2) + ws-plyBucket(3) + ws-plyBucket(4)
            MOVE ws-plyBucket(1) TO ws-b1Disp
            MOVE ws-plyBucket(2) TO ws-b2Disp
            MOVE ws-plyBucket(3) TO ws-b3Disp
            MOVE ws-plyBucket(4) TO ws-b4Disp
            MOVE ws-playerTotal TO ws-totDisp
            DISPLAY ws-curPlayer ws-b1Disp ' ' ws-b2Disp ' '
                ws-b3Disp ' ' ws-b4Disp ' ' ws-totDisp.

      *        Second pass in marker-number (issue) order: anything
      *        still open past the hold period goes to the bank.
        LIST-DEPOSIT-DUE.
            DISPLAY ' '
            DISPLAY 'MARKERS DUE FOR DEPOSIT (held ' ws-holdDays
                ' days or more)'
            DISPLAY 'MARKER    PLAYER     TABLE      ISSUED      '
                'OPEN     AGE'
            MOVE 1 TO MK-MARKER-NO
            MOVE 'N' TO ws-markerEOF
            START MARKER-FILE KEY IS >= MK-MARKER-NO
                INVALID KEY
                    MOVE 'Y' TO ws-markerEOF
            END-START
            PERFORM UNTIL ws-markerEOF = 'Y'
                READ MARKER-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO ws-markerEOF
                    NOT AT END
                        IF MK-STATUS = 'O'
                            PERFORM COMPUTE-MARKER-AGE
                            IF ws-ageDays >= ws-holdDays
                                PERFORM PRINT-DEPOSIT-LINE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF ws-dueCount = 0
                DISPLAY 'None.'
            END-IF.

        PRINT-DEPOSIT-LINE.
            ADD 1 TO ws-dueCount
            ADD ws-openAmt TO ws-dueTotal
            MOVE ws-openAmt TO ws-openDisp
            MOVE ws-ageDays TO ws-ageDisp
            DISPLAY MK-MARKER-NO '  ' MK-PLAYER-ID ' ' MK-TABLE-ID
                ' ' MK-ISSUE-DATE ' ' ws-openDisp ' ' ws-ageDisp.

        PRINT-SUMMARY.
            COMPUTE ws-grandTotal = ws-totBucket(1) +
                ws-totBucket(2) + ws-totBucket(3) + ws-totBucket(4)
            DISPLAY ' '
            DISPLAY '===== MARKER AGING AS OF ' ws-asOfDate ' ====='
            DISPLAY 'Players with open markers: ' ws-playerCount
            DISPLAY 'Open markers:              ' ws-openCount
            MOVE ws-totBucket(1) TO ws-bucketDisp
            DISPLAY 'Current (under 30 days):   ' ws-bucketDisp
            MOVE ws-totBucket(2) TO ws-bucketDisp
            DISPLAY '30-59 days:                ' ws-bucketDisp
            MOVE ws-totBucket(3) TO ws-bucketDisp
            DISPLAY '60-89 days:                ' ws-bucketDisp
            MOVE ws-totBucket(4) TO ws-bucketDisp
            DISPLAY '90 days and over:          ' ws-bucketDisp
            MOVE ws-grandTotal TO ws-bucketDisp
            DISPLAY 'Total outstanding:         ' ws-bucketDisp
            MOVE ws-dueTotal TO ws-bucketDisp
            DISPLAY 'Due for deposit:           ' ws-bucketDisp
                ' on ' ws-dueCount ' markers'
            DISPLAY '=================================='.
