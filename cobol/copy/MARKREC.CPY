        01  MARKER-REC.
            05 MK-MARKER-NO     PIC 9(8).
            05 MK-PLAYER-ID     PIC X(10).
            05 MK-TABLE-ID      PIC X(10).
            05 MK-ISSUE-DATE    PIC X(8).
            05 MK-ISSUE-TIME    PIC X(6).
            05 MK-FACE-AMT      PIC 9(7).
            05 MK-REDEEMED      PIC 9(7).
            05 MK-STATUS        PIC X.
            05 MK-LAST-PAY-DATE PIC X(8).
      *        Marker number zero is the control record: it carries
      *        the last marker number handed out.
        01  MARKER-CTL-REC.
            05 MC-MARKER-NO     PIC 9(8).
            05 MC-PLAYER-ID     PIC X(10).
            05 MC-LAST-NO       PIC 9(8).
            05 FILLER           PIC X(39).
