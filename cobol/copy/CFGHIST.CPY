      *        One line per approved limit change, kept in the table's
      *        directory beside TABLECFG.DAT. Action A adds a bet-type
      *        (or EXCAP) record, C changes it, R retires it so the
      *        table's base min/max (or the default exposure cap)
      *        governs again. A change takes hold on its effective
      *        date; lines are never rewritten.
        01  CFG-HIST-REC.
            05 CH-EFF-DATE      PIC X(8).
            05 CH-SEP1          PIC X VALUE SPACE.
            05 CH-TABLE-ID      PIC X(10).
            05 CH-SEP2          PIC X VALUE SPACE.
            05 CH-ACTION        PIC X.
            05 CH-SEP3          PIC X VALUE SPACE.
            05 CH-BET-CODE      PIC X(5).
            05 CH-SEP4          PIC X VALUE SPACE.
            05 CH-BET-MIN       PIC 9(5).
            05 CH-SEP5          PIC X VALUE SPACE.
            05 CH-BET-MAX       PIC 9(5).
            05 CH-SEP6          PIC X VALUE SPACE.
            05 CH-EXP-WT        PIC 9V99.
            05 CH-SEP7          PIC X VALUE SPACE.
            05 CH-APPROVER      PIC X(10).
            05 CH-SEP8          PIC X VALUE SPACE.
            05 CH-ENTERED       PIC X(14).
