        01  SURV-EXC-REC.
            05 SX-LEDGER-NAME   PIC X(40).
            05 SX-SEP1          PIC X VALUE SPACE.
            05 SX-FIRST-STAMP   PIC X(14).
            05 SX-SEP2          PIC X VALUE SPACE.
            05 SX-LINE-NO       PIC 9(7).
            05 SX-SEP3          PIC X VALUE SPACE.
            05 SX-DATE          PIC X(8).
            05 SX-TIME          PIC X(6).
            05 SX-SEP4          PIC X VALUE SPACE.
            05 SX-TABLE-ID      PIC X(10).
            05 SX-SEP5          PIC X VALUE SPACE.
            05 SX-EXC-CODE      PIC X(15).
            05 SX-SEP6          PIC X VALUE SPACE.
            05 SX-PLAYER-ID     PIC X(10).
            05 SX-SEP7          PIC X VALUE SPACE.
            05 SX-CREW-ID       PIC X(10).
            05 SX-SEP8          PIC X VALUE SPACE.
            05 SX-BOXMAN        PIC X(10).
            05 SX-DEALER-SLOT OCCURS 3 TIMES.
                10 SX-DSEP      PIC X.
                10 SX-DEALER    PIC X(10).
