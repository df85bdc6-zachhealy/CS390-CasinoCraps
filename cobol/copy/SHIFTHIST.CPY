            05 SH-HOLD          PIC -ZZZZZZ9.
            05 SH-SEP5          PIC X VALUE SPACE.
            05 SH-HOLDPCT       PIC -999.99.
            05 SH-SEP6          PIC X VALUE SPACE.
            05 SH-TRAY-OS       PIC -ZZZZZZ9.
            05 SH-SEP7          PIC X VALUE SPACE.
            05 SH-CREW-ID       PIC X(10).
            05 SH-SEP8          PIC X VALUE SPACE.
            05 SH-BOXMAN        PIC X(10).
            05 SH-DEALER-SLOT OCCURS 3 TIMES.
                10 SH-DSEP      PIC X.
                10 SH-DEALER    PIC X(10).
            05 SH-SEP12         PIC X VALUE SPACE.
            05 SH-CLOSE-TIME    PIC X(6).
