      *        Monthly ledger history, LEDGHIST-table-yyyymm.DAT, built
      *        by the archive retention job from archives past the
      *        retention period. Each archive rolled in starts with an
      *        A line (its catalog name, date, time and line count)
      *        followed by its ledger lines, unchanged, as L lines.
        01  LEDG-HIST-REC.
            05 LH-REC-TYPE      PIC X.
            05 LH-SEP1          PIC X VALUE SPACE.
            05 LH-BODY          PIC X(64).
            05 LH-ARCH-BODY REDEFINES LH-BODY.
                10 LH-FILENAME      PIC X(40).
                10 LH-SEP2          PIC X.
                10 LH-ARCH-DATE     PIC X(8).
                10 LH-SEP3          PIC X.
                10 LH-ARCH-TIME     PIC X(6).
                10 LH-SEP4          PIC X.
                10 LH-RECCOUNT      PIC 9(7).
