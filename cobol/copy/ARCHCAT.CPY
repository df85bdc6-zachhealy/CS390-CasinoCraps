      *        AC-RET-STATUS is set by the archive retention job once
      *        the archive is past the retention period: PURGED (lines
      *        rolled into AC-HIST-FILE on AC-RET-DATE and the archive
      *        removed), HELD (not yet fully posted to the transaction
      *        master) or FAILED (failed verification - kept for
      *        review). Blank while the archive is live.
        01  ARCH-CAT-REC.
            05 AC-TABLE-ID      PIC X(10).
            05 AC-SEP1          PIC X VALUE SPACE.
            05 AC-FILENAME      PIC X(40).
            05 AC-SEP4          PIC X VALUE SPACE.
            05 AC-RECCOUNT      PIC ZZZZZZ9.
            05 AC-SEP5          PIC X VALUE SPACE.
            05 AC-RET-STATUS    PIC X(6).
            05 AC-SEP6          PIC X VALUE SPACE.
            05 AC-RET-DATE      PIC X(8).
            05 AC-SEP7          PIC X VALUE SPACE.
            05 AC-HIST-FILE     PIC X(30).
