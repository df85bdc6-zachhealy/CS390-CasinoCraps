      *        ACCESSLOG.DAT: one line per sign-on attempt, sign-off
      *        and sensitive-action decision at the floor programs.
      *        AL-EVENT is SIGNON, SIGNFAIL, SIGNOFF, GRANTED (own
      *        role, within limit), APPROVED (by AL-APPROVER) or
      *        DENIED. Lines are only ever appended.
        01  ACCESS-LOG-REC.
            05 AL-DATE          PIC X(8).
            05 AL-TIME          PIC X(6).
            05 AL-SEP1          PIC X VALUE SPACE.
            05 AL-PROGRAM       PIC X(10).
            05 AL-SEP2          PIC X VALUE SPACE.
            05 AL-TABLE-ID      PIC X(10).
            05 AL-SEP3          PIC X VALUE SPACE.
            05 AL-EMP-ID        PIC X(10).
            05 AL-SEP4          PIC X VALUE SPACE.
            05 AL-ROLE          PIC X.
            05 AL-SEP5          PIC X VALUE SPACE.
            05 AL-EVENT         PIC X(8).
            05 AL-SEP6          PIC X VALUE SPACE.
            05 AL-ACTION        PIC X(15).
            05 AL-SEP7          PIC X VALUE SPACE.
            05 AL-PLAYER-ID     PIC X(10).
            05 AL-SEP8          PIC X VALUE SPACE.
            05 AL-AMOUNT        PIC 9(7).
            05 AL-SEP9          PIC X VALUE SPACE.
            05 AL-APPROVER      PIC X(10).
