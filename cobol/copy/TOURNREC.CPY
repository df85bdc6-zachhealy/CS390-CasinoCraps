      *        TOURNEY.DAT - the tournament trail, kept in the pit
      *        directory beside PLAYERACT.DAT. One line per event,
      *        never rewritten:
      *          T  tournament set up at the cage: buy-in (amount),
      *             starting chips, round limit in Rolls or Minutes
      *          E  entrant bought in: buy-in paid, starting chips
      *          R  one entrant's result for a round at a table:
      *             chips at the start and end, rolls played and
      *             why the round ended (R rolls, M minutes, X every
      *             seat out of chips, Q closed at the table)
      *          P  prize paid to the player account: finishing
      *             place, final chips and the prize (amount)
      *        Tournament chips are counted here and in the round's
      *        own chip ledger, never in a player's balance.
        01  TOURN-REC.
            05 TR-REC-TYPE      PIC X.
            05 TR-SEP1          PIC X VALUE SPACE.
            05 TR-TOURN-ID      PIC X(10).
            05 TR-SEP2          PIC X VALUE SPACE.
            05 TR-DATE          PIC X(8).
            05 TR-SEP3          PIC X VALUE SPACE.
            05 TR-TIME          PIC X(6).
            05 TR-SEP4          PIC X VALUE SPACE.
            05 TR-PLAYER-ID     PIC X(10).
            05 TR-SEP5          PIC X VALUE SPACE.
            05 TR-ROUND         PIC 9(3).
            05 TR-SEP6          PIC X VALUE SPACE.
            05 TR-TABLE-ID      PIC X(10).
            05 TR-SEP7          PIC X VALUE SPACE.
            05 TR-CHIPS-START   PIC 9(7).
            05 TR-SEP8          PIC X VALUE SPACE.
            05 TR-CHIPS-END     PIC 9(7).
            05 TR-SEP9          PIC X VALUE SPACE.
            05 TR-AMOUNT        PIC 9(7).
            05 TR-SEP10         PIC X VALUE SPACE.
            05 TR-LIMIT-TYPE    PIC X.
            05 TR-SEP11         PIC X VALUE SPACE.
            05 TR-LIMIT         PIC 9(4).
            05 TR-SEP12         PIC X VALUE SPACE.
            05 TR-ROLLS         PIC 9(7).
            05 TR-SEP13         PIC X VALUE SPACE.
            05 TR-END-REASON    PIC X.
            05 TR-SEP14         PIC X VALUE SPACE.
            05 TR-PLACE         PIC 9(3).
            05 TR-SEP15         PIC X VALUE SPACE.
            05 TR-EMP-ID        PIC X(10).
