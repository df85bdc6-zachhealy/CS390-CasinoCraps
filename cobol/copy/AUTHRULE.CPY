      *        AUTHRULE.DAT overrides the built-in rule for an action:
      *        the roles (up to four role codes) that may take it, and
      *        the amount above which a second floor supervisor must
      *        approve it as well.
        01  AUTH-RULE-REC.
            05 AR-ACTION        PIC X(15).
            05 AR-SEP1          PIC X.
            05 AR-ROLES         PIC X(4).
            05 AR-SEP2          PIC X.
            05 AR-LIMIT         PIC 9(7).
