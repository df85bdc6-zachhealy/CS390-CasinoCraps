      *        OPERATOR.DAT: one line per employee who may sign on to
      *        the floor programs. OP-ROLE is D dealer, S floor
      *        supervisor, P pit clerk or C cage. Only OP-STATUS A
      *        (active) can sign on or approve.
        01  OPERATOR-REC.
            05 OP-EMP-ID        PIC X(10).
            05 OP-SEP1          PIC X.
            05 OP-PIN           PIC X(6).
            05 OP-SEP2          PIC X.
            05 OP-ROLE          PIC X.
            05 OP-SEP3          PIC X.
            05 OP-STATUS        PIC X.
            05 OP-SEP4          PIC X.
            05 OP-NAME          PIC X(20).
