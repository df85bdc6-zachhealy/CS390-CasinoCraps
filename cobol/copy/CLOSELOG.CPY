      *        Nightly close run log: a STARTED line when a step unit
      *        begins and a second line with its outcome (OK, WARNING
      *        or FAILED) and return code when it ends. A unit is one
      *        step run against one target - a table directory, an
      *        archived ledger or a player. Lines are only appended;
      *        a unit with an OK or WARNING line for the business date
      *        is not run again when the close is rerun.
        01  CLOSE-LOG-REC.
            05 CL-BUS-DATE      PIC X(8).
            05 CL-SEP1          PIC X VALUE SPACE.
            05 CL-STEP          PIC X(10).
            05 CL-SEP2          PIC X VALUE SPACE.
            05 CL-OUTCOME       PIC X(8).
            05 CL-SEP3          PIC X VALUE SPACE.
            05 CL-RC            PIC 9(3).
            05 CL-SEP4          PIC X VALUE SPACE.
            05 CL-START         PIC X(14).
            05 CL-SEP5          PIC X VALUE SPACE.
            05 CL-END           PIC X(14).
            05 CL-SEP6          PIC X VALUE SPACE.
            05 CL-OUTPUT        PIC X(40).
            05 CL-SEP7          PIC X VALUE SPACE.
            05 CL-TARGET        PIC X(60).
