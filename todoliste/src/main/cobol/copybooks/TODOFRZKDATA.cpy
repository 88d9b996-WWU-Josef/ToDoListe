      *================================================================
      * TODOFRZKDATA
      * Parameter block passed to the TODOFRZK subprogram, the one
      * reading of the maintenance freeze every writer shares.  A
      * freeze is a line of the shared freeze.ctl naming a list, or
      * *ALL for every list, with the time it was set, the expected
      * end (YYYYMMDDHHMM, for the notice only - a freeze holds
      * until it is lifted) and the reason.  The caller sets
      * FRZ-FUNCTION and the input fields before each CALL "TODOFRZK":
      *   'C' - is FRZ-LIST-IN frozen?            -> FRZ-RESULT-FLAG,
      *         FRZ-SCOPE-OUT, FRZ-SET-STAMP-OUT, FRZ-UNTIL-OUT,
      *         FRZ-REASON-OUT, FRZ-NOTICE-OUT
      *   'R' - as 'C', and when the list is frozen count one
      *         refused attempt (FRZ-PROGRAM-IN, FRZ-USER-IN,
      *         FRZ-ACTION-IN) in the shared freeze.log
      *   'S' - freeze FRZ-LIST-IN (a list or *ALL) until
      *         FRZ-UNTIL-IN for FRZ-REASON-IN; setting a freeze
      *         already in force keeps its set time, so it stays
      *         one window                        -> FRZ-RESULT-FLAG
      *         ('N' when freeze.ctl is full), FRZ-SET-STAMP-OUT
      *   'L' - lift the freeze on FRZ-LIST-IN    -> FRZ-RESULT-FLAG
      *         ('N' when there was none), FRZ-SET-STAMP-OUT and
      *         FRZ-RESULT-COUNT, the attempts refused in the window
      * A list is frozen by its own line or by the *ALL line; its
      * own line is reported when both are in force.
      *================================================================
       01  FREEZE-REQUEST.
           05  FRZ-FUNCTION                   PIC X(01).
               88  FRZ-CHECK-LIST                 VALUE 'C'.
               88  FRZ-REFUSE-ATTEMPT             VALUE 'R'.
               88  FRZ-SET-FREEZE                 VALUE 'S'.
               88  FRZ-LIFT-FREEZE                VALUE 'L'.
           05  FRZ-LIST-IN                    PIC X(20).
           05  FRZ-PROGRAM-IN                 PIC X(08).
           05  FRZ-USER-IN                    PIC X(08).
           05  FRZ-ACTION-IN                  PIC X(14).
           05  FRZ-UNTIL-IN                   PIC X(12).
           05  FRZ-REASON-IN                  PIC X(60).
           05  FRZ-RESULT-FLAG                PIC X(01).
               88  FRZ-LIST-FROZEN                VALUE 'Y'.
           05  FRZ-SCOPE-OUT                  PIC X(20).
           05  FRZ-SET-STAMP-OUT              PIC X(14).
           05  FRZ-UNTIL-OUT                  PIC X(12).
           05  FRZ-REASON-OUT                 PIC X(60).
           05  FRZ-NOTICE-OUT                 PIC X(60).
           05  FRZ-RESULT-COUNT               PIC 9(07).
