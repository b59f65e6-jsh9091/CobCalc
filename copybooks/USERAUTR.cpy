      *****************************************************************
      * USERAUTR - layout of one USERAUTH authorized-user record.
      * Shared by CobCalc, which validates sign-on against it,
      * CalcUser, which maintains it, and the CalcRcrt access
      * recertification, so field positions must not be changed
      * without recompiling all of them.
      *****************************************************************
       01 UserAuth-Record.
           05 UA-User-ID PIC X(8).
