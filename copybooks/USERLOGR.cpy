      *****************************************************************
      * USERLOGR - layout of one USERLOG audit line: timestamp,
      * administrator, action code, the user acted on, and the
      * before and after values of whatever changed. Shared by
      * CalcUser, which writes the trail, and the CalcRcrt access
      * recertification report, which reads the role changes back,
      * so field positions must not be changed without recompiling
      * both.
      *****************************************************************
       01 User-Audit-Record.
           05 AU-Timestamp PIC X(19).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AU-Admin PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
      * ADD, DEACT and ROLE from the administration menu; RECERT
      * and REVOKE from a returned recertification sign-off.
           05 AU-Action PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AU-Target PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AU-Old-Value PIC X(1).
           05 FILLER PIC X(4) VALUE " -> ".
           05 AU-New-Value PIC X(1).
      * The manager whose recertification sign-off authorized a
      * RECERT or REVOKE line. Spaces on every other line, and on
      * lines written before the field existed.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AU-Authority PIC X(8) VALUE SPACES.
