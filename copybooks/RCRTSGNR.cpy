      *****************************************************************
      * RCRTSGNR - layout of one RCRTSIGN recertification sign-off
      * record, one per active USERAUTH user. CalcRcrt writes the
      * file with the decision and manager columns blank; the
      * reviewing manager marks each account (Y)es, recertified, or
      * (N)o, adds their user ID, and returns it. CalcUser's bulk
      * deactivation then deactivates every account the manager
      * marked (N)o; a file with any line left undecided or
      * unsigned is refused whole. Shared by both programs, so field
      * positions must not be changed without recompiling both.
      *****************************************************************
       01 Recert-Signoff-Record.
           05 RV-User-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-User-Name PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
      * Role and active flag as they stood when the report ran, so
      * a role changed since cannot be recertified unseen.
           05 RV-Role PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-Active PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
      * Latest CALCLOG or ERRLOG activity, or NEVER.
           05 RV-Last-Activity PIC X(19).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-Dormant PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-Self-Approved PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
      * Run date of the report that issued the sign-off.
           05 RV-Cycle-Date PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-Decision PIC X(1).
               88 RV-Recertified VALUE "Y".
               88 RV-Not-Recertified VALUE "N".
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-Manager PIC X(8).
