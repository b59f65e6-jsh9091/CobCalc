      *****************************************************************
      * RUNLOCKR - layout of the one-record CALCLOCK single-writer
      * run lock: whether it is held, by whom, in what mode, and
      * since when. CobCalc takes it for every session; CalcRefa
      * takes it while backfilling references, since that rewrites
      * CALCOUT, CALCHIST, and HISTSEQ in place (mode F); CalcXmit
      * takes it while cutting CALCOUT into a ledger transmission
      * (mode X); CalcClos while closing a business date (mode D);
      * CalcGen while appending standing instructions to CALCIN
      * (mode G). Field
      * positions must not be changed without recompiling every
      * program that copies it.
      *****************************************************************
       01 Run-Lock-Record.
           05 RL-Active PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-User PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-Mode PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-Date PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-Time.
               10 RL-Hour PIC 9(2).
               10 RL-Minute PIC 9(2).
               10 RL-Second PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-Timestamp PIC X(19).
