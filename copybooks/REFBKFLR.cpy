      *****************************************************************
      * REFBKFLR - layout of one REFBKFL reference-backfill register
      * line, written by CalcRefa for every CALCOUT record that was
      * given a reference number after the fact. The ledger may
      * already have posted such a record and acknowledged it under
      * a zero reference, so CalcRecn reads this register to pair
      * those zero-reference acknowledgments with the backfilled
      * numbers instead of reporting the records NOT POSTED and
      * sending them to be posted twice. Shared by both programs, so
      * field positions must not be changed without recompiling
      * both.
      *****************************************************************
       01 Backfill-Record.
           05 RB-Sequence PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RB-Operator PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RB-Result PIC S9(7)V9(2) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RB-Run-Date PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RB-Batch-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
      * Supervisor who authorized the backfill, and when.
           05 RB-Supervisor PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RB-Timestamp PIC X(19).
