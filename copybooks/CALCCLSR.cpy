      *****************************************************************
      * CALCCLSR - layout of one CALCCLSD closed-business-date record.
      * The file is only ever appended to: CalcClos writes a (C)lose
      * line when a business date passes the end-of-day checklist,
      * and a (R)eopen line, naming the supervisor and the reason,
      * when a closed date is opened again. The latest line for a
      * date is its current state, so the file is its own audit
      * trail. Shared by CalcClos; by CobCalc, which refuses
      * batches for a closed date and books interactive work and
      * reversals to the next open one; and by CalcGen, which
      * generates nothing for a closed date. Field positions must
      * not be changed without recompiling all three.
      *****************************************************************
       01 Closed-Date-Record.
           05 CD-Business-Date PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CD-Action PIC X(1).
               88 CD-Closed VALUE "C".
               88 CD-Reopened VALUE "R".
           05 FILLER PIC X(1) VALUE SPACE.
      * The job for a close, the supervisor for a reopen.
           05 CD-User PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CD-Timestamp PIC X(19).
           05 FILLER PIC X(1) VALUE SPACE.
      * Why a date was reopened; spaces on a close.
           05 CD-Reason PIC X(40).
