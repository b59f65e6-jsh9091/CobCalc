      *****************************************************************
      * CALCINR - layouts of the CALCIN batch input records. CALCIN
      * arrives as a controlled batch: one "H" header identifying the
      * submission, "D" card-image detail records, and one "T"
      * trailer whose detail count and operand hash totals must
      * balance to what was read before any of the batch is
      * processed. A "D" record may be followed by "C" continuation
      * records that carry its result on as their first operand,
      * making one chained calculation; continuations count as
      * details in the trailer, and their numeric second operands
      * in its second hash total. Shared by CobCalc, which
      * processes the file, and CalcGen, which builds
      * standing-instruction batches for it, so field positions
      * must not be changed without recompiling both.
      *****************************************************************
       01 CalcIn-Buffer.
           05 CalcIn-Rec-Type PIC X(1).
               88 CalcIn-Header-Rec VALUE "H".
               88 CalcIn-Detail-Rec VALUE "D".
               88 CalcIn-Trailer-Rec VALUE "T".
               88 CalcIn-Continue-Rec VALUE "C".
           05 FILLER PIC X(79).

       01 Batch-Header-Record REDEFINES CalcIn-Buffer.
           05 FILLER PIC X(1).
           05 BH-Batch-ID PIC X(8).
           05 BH-Origin PIC X(8).
           05 BH-Business-Date PIC X(8).
           05 FILLER PIC X(55).

      * Operands are 11 characters so a fully-signed S9(7)V9(2)
      * value (sign + 7 digits + decimal point + 2 digits) fits
      * without spilling its low-order digit into the operator
      * column. The optional label names the record's result so a
      * later step of the same chain can use it as a second operand.
       01 Batch-Detail-Record REDEFINES CalcIn-Buffer.
           05 FILLER PIC X(1).
           05 BD-FirstNum PIC X(11).
           05 BD-Operator PIC X(1).
           05 BD-SecondNum PIC X(11).
           05 BD-Label PIC X(8).
           05 FILLER PIC X(48).

      * A continuation lines up with a detail record, its first
      * operand left blank for the previous step's result. The
      * second operand is a number, or "@" and the label of an
      * earlier step in the same chain.
       01 Batch-Continuation-Record REDEFINES CalcIn-Buffer.
           05 FILLER PIC X(1).
           05 BC-Carry PIC X(11).
           05 BC-Operator PIC X(1).
           05 BC-SecondNum PIC X(11).
           05 BC-Label PIC X(8).
           05 FILLER PIC X(48).

       01 Batch-Trailer-Record REDEFINES CalcIn-Buffer.
           05 FILLER PIC X(1).
           05 BT-Detail-Count PIC 9(9).
           05 BT-First-Hash PIC S9(11)V9(2) SIGN LEADING SEPARATE.
           05 BT-Second-Hash PIC S9(11)V9(2) SIGN LEADING SEPARATE.
           05 FILLER PIC X(42).
