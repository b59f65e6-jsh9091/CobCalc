      *****************************************************************
      * CHGBACKR - layouts of the CHGBACK charge-back summary file
      * that finance loads after month-end billing. CalcBill writes
      * one file per billing run: a "D" detail record for every
      * origin billed, then a "T" trailer carrying the record count
      * and the total amount due so the load can prove it received
      * the whole file. Field positions and lengths must not be
      * changed without coordinating with finance.
      *****************************************************************
       01 ChgBack-Buffer.
           05 CB-Rec-Type PIC X(1).
               88 CB-Detail-Rec VALUE "D".
               88 CB-Trailer-Rec VALUE "T".
           05 FILLER PIC X(99).

       01 ChgBack-Detail-Record REDEFINES ChgBack-Buffer.
           05 FILLER PIC X(1).
      * Billing month, YYYYMM.
           05 CB-Period PIC 9(6).
           05 CB-Origin PIC X(8).
           05 CB-Batch-Count PIC 9(9).
           05 CB-Calc-Count PIC 9(9).
           05 CB-Reject-Count PIC 9(9).
           05 CB-Reversal-Count PIC 9(9).
           05 CB-Amount-Due PIC 9(11)V9(2).
      * The FEESCHD line the origin was billed from: its own
      * origin, or DEFAULT when it has no line of its own.
           05 CB-Rate-Source PIC X(8).
           05 CB-Created-Timestamp PIC X(19).
           05 FILLER PIC X(9).

       01 ChgBack-Trailer-Record REDEFINES ChgBack-Buffer.
           05 FILLER PIC X(1).
           05 CT-Period PIC 9(6).
           05 CT-Record-Count PIC 9(9).
           05 CT-Amount-Total PIC 9(13)V9(2).
           05 FILLER PIC X(69).
