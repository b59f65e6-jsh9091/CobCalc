      *****************************************************************
      * PBREGR - layout of one PBREG posted-batch register record,
      * appended by CobCalc when a batch runs to completion. CobCalc
      * reads it back to recognize a CALCIN already processed, and
      * the CalcBill charge-back statements bill from it, so field
      * positions must not be changed without recompiling both.
      *****************************************************************
       01 Register-Record.
           05 PB-Batch-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PB-Detail-Count PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PB-First-Hash PIC S9(11)V9(2) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 PB-Second-Hash PIC S9(11)V9(2) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 PB-Result-Total PIC S9(11)V9(2) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 PB-Completed-Timestamp PIC X(19).
      * Business date the batch was processed as. Spaces on records
      * written before the field existed.
           05 FILLER PIC X(1) VALUE SPACE.
           05 PB-Business-Date PIC X(8).
      * Origin from the batch header and the details rejected this
      * run, for charge-back billing. Spaces on records written
      * before the fields existed.
           05 FILLER PIC X(1) VALUE SPACE.
           05 PB-Origin PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PB-Reject-Count PIC 9(9).
