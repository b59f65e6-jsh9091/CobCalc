      *****************************************************************
      * JRNLOUTR - layouts of the JRNLOUT general-ledger journal
      * interface records. Each journal run appends one envelope:
      * an "H" header naming the journal number, "D" journal lines,
      * each a single debit or credit to one ledger account, and a
      * "T" trailer whose line count and debit and credit totals
      * let the ledger prove the journal arrived whole and balanced
      * before posting any of it. Written by CalcJrnl and loaded by
      * the ledger group's posting job, so field positions and
      * lengths must not be changed without coordinating with it.
      *****************************************************************
       01 Journal-Buffer.
           05 JR-Rec-Type PIC X(1).
               88 JR-Header-Rec VALUE "H".
               88 JR-Line-Rec VALUE "D".
               88 JR-Trailer-Rec VALUE "T".
           05 FILLER PIC X(99).

       01 Journal-Header-Record REDEFINES Journal-Buffer.
           05 FILLER PIC X(1).
           05 JH-Journal-Number PIC 9(6).
           05 JH-Run-Date PIC X(8).
           05 JH-Created-Timestamp PIC X(19).
           05 FILLER PIC X(66).

      * Amounts are always positive; JL-Side says which way the
      * line posts. Each CALCOUT record yields one DR and one CR
      * line for the same amount under the same reference number.
       01 Journal-Line-Record REDEFINES Journal-Buffer.
           05 FILLER PIC X(1).
           05 JL-Line-Number PIC 9(6).
           05 JL-Side PIC X(2).
               88 JL-Debit VALUE "DR".
               88 JL-Credit VALUE "CR".
           05 JL-Account PIC X(12).
           05 JL-Amount PIC 9(9)V9(2).
      * CO-SEQUENCE of the calculation the line posts.
           05 JL-Reference PIC 9(9).
           05 JL-Business-Date PIC X(8).
           05 JL-Origin PIC X(8).
           05 JL-Batch-ID PIC X(8).
           05 JL-Operator PIC X(1).
           05 FILLER PIC X(34).

       01 Journal-Trailer-Record REDEFINES Journal-Buffer.
           05 FILLER PIC X(1).
           05 JT-Line-Count PIC 9(9).
           05 JT-Debit-Total PIC 9(13)V9(2).
           05 JT-Credit-Total PIC 9(13)V9(2).
           05 FILLER PIC X(60).
