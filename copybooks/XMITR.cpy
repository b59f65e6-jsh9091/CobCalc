      *****************************************************************
      * XMITR - layouts of one numbered ledger transmission file,
      * XMIT.nnnnnn. Each file carries everything CalcXmit cut from
      * CALCOUT in one run: an "H" header naming the transmission
      * number, the business date and when the file was created,
      * "D" records each holding one CALCOUT record image unchanged,
      * and a "T" trailer whose record count and net CO-RESULT total
      * let the ledger prove the file arrived complete before it
      * posts any of it. Written by CalcXmit, read by CalcRecn and
      * the ledger-posting job, so field positions and lengths must
      * not be changed without coordinating with that job.
      *****************************************************************
       01 Xmit-Buffer.
           05 XM-Rec-Type PIC X(1).
               88 XM-Header-Rec VALUE "H".
               88 XM-Detail-Rec VALUE "D".
               88 XM-Trailer-Rec VALUE "T".
           05 FILLER PIC X(99).

       01 Xmit-Header-Record REDEFINES Xmit-Buffer.
           05 FILLER PIC X(1).
           05 XH-Xmit-Number PIC 9(6).
      * The latest CO-BUSINESS-DATE among the records carried; the
      * run date when none of them has one.
           05 XH-Business-Date PIC 9(8).
           05 XH-Created-Timestamp PIC X(19).
           05 FILLER PIC X(66).

       01 Xmit-Detail-Record REDEFINES Xmit-Buffer.
           05 FILLER PIC X(1).
      * One CALCOUT record exactly as CobCalc wrote it, in the
      * CALCOUTR layout.
           05 XD-CalcOut-Image PIC X(80).
           05 FILLER PIC X(19).

       01 Xmit-Trailer-Record REDEFINES Xmit-Buffer.
           05 FILLER PIC X(1).
           05 XT-Record-Count PIC 9(9).
           05 XT-Net-Total PIC S9(13)V9(2) SIGN LEADING SEPARATE.
           05 FILLER PIC X(74).
