      *****************************************************************
      * RECNSTR - layout of the one-record RECNSTAT reconciliation
      * status file, rewritten by CalcRecn at the end of every run
      * so the outcome can be checked without reading RECNRPT.
      * Shared by CalcRecn, which writes it, and the CalcClos
      * business-day close, which will not close a date on an
      * unclean reconciliation, so field positions must not be
      * changed without recompiling both.
      *****************************************************************
       01 Recon-Status-Record.
           05 RN-Run-Date PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
      * The transmission reconciled on its own; zero when all of
      * CALCOUT was reconciled against all of LEDGACK.
           05 RN-Xmit-Number PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
      * (C)lean, (E)xceptions reported, or (N)ot run.
           05 RN-Result PIC X(1).
               88 RN-Clean VALUE "C".
               88 RN-Exceptions VALUE "E".
               88 RN-Not-Run VALUE "N".
           05 FILLER PIC X(1) VALUE SPACE.
           05 RN-Exception-Count PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RN-Timestamp PIC X(19).
