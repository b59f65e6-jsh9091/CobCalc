      * ledger-posting batch job, one per CALCOUT record it posted.
      * LA-SEQUENCE is the calculation reference number carried on
      * the CALCOUT record as CO-SEQUENCE; the reconciliation
      * matches the two files on it. LA-XMIT-NUMBER echoes the
      * XH-Xmit-Number of the transmission the record arrived in, so
      * each transmission can be reconciled on its own; spaces on
      * acknowledgments returned before transmissions existed.
      * Field positions and lengths must not be changed without
      * coordinating with that job.
      *****************************************************************
       01 LEDGACK-RECORD.
           05 LA-SEQUENCE PIC 9(9).
           05 LA-RESULT PIC S9(7)V9(2) SIGN LEADING SEPARATE.
           05 LA-POST-STATUS PIC X(1).
           05 LA-POST-DATE PIC X(8).
           05 LA-XMIT-NUMBER PIC 9(6).
