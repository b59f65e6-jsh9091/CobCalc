      *****************************************************************
      * XMITLOGR - layout of one XMITLOG transmission log record,
      * appended by CalcXmit for every transmission it cuts: its
      * number and file name, the range of CALCOUT record positions
      * it carried, the business dates those records belong to, and
      * its control totals. The last record's position is where the
      * next cut starts. Shared by CalcXmit, which writes it, and
      * CalcRecn, which reports transmissions the ledger never
      * acknowledged, so field positions must not be changed
      * without recompiling both.
      *****************************************************************
       01 Xmit-Log-Record.
           05 XL-Xmit-Number PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-File-Name PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-Business-Date PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
      * Positions are CALCOUT record numbers counted from the top of
      * the file, which is only ever appended to.
           05 XL-First-Position PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-Last-Position PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
      * Earliest and latest CO-BUSINESS-DATE among the records;
      * zero when none of them carried one.
           05 XL-Low-Business-Date PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-High-Business-Date PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-Record-Count PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-Net-Total PIC S9(13)V9(2) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-Created-Timestamp PIC X(19).
