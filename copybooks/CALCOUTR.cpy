      * CALCOUTR - fixed-layout output record for CALCOUT.
      * Consumed by the downstream ledger-posting batch job, so field
      * positions and lengths must not be changed without coordinating
      * with that job. The record is 80 bytes: CO-SEQUENCE,
      * CO-BUSINESS-DATE, and CO-ORIGIN were appended to the original
      * 55, so every earlier field keeps its position. CALCOUT needs
      * no conversion: a line written before a field existed reads
      * back with that field blank, as each field below describes.
      *****************************************************************
       01 CALCOUT-RECORD.
           05 CO-OPERATOR-CODE PIC X(1).
      * business. The run date for interactive work. Spaces on
      * records written before the field existed.
           05 CO-BUSINESS-DATE PIC X(8).
      * BH-Origin of the batch the record came from, so the journal
      * interface can map it to ledger accounts by department.
      * Spaces for interactive calculations and reversal offsets,
      * and on records written before the field existed.
           05 CO-ORIGIN PIC X(8).
