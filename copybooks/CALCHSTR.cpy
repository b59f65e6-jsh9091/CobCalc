      *****************************************************************
      * CALCHSTR - record of the CALCHIST indexed history master,
      * one per completed calculation, keyed by CH-Seq - the
      * calculation reference number carried to CALCOUT as
      * CO-SEQUENCE - with alternate access by CH-Date. Shared by
      * CobCalc, which writes and reverses the records, and CalcRefa,
      * which audits the reference numbers and backfills records
      * that never got one. The reversal and business-date fields,
      * and later the origin, batch and chain fields, grew this record,
      * so a master built before them no longer opens (status 39) and
      * must be converted once with the CalcHcvt job, whose record
      * must be kept in step with any further change here.
      *****************************************************************
       01 CalcHistFileRecord.
           05 CH-Seq PIC 9(9).
           05 CH-Date PIC 9(8).
           05 CH-Time PIC 9(6).
           05 CH-Operator PIC X(1).
           05 CH-FirstNum PIC S9(7)V9(2) SIGN LEADING SEPARATE.
           05 CH-SecondNum PIC S9(7)V9(2) SIGN LEADING SEPARATE.
           05 CH-Result PIC S9(7)V9(2) SIGN LEADING SEPARATE.
           05 CH-User PIC X(8).
      * Reversal state: "R" once the calculation has been backed
      * out, with who authorized the reversal and when, so inquiry
      * shows a backed-out figure for what it is. Space on records
      * written before the reversal facility existed.
           05 CH-Reversed PIC X(1).
           05 CH-Reversal-User PIC X(8).
           05 CH-Reversal-Date PIC 9(8).
      * Business date the calculation belongs to, from the batch
      * header (the run date for interactive work). Zero on records
      * written before the field existed.
           05 CH-Business-Date PIC 9(8).
      * Submitting origin and batch from the batch header, so the
      * batch pre-pass can recognize the same work arriving again
      * under a new batch ID. Spaces for interactive work and on
      * records written before the fields existed.
           05 CH-Origin PIC X(8).
           05 CH-Batch-ID PIC X(8).
      * Place in a chained calculation: "I" for an intermediate step,
      * which is never posted to CALCOUT and so cannot be reversed,
      * "F" for the final step that carries the chain's posting, and
      * space for a calculation standing on its own.
           05 CH-Chain-Role PIC X(1).
               88 CH-Chain-Intermediate VALUE "I".
               88 CH-Chain-Final VALUE "F".
