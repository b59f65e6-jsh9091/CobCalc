      * SUSPENSR - layout of one SUSPENSE file record: the rejected
      * card image as it arrived, the reason it was rejected, the
      * date it entered suspense (for aging), and the batch it came
      * from, with the batch's origin so a released record still
      * posts to its department. The steps of a chained calculation
      * are suspended
      * together, head first, each with its record type and label
      * so the chain can be rebuilt on release. Shared by CobCalc,
      * which writes and maintains the file, CalcAge, which reports
      * aging over it, and CalcClos, which checks it before a
      * business date is closed, so field positions must not be
      * changed without recompiling all three.
      *****************************************************************
       01 Suspense-Record.
           05 SU-FirstNum PIC X(11).
           05 SU-Suspend-Date PIC 9(8).
           05 SU-Batch-ID PIC X(8).
           05 SU-User PIC X(8).
      * "D" for a detail, "C" for a continuation step; space on
      * records written before chained calculations existed.
           05 SU-Rec-Type PIC X(1).
           05 SU-Label PIC X(8).
      * BH-Origin of the batch; spaces on records written before
      * the field existed.
           05 SU-Origin PIC X(8).
