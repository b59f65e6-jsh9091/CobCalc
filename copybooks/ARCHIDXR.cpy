      * per generation file rolled out of a live log: the period it
      * covers, which log it came from, its record count, its first
      * and last timestamps, and when it was archived. Shared by
      * CalcArch, which writes it, and CalcRsch and CalcRcrt, which
      * use it to locate generations, so field positions must not be
      * changed without recompiling all of them.
      *****************************************************************
       01 Archive-Index-Record.
           05 AX-Period PIC X(6).
