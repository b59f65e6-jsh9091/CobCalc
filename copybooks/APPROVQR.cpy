      *****************************************************************
      * APPROVQR - layout of one APPROVQ approval-queue record. A
      * reversal or a batch reprocess override raised by one
      * supervisor waits here until a second, different supervisor
      * approves or rejects it. The file is only ever appended to:
      * a request is written when it is raised and again each time
      * its state changes, and the latest line for a request ID is
      * its current state, so the queue is its own audit trail.
      * Shared by CobCalc, which raises and decides requests, the
      * CalcPend pending-approvals report and the CalcRcrt access
      * recertification, so field positions must not be changed
      * without recompiling all of them.
      *****************************************************************
       01 Approval-Record.
           05 AQ-Request-ID PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
      * (R)eversal of a posted calculation, or re(P)rocess of a
      * batch already in the posted-batch register.
           05 AQ-Type PIC X(1).
               88 AQ-Reversal VALUE "R".
               88 AQ-Reprocess VALUE "P".
           05 FILLER PIC X(1) VALUE SPACE.
      * The calculation reference number for a reversal, or the
      * batch ID for a reprocess.
           05 AQ-Reference PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AQ-Reason PIC X(40).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AQ-Requester PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AQ-Request-Timestamp PIC X(19).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AQ-Request-Date PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
      * (P)ending, (A)pproved, re(J)ected, or (U)sed - an approved
      * reprocess whose rerun has since been registered.
           05 AQ-Status PIC X(1).
               88 AQ-Pending VALUE "P".
               88 AQ-Approved VALUE "A".
               88 AQ-Rejected VALUE "J".
               88 AQ-Used VALUE "U".
           05 FILLER PIC X(1) VALUE SPACE.
      * The second supervisor who decided the request; spaces while
      * it is pending.
           05 AQ-Approver PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
      * When the request reached the state on this line.
           05 AQ-Status-Timestamp PIC X(19).
