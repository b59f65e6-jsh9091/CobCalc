               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunLock-Status.

      * Four-eyes approval queue: a reversal or reprocess override
      * raised by one supervisor waits here until a second one
      * approves it, and nothing goes downstream before then.
           SELECT ApprovalFile ASSIGN TO "APPROVQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Approval-Status.

      * Business dates closed by the CalcClos end-of-day job. No
      * batch may post to a closed date, and interactive work and
      * reversals book to the next date still open.
           SELECT ClosedDateFile ASSIGN TO "CALCCLSD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClosedDate-Status.

      * Suspected duplicates found by the batch pre-pass: details
      * that repeat work already in CALCHIST or in another batch of
      * the same CALCIN file.
           SELECT DupReportFile ASSIGN TO "DUPLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DupReport-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CalcLogFile.
           05 CP-Resume-Count PIC 9(9).
           05 CP-Total-Count PIC 9(9).

      * The history record layout shared with the CalcRefa
      * reference audit.
       FD CalcHistFile.
           COPY CALCHSTR.

      * Next history sequence number, carried across runs so every
      * calculation ever completed keeps a unique key.
       01 RunHistFileRecord PIC X(100).

       FD SuspenseFile.
       01 SuspenseFileRecord PIC X(68).

       FD RegisterFile.
       01 RegisterFileRecord PIC X(120).

       FD ParamFile.
       01 ParamFileRecord PIC X(80).
       FD RunLockFile.
       01 RunLockFileRecord PIC X(60).

       FD ApprovalFile.
       01 ApprovalFileRecord PIC X(150).

       FD ClosedDateFile.
       01 ClosedDateFileRecord PIC X(100).

       FD DupReportFile.
       01 DupReportFileRecord PIC X(100).

       WORKING-STORAGE SECTION.

       01 FirstNum PIC S9(7)V9(2) VALUE ZEROS.

      * Run mode: (I)nteractive at a terminal, (B)atch from CALCIN,
      * in(Q)uiry against the history master, suspense
      * (M)aintenance, (R)eversal of a posted calculation, or
      * (A)pproval of requests another supervisor raised.
       01 Run-Mode PIC X(1) VALUE SPACE.
           88 Interactive-Mode VALUE "I".
           88 Batch-Mode VALUE "B".
           88 Inquiry-Mode VALUE "Q".
           88 Maint-Mode VALUE "M".
           88 Reversal-Mode VALUE "R".
           88 Approval-Mode VALUE "A".

       01 Quit-Flag PIC X(1) VALUE "N".
           88 Quit VALUE "Y".
       01 Rev-Confirm PIC X(1).
       01 Reversed-Result PIC S9(7)V9(2) VALUE ZERO.

      * Approval-queue state. The queue is append-only, so a scan
      * keeps one table entry per request whose latest line is in a
      * status of interest and frees the entry when a later line
      * moves the request on; the table therefore only ever holds
      * live requests, never the whole history.
       01 Approval-Status PIC X(2).

      * The approval-queue record layout is shared with the CalcPend
      * pending-approvals report through its copybook.
       COPY APPROVQR.

       01 Approval-Table.
           05 Approval-Entry OCCURS 500 TIMES INDEXED BY AprIdx.
               10 AE-In-Use PIC X(1).
               10 AE-Request-ID PIC 9(9).
               10 AE-Image PIC X(131).
       01 Approval-Slot-Count PIC 9(4) VALUE ZERO.
       01 Approval-Limit PIC 9(4) VALUE 500.
       01 Approval-EOF-Flag PIC X(1) VALUE "N".
           88 Approval-EOF VALUE "Y".
       01 Approval-Overflow-Flag PIC X(1) VALUE "N".
           88 Approval-Overflow VALUE "Y".
       01 Approval-Slot-Found-Flag PIC X(1) VALUE "N".
           88 Approval-Slot-Found VALUE "Y".
       01 Approval-Next-ID PIC 9(9) VALUE 1.

      * Scan filter: request type and reference to keep (space for
      * any), and the one or two statuses worth keeping.
       01 Aprv-Scan-Type PIC X(1) VALUE SPACE.
       01 Aprv-Scan-Reference PIC X(9) VALUE SPACES.
       01 Aprv-Keep-Status PIC X(2) VALUE SPACES.

      * What a scan for one reference turned up.
       01 Aprv-Pending-Flag PIC X(1) VALUE "N".
           88 Aprv-Pending-Found VALUE "Y".
       01 Aprv-Approved-Flag PIC X(1) VALUE "N".
           88 Aprv-Approved-Found VALUE "Y".
       01 Aprv-Found-Image PIC X(131) VALUE SPACES.

       01 Aprv-Confirm PIC X(1).
       01 Aprv-Reason PIC X(40) VALUE SPACES.
       01 Aprv-Write-OK-Flag PIC X(1) VALUE "N".
           88 Aprv-Write-OK VALUE "Y".
       01 Aprv-Done-Flag PIC X(1) VALUE "N".
           88 Aprv-Done VALUE "Y".
       01 Aprv-Choice PIC X(1).
       01 Aprv-Posted-Flag PIC X(1) VALUE "N".
           88 Aprv-Posted VALUE "Y".
       01 Aprv-Pending-Count PIC 9(4) VALUE ZERO.

       01 CalcIn-EOF-Flag PIC X(1) VALUE "N".
           88 CalcIn-EOF VALUE "Y".

      * CALCIN batch header, detail, and trailer layouts are shared
      * with the CalcGen standing-instruction generator through
      * their copybook.
       COPY CALCINR.

      * Card-image detail staging: first number, operator, second
      * number, one calculation per record.
           05 CI-FirstNum PIC X(11).
           05 CI-Operator PIC X(1).
           05 CI-SecondNum PIC X(11).
           05 CI-Label PIC X(8).
           05 CI-Rec-Type PIC X(1).

      * The steps of one chained calculation: a "D" record and the
      * "C" continuations that follow it. The chain is edited and
      * calculated step by step before anything is written, so it
      * either posts whole - every step to CALCLOG and CALCHIST, the
      * final result alone to CALCOUT - or goes to ERRLOG and
      * SUSPENSE whole. A lone "D" record is a chain of one step and
      * is processed as it always was.
       01 Chain-Table.
           05 Chain-Step OCCURS 50 TIMES INDEXED BY ChnIdx ChnRefIdx.
               10 CS-Rec-Type PIC X(1).
               10 CS-FirstNum PIC X(11).
               10 CS-Operator PIC X(1).
               10 CS-SecondNum PIC X(11).
               10 CS-Label PIC X(8).
               10 CS-First-Value PIC S9(7)V9(2).
               10 CS-Second-Value PIC S9(7)V9(2).
               10 CS-Result PIC S9(7)V9(2).
               10 CS-Reason-Code PIC X(4).
               10 CS-Reason-Text PIC X(40).
      * Where the step came from in suspense maintenance, so a chain
      * released again can update every record it was built from.
               10 CS-Suspense-Index PIC 9(4).
       01 Chain-Step-Count PIC 9(4) VALUE ZERO.
       01 Chain-Limit PIC 9(4) VALUE 50.
       01 Chain-Head-Position PIC 9(9) VALUE ZERO.
       01 Chain-Fail-Step PIC 9(4) VALUE ZERO.
       01 Chain-Reject-Flag PIC X(1) VALUE "N".
           88 Chain-Reject VALUE "Y".
       01 Chain-Label-Found-Flag PIC X(1) VALUE "N".
           88 Chain-Label-Found VALUE "Y".
      * A carried result or labelled result re-enters the edit as
      * card text, so it meets the same checks as keyed operands.
       01 Chain-Operand-Edit PIC -9(7).99.
      * Role of the calculation being written to CALCHIST within a
      * chain: "I" intermediate, "F" final, space for a lone one.
       01 Chain-Role PIC X(1) VALUE SPACE.
      * Pre-pass: length of the chain open in the current batch.
       01 Pre-Chain-Length PIC 9(4) VALUE ZERO.

      * Control-record reconciliation for the batch being read. A
      * CALCIN file may hold several complete H/D/T batch sets back
      * abended run already completed and registered.
               10 BE-End-Detail PIC 9(9).
               10 BE-Resumed PIC X(1).
      * The approved reprocess request a registered batch is being
      * rerun under, marked used once the rerun registers; zero for
      * an ordinary run.
               10 BE-Approval-ID PIC 9(9).
      * Chain structure fault found by the pre-pass: (O)rphan
      * continuation with no calculation before it in the batch,
      * or a chain (L)onger than the chain table holds.
               10 BE-Chain-Error PIC X(1).

       01 Batch-Count PIC 9(4) VALUE ZERO.
       01 Batch-Limit PIC 9(4) VALUE 50.
       01 Batch-Overflow-Flag PIC X(1) VALUE "N".
           88 Batch-Overflow VALUE "Y".

      * Suspected-duplicate screening. The pre-pass keeps every
      * detail and continuation here in file order, so entry n is
      * the file's n-th; a chain is screened as one unit through
      * its head, the detail that opens it. A chain with any step
      * whose operands would not pass the batch edit is left out of
      * the matching, since it will be rejected on its own account.
      * A match is the same steps - operators, operands and label
      * references - with the same origin and business date as a
      * calculation or chain in CALCHIST from another batch posted
      * within the look-back window, or as one in an earlier batch
      * of the same file that is to run.
       01 DupReport-Status PIC X(2).
       01 Dup-Table.
           05 Dup-Entry OCCURS 5000 TIMES INDEXED BY DupIdx DupCmpIdx.
               10 DE-Batch-Index PIC 9(4).
               10 DE-Operator PIC X(1).
               10 DE-FirstNum PIC S9(7)V9(2).
               10 DE-SecondNum PIC S9(7)V9(2).
               10 DE-Label PIC X(8).
      * Continuation whose second operand is a label: the step of
      * the chain the label names. Zero for a literal operand.
               10 DE-Ref-Step PIC 9(4).
      * Number of steps in the chain a head opens (1 for a lone
      * detail); zero on a continuation.
               10 DE-Chain-Length PIC 9(4).
      * "Y" on a head whose every step can be compared; always "N"
      * on a continuation, which is only compared with its head.
               10 DE-Comparable PIC X(1).
      * "Y" when the run will post the detail now, so it is itself
      * a suspect; a detail the abended run already posted only
      * stands as the earlier copy.
               10 DE-Screen PIC X(1).
      * (H)istory or (F)ile match, with the CALCHIST reference or
      * the other batch's ID; space when the detail is not suspect.
               10 DE-Match-Type PIC X(1).
               10 DE-Match-Ref PIC X(9).
       01 Dup-Count PIC 9(4) VALUE ZERO.
       01 Dup-Limit PIC 9(4) VALUE 5000.
       01 Dup-Overflow-Flag PIC X(1) VALUE "N".
           88 Dup-Overflow VALUE "Y".
       01 Dup-Found-Count PIC 9(4) VALUE ZERO.
       01 Dup-Window-Start PIC 9(8) VALUE ZERO.
       01 Dup-Cmp-Batch PIC 9(4) VALUE ZERO.
       01 Dup-Position PIC 9(9) VALUE ZERO.
       01 Dup-Hold-Flag PIC X(1) VALUE "N".
           88 Dup-Hold VALUE "Y".
       01 Dup-Head-Index PIC 9(4) VALUE ZERO.
       01 Dup-Step PIC 9(4) VALUE ZERO.
       01 Dup-Sub-A PIC 9(4) VALUE ZERO.
       01 Dup-Sub-B PIC 9(4) VALUE ZERO.
       01 Dup-Chain-Match-Flag PIC X(1) VALUE "N".
           88 Dup-Chain-Match VALUE "Y".
      * A chain read back from CALCHIST during the history match. Its
      * steps were written together, so they share the run's date,
      * time and batch and come back one after another.
       01 Hist-Chain-Table.
           05 Hist-Chain-Step OCCURS 50 TIMES INDEXED BY HcIdx.
               10 HC-Operator PIC X(1).
               10 HC-FirstNum PIC S9(7)V9(2).
               10 HC-SecondNum PIC S9(7)V9(2).
               10 HC-Result PIC S9(7)V9(2).
       01 Hist-Chain-Count PIC 9(4) VALUE ZERO.
       01 Hist-Chain-Date PIC 9(8) VALUE ZERO.
       01 Hist-Chain-Time PIC 9(6) VALUE ZERO.
       01 Hist-Chain-Batch PIC X(8) VALUE SPACES.
       01 Hist-Chain-Overflow-Flag PIC X(1) VALUE "N".
           88 Hist-Chain-Overflow VALUE "Y".
       01 Dup-Report-Line.
           05 DR-Batch-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-Origin PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-Business-Date PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-Position PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-Operator PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-FirstNum PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-SecondNum PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-Match PIC X(21).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-Action PIC X(4).
           05 FILLER PIC X(3) VALUE SPACE.
           05 DR-Steps PIC ZZZ9.
       01 Dup-Count-Display PIC ZZZ9.

      * A detail or trailer arriving before any header belongs to no
      * batch, so it cannot be refused with its batch; the file is
      * structurally unusable and is refused whole, as it always was.
       01 Effective-Business-Date PIC 9(8) VALUE ZERO.
       01 Run-Start-Date PIC 9(8) VALUE ZERO.

      * Closed business dates from CALCCLSD, each at its latest
      * state - a date closed and later reopened by a supervisor is
      * open again. Open-Business-Date is the date unbatched work
      * books to: the run date, or the next business day still open
      * when the run date has been closed.
       01 ClosedDate-Status PIC X(2).
       01 ClosedDate-EOF-Flag PIC X(1) VALUE "N".
           88 ClosedDate-EOF VALUE "Y".
       COPY CALCCLSR.
       01 Closed-Date-Table.
           05 Closed-Date-Entry OCCURS 400 TIMES
               INDEXED BY ClsIdx.
               10 CDT-Date PIC 9(8).
               10 CDT-Action PIC X(1).
       01 Closed-Date-Count PIC 9(4) VALUE ZERO.
       01 Closed-Date-Limit PIC 9(4) VALUE 400.
       01 Closed-Found-Flag PIC X(1) VALUE "N".
           88 Closed-Found VALUE "Y".
       01 Open-Business-Date PIC 9(8) VALUE ZERO.
       01 Open-Date-Tries PIC 9(3) VALUE ZERO.
       01 Open-Date-Found-Flag PIC X(1) VALUE "N".
           88 Open-Date-Found VALUE "Y".

      * Run-lock state. An active lock younger than the stale
      * threshold refuses this run outright; one left behind by an
      * abended run is taken over, so a crash cannot block the
           88 Lock-Held VALUE "Y".
       01 Lock-Stale-Flag PIC X(1) VALUE "N".
           88 Lock-Stale VALUE "Y".
       COPY RUNLOCKR.

      * A lock older than this many minutes is presumed abandoned
      * by an abended run. CALCPARM keyword LOCKSTALE overrides the
               10 SE-Batch-ID PIC X(8).
               10 SE-User PIC X(8).
               10 SE-Status PIC X(1).
               10 SE-Rec-Type PIC X(1).
               10 SE-Label PIC X(8).
               10 SE-Origin PIC X(8).

       01 Suspense-Count PIC 9(4) VALUE ZERO.
       01 Suspense-Limit PIC 9(4) VALUE 500.
           88 Suspense-EOF VALUE "Y".
       01 Suspense-Overflow-Flag PIC X(1) VALUE "N".
           88 Suspense-Overflow VALUE "Y".
       01 Susp-Chain-Flag PIC X(1) VALUE "N".
           88 Susp-Chain VALUE "Y".
       01 Maint-Choice PIC X(1).
       01 Maint-Field-Choice PIC X(1).
       01 Maint-Done-Flag PIC X(1) VALUE "N".
      * Posted-batch register record and the lookup state used to
      * recognize a CALCIN that was already processed.
       01 Register-Status PIC X(2).
       COPY PBREGR.

       01 Register-EOF-Flag PIC X(1) VALUE "N".
           88 Register-EOF VALUE "Y".
           88 Batch-Registered VALUE "Y".
       01 Registered-Count PIC 9(9) VALUE ZERO.
       01 Registered-Timestamp PIC X(19) VALUE SPACES.
       01 Registered-Origin PIC X(8) VALUE SPACES.
       01 Reprocess-Choice PIC X(1) VALUE "N".
           88 Reprocess-Approved VALUE "Y".
       01 Batch-Result-Total PIC S9(11)V9(2) VALUE ZERO.
       01 Batch-Reject-Count PIC 9(9) VALUE ZERO.

      * Run accounting for the scheduler: what was read, what
      * calculated, what rejected, and how bad the worst problem
       01 Operand-Limit-Display PIC -ZZZZZZ9.99.
       01 Operand-Limit-Neg-Display PIC -ZZZZZZ9.99.
       01 Ckpt-Interval-Display PIC ZZZ9.

      * Duplicate screening: the look-back window in days (CALCPARM
      * DUPDAYS) and whether a suspected duplicate is only reported
      * or is (H)eld in suspense for a supervisor to release
      * (CALCPARM DUPACTION WARN or HOLD). By default suspects are
      * reported, and the window is five days.
       01 Dup-Days PIC 9(3) VALUE 5.
       01 Dup-Days-Display PIC ZZ9.
       01 Dup-Action PIC X(1) VALUE "W".
           88 Dup-Action-Hold VALUE "H".
       01 Dup-Action-Text PIC X(4) VALUE "WARN".
       01 Calc-Count-Display PIC ZZZZZZZZ9.
       01 Reject-Count-Display PIC ZZZZZZZZ9.

                       PERFORM SuspenseMaint
                   WHEN Reversal-Mode
                       PERFORM ReversalProcess
                   WHEN Approval-Mode
                       PERFORM ApprovalProcess
                   WHEN OTHER
                       PERFORM InteractiveProcess
               END-EVALUATE
      * An inquiry, reversal, or approval session calculates
      * nothing, so the summary report from the previous run is
      * left in place.
               IF NOT Inquiry-Mode AND NOT Reversal-Mode
                       AND NOT Approval-Mode
                   PERFORM WriteReport
               END-IF
           END-IF
       MOVE Date-YYYYMMDD TO Run-Start-Date
       MOVE Run-Start-Date TO Effective-Business-Date
       PERFORM LoadCalendar
       PERFORM LoadClosedDates
       PERFORM SetOpenBusinessDate
       MOVE "+" TO Sum-Operator(1)
       MOVE "-" TO Sum-Operator(2)
       MOVE "*" TO Sum-Operator(3)
           END-IF
       END-IF.

      * Suspense maintenance, reversals, and approvals all send
      * figures back downstream, so those modes are held behind the
      * supervisor and administrator roles - the separation of
      * duties the auditors asked for.
       SelectMode.
       IF Session-Supervisor OR Session-Administrator
           DISPLAY "Select mode: (I)nteractive, (B)atch, in(Q)uiry, "
               "suspense (M)aintenance, (R)eversal, or "
               "(A)pproval: "
       ELSE
           DISPLAY "Select mode: (I)nteractive, (B)atch, or "
               "in(Q)uiry: "
       END-IF
       ACCEPT Run-Mode
       IF (Run-Mode IS = "M" OR Run-Mode IS = "R"
               OR Run-Mode IS = "A")
               AND NOT Session-Supervisor
               AND NOT Session-Administrator
           DISPLAY "That mode requires a supervisor or "
                   AND Run-Mode IS NOT = "Q"
                   AND Run-Mode IS NOT = "M"
                   AND Run-Mode IS NOT = "R"
                   AND Run-Mode IS NOT = "A"
                DISPLAY "An unrecognized mode was entered."
                PERFORM SelectMode
           END-IF
           PERFORM ScreenOneBatch
               VARYING BatIdx FROM 1 BY 1
               UNTIL BatIdx > Batch-Count
           PERFORM ScreenDuplicates
           PERFORM RunBatchFile
       END-IF
       PERFORM SetRunBatchName.
                   TO Business-Date-Num
               PERFORM JudgeBusinessDate
           END-IF
       END-IF
      * A closed date is refused with or without the calendar; the
      * day's books are final once CalcClos has closed it.
       IF Date-OK AND BE-Business-Date(BatIdx) IS NUMERIC
           MOVE BE-Business-Date(BatIdx) TO Business-Date-Num
           PERFORM LookUpClosedDate
           IF Closed-Found
               MOVE "N" TO Date-OK-Flag
               DISPLAY "CALCIN batch " BE-Batch-ID(BatIdx)
                   " refused: business date " Business-Date-Num
                   " has been closed."
           END-IF
       END-IF.

      * The header date is submitter input, so an impossible day
                           MOVE PB-Detail-Count TO Registered-Count
                           MOVE PB-Completed-Timestamp
                               TO Registered-Timestamp
                           MOVE PB-Origin TO Registered-Origin
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RegisterFile
       END-IF.

      * Rerunning a registered batch takes a deliberate override
      * seen by two people: a supervisor here only raises a
      * reprocess request, and the batch runs on a later submission
      * once a different supervisor has approved it in approval
      * mode. Anything else stops here with a warning the scheduler
      * can see.
       ConfirmReprocess.
       DISPLAY "Batch " Current-Batch-ID " was already processed on "
           Registered-Timestamp " (" Registered-Count
           " record(s) posted downstream)."
       DISPLAY "Reprocessing would post it to the ledger again."
       MOVE "P" TO Aprv-Scan-Type
       MOVE Current-Batch-ID TO Aprv-Scan-Reference
       MOVE "PA" TO Aprv-Keep-Status
       PERFORM FindApprovalRequest
       EVALUATE TRUE
           WHEN Aprv-Approved-Found
               MOVE Aprv-Found-Image TO Approval-Record
               DISPLAY "Reprocess request " AQ-Request-ID
                   " raised by " AQ-Requester " was approved by "
                   AQ-Approver "; the batch will be reprocessed."
               MOVE "Y" TO Reprocess-Choice
               MOVE AQ-Request-ID TO BE-Approval-ID(BatIdx)
           WHEN Aprv-Pending-Found
               MOVE Aprv-Found-Image TO Approval-Record
               DISPLAY "Reprocess request " AQ-Request-ID
                   " raised by " AQ-Requester " on "
                   AQ-Request-Timestamp " is still awaiting a "
                   "second supervisor's approval."
           WHEN Session-Supervisor OR Session-Administrator
               DISPLAY "Request approval to reprocess it? (Y/N): "
               ACCEPT Aprv-Confirm
               IF Aprv-Confirm IS = "Y"
                   PERFORM RaiseApprovalRequest
               END-IF
           WHEN OTHER
               DISPLAY "The reprocess override requires a "
                   "supervisor or administrator role."
       END-EVALUATE
       IF NOT Reprocess-Approved
           DISPLAY "The batch was not processed."
           IF High-Severity < 8
           END-IF
       END-IF.

      * Screen the details of the batches about to run for work
      * that has already been posted or is about to be posted twice.
      * Only details the run will actually process are suspects: a
      * refused batch posts nothing, and a restart does not screen
      * what the abended run already posted. Every suspect is listed
      * on DUPLRPT, and is either only warned about or held in
      * suspense, as CALCPARM DUPACTION says.
       ScreenDuplicates.
       MOVE ZERO TO Dup-Found-Count
       PERFORM VARYING DupIdx FROM 1 BY 1 UNTIL DupIdx > Dup-Count
           SET BatIdx TO DE-Batch-Index(DupIdx)
           SET Dup-Position TO DupIdx
           IF BE-Process(BatIdx) IS NOT = "Y"
               MOVE "N" TO DE-Comparable(DupIdx)
           END-IF
           IF DE-Comparable(DupIdx) IS = "Y"
                   AND BE-Resumed(BatIdx) IS NOT = "Y"
                   AND Dup-Position > Ckpt-Resume-Count
               MOVE "Y" TO DE-Screen(DupIdx)
           END-IF
       END-PERFORM
       PERFORM VARYING DupIdx FROM 1 BY 1 UNTIL DupIdx > Dup-Count
           IF DE-Screen(DupIdx) IS = "Y"
               PERFORM MatchEarlierDetail
           END-IF
       END-PERFORM
       IF CalcHist-Open
           PERFORM MatchHistory
       END-IF
       PERFORM WriteDupReport
       IF Dup-Found-Count > 0
           MOVE Dup-Found-Count TO Dup-Count-Display
           IF Dup-Action-Hold
               DISPLAY Dup-Count-Display " suspected duplicate "
                   "detail(s) will be held in suspense; see DUPLRPT."
           ELSE
               DISPLAY "Warning: " Dup-Count-Display " suspected "
                   "duplicate detail(s) will be posted; see DUPLRPT."
           END-IF
           IF High-Severity < 4
               MOVE 4 TO High-Severity
           END-IF
       END-IF.

      * Against the details and chains of earlier batches in this
      * file. One already posted by an abended run still counts as
      * the earlier copy.
       MatchEarlierDetail.
       SET BatIdx TO DE-Batch-Index(DupIdx)
       PERFORM VARYING DupCmpIdx FROM 1 BY 1
               UNTIL DupCmpIdx >= DupIdx
                   OR DE-Match-Type(DupIdx) IS NOT = SPACE
           MOVE DE-Batch-Index(DupCmpIdx) TO Dup-Cmp-Batch
           IF Dup-Cmp-Batch < DE-Batch-Index(DupIdx)
                   AND DE-Comparable(DupCmpIdx) = "Y"
                   AND DE-Chain-Length(DupCmpIdx)
                       = DE-Chain-Length(DupIdx)
                   AND DE-Operator(DupCmpIdx) = DE-Operator(DupIdx)
                   AND DE-FirstNum(DupCmpIdx) = DE-FirstNum(DupIdx)
                   AND DE-SecondNum(DupCmpIdx)
                       = DE-SecondNum(DupIdx)
                   AND BE-Origin(Dup-Cmp-Batch) = BE-Origin(BatIdx)
                   AND BE-Business-Date(Dup-Cmp-Batch)
                       = BE-Business-Date(BatIdx)
               PERFORM CompareFileChains
               IF Dup-Chain-Match
                   MOVE "F" TO DE-Match-Type(DupIdx)
                   MOVE BE-Batch-ID(Dup-Cmp-Batch)
                       TO DE-Match-Ref(DupIdx)
               END-IF
           END-IF
       END-PERFORM.

      * Two chains of the same length whose heads match are the
      * same only if every later step has the same operator and the
      * same literal operand or reference to an earlier step.
       CompareFileChains.
       SET Dup-Chain-Match TO TRUE
       MOVE 1 TO Dup-Step
       PERFORM UNTIL Dup-Step >= DE-Chain-Length(DupIdx)
               OR NOT Dup-Chain-Match
           SET Dup-Sub-A TO DupIdx
           SET Dup-Sub-B TO DupCmpIdx
           ADD Dup-Step TO Dup-Sub-A
           ADD Dup-Step TO Dup-Sub-B
           IF DE-Operator(Dup-Sub-A) IS NOT = DE-Operator(Dup-Sub-B)
                   OR DE-SecondNum(Dup-Sub-A)
                       IS NOT = DE-SecondNum(Dup-Sub-B)
                   OR DE-Ref-Step(Dup-Sub-A)
                       IS NOT = DE-Ref-Step(Dup-Sub-B)
               MOVE "N" TO Dup-Chain-Match-Flag
           END-IF
           ADD 1 TO Dup-Step
       END-PERFORM.

      * Against the history master, one pass over the calculations
      * posted within the look-back window. A lone calculation is
      * matched only by a lone detail, and a chain's steps only by a
      * chain as a whole, never one step at a time. A reversed
      * calculation or chain was backed out and may rightly be sent
      * again, and a batch's own earlier postings - a restart, or an
      * approved reprocess - are not duplicates of it.
       MatchHistory.
       COMPUTE Business-Date-Int =
           FUNCTION INTEGER-OF-DATE(Run-Start-Date) - Dup-Days
       MOVE FUNCTION DATE-OF-INTEGER(Business-Date-Int)
           TO Dup-Window-Start
       MOVE "N" TO Hist-EOF-Flag
       MOVE ZERO TO Hist-Chain-Count
       MOVE Dup-Window-Start TO CH-Date
       START CalcHistFile KEY IS >= CH-Date
           INVALID KEY
               SET Hist-EOF TO TRUE
       END-START
       PERFORM UNTIL Hist-EOF
           READ CalcHistFile NEXT RECORD
               AT END
                   SET Hist-EOF TO TRUE
               NOT AT END
                   PERFORM MatchOneHistRecord
           END-READ
       END-PERFORM.

      * Chain steps are gathered until the final step, which carries
      * the chain's posting and so its reversal state.
       MatchOneHistRecord.
       EVALUATE TRUE
           WHEN CH-Chain-Intermediate
               PERFORM BufferHistChainStep
           WHEN CH-Chain-Final
               PERFORM BufferHistChainStep
               IF CH-Reversed IS NOT = "R"
                       AND NOT Hist-Chain-Overflow
                       AND Hist-Chain-Count > 1
                   PERFORM MatchHistChain
               END-IF
               MOVE ZERO TO Hist-Chain-Count
           WHEN OTHER
               MOVE ZERO TO Hist-Chain-Count
               IF CH-Reversed IS NOT = "R"
                   PERFORM MatchHistLone
               END-IF
       END-EVALUATE.

      * A step from another run or batch than the steps gathered so
      * far starts a new chain; the earlier steps belonged to a chain
      * an abended run never finished.
       BufferHistChainStep.
       IF Hist-Chain-Count > 0
               AND (CH-Date IS NOT = Hist-Chain-Date
                   OR CH-Time IS NOT = Hist-Chain-Time
                   OR CH-Batch-ID IS NOT = Hist-Chain-Batch)
           MOVE ZERO TO Hist-Chain-Count
       END-IF
       IF Hist-Chain-Count = 0
           MOVE "N" TO Hist-Chain-Overflow-Flag
           MOVE CH-Date TO Hist-Chain-Date
           MOVE CH-Time TO Hist-Chain-Time
           MOVE CH-Batch-ID TO Hist-Chain-Batch
       END-IF
       IF Hist-Chain-Count >= Chain-Limit
           SET Hist-Chain-Overflow TO TRUE
       ELSE
           ADD 1 TO Hist-Chain-Count
           SET HcIdx TO Hist-Chain-Count
           MOVE CH-Operator TO HC-Operator(HcIdx)
           MOVE CH-FirstNum TO HC-FirstNum(HcIdx)
           MOVE CH-SecondNum TO HC-SecondNum(HcIdx)
           MOVE CH-Result TO HC-Result(HcIdx)
       END-IF.

      * The chain's reference is that of its final step, the one
      * posted downstream.
       MatchHistChain.
       PERFORM VARYING DupIdx FROM 1 BY 1 UNTIL DupIdx > Dup-Count
           IF DE-Screen(DupIdx) IS = "Y"
                   AND DE-Match-Type(DupIdx) IS = SPACE
                   AND DE-Chain-Length(DupIdx) = Hist-Chain-Count
                   AND DE-Operator(DupIdx) = HC-Operator(1)
                   AND DE-FirstNum(DupIdx) = HC-FirstNum(1)
                   AND DE-SecondNum(DupIdx) = HC-SecondNum(1)
               SET BatIdx TO DE-Batch-Index(DupIdx)
               IF BE-Origin(BatIdx) = CH-Origin
                       AND BE-Business-Date(BatIdx) IS NUMERIC
                       AND BE-Business-Date(BatIdx)
                           = CH-Business-Date
                       AND BE-Batch-ID(BatIdx) IS NOT = CH-Batch-ID
                   PERFORM CompareHistChain
                   IF Dup-Chain-Match
                       MOVE "H" TO DE-Match-Type(DupIdx)
                       MOVE CH-Seq TO DE-Match-Ref(DupIdx)
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

      * History holds each step with its operands resolved, so a
      * later step matches when its operator agrees and its second
      * operand is the card's literal or the result of the step the
      * card's label names.
       CompareHistChain.
       SET Dup-Chain-Match TO TRUE
       MOVE 2 TO Dup-Step
       PERFORM UNTIL Dup-Step > Hist-Chain-Count
               OR NOT Dup-Chain-Match
           SET Dup-Sub-A TO DupIdx
           ADD Dup-Step TO Dup-Sub-A
           SUBTRACT 1 FROM Dup-Sub-A
           EVALUATE TRUE
               WHEN DE-Operator(Dup-Sub-A)
                       IS NOT = HC-Operator(Dup-Step)
                   MOVE "N" TO Dup-Chain-Match-Flag
               WHEN DE-Ref-Step(Dup-Sub-A) > 0
                   MOVE DE-Ref-Step(Dup-Sub-A) TO Dup-Sub-B
                   IF HC-SecondNum(Dup-Step)
                           IS NOT = HC-Result(Dup-Sub-B)
                       MOVE "N" TO Dup-Chain-Match-Flag
                   END-IF
               WHEN HC-SecondNum(Dup-Step)
                       IS NOT = DE-SecondNum(Dup-Sub-A)
                   MOVE "N" TO Dup-Chain-Match-Flag
           END-EVALUATE
           ADD 1 TO Dup-Step
       END-PERFORM.

       MatchHistLone.
       PERFORM VARYING DupIdx FROM 1 BY 1 UNTIL DupIdx > Dup-Count
           IF DE-Screen(DupIdx) IS = "Y"
                   AND DE-Match-Type(DupIdx) IS = SPACE
                   AND DE-Chain-Length(DupIdx) = 1
                   AND DE-Operator(DupIdx) = CH-Operator
                   AND DE-FirstNum(DupIdx) = CH-FirstNum
                   AND DE-SecondNum(DupIdx) = CH-SecondNum
               SET BatIdx TO DE-Batch-Index(DupIdx)
               IF BE-Origin(BatIdx) = CH-Origin
                       AND BE-Business-Date(BatIdx) IS NUMERIC
                       AND BE-Business-Date(BatIdx)
                           = CH-Business-Date
                       AND BE-Batch-ID(BatIdx) IS NOT = CH-Batch-ID
                   MOVE "H" TO DE-Match-Type(DupIdx)
                   MOVE CH-Seq TO DE-Match-Ref(DupIdx)
               END-IF
           END-IF
       END-PERFORM.

      * The report is rewritten for every batch run, so it always
      * speaks for the CALCIN file just processed.
       WriteDupReport.
       OPEN OUTPUT DupReportFile
       IF DupReport-Status IS NOT = "00"
           DISPLAY "Unable to open DUPLRPT report file (status "
               DupReport-Status ")."
       ELSE
           PERFORM BuildTimestamp
           MOVE SPACES TO DupReportFileRecord
           STRING "CobCalc Suspected Duplicate Report  "
               Timestamp-Display
               DELIMITED BY SIZE INTO DupReportFileRecord
           WRITE DupReportFileRecord
           MOVE SPACES TO DupReportFileRecord
           STRING "Look-back window:" Dup-Days-Display
               " day(s), from " Dup-Window-Start
               "; action: " Dup-Action-Text
               DELIMITED BY SIZE INTO DupReportFileRecord
           WRITE DupReportFileRecord
           IF NOT CalcHist-Open
               MOVE SPACES TO DupReportFileRecord
               STRING "CALCHIST unavailable - details were "
                   "screened against this file only"
                   DELIMITED BY SIZE INTO DupReportFileRecord
               WRITE DupReportFileRecord
           END-IF
           IF Dup-Overflow
               MOVE Dup-Limit TO Dup-Count-Display
               MOVE SPACES TO DupReportFileRecord
               STRING "CALCIN holds more than" Dup-Count-Display
                   " details - the rest were not screened"
                   DELIMITED BY SIZE INTO DupReportFileRecord
               WRITE DupReportFileRecord
           END-IF
           MOVE SPACES TO DupReportFileRecord
           WRITE DupReportFileRecord
           MOVE SPACES TO DupReportFileRecord
           STRING "Batch    Origin   Bus.Date    Detail "
               "Op     First      Second Matches               "
               "Action Steps"
               DELIMITED BY SIZE INTO DupReportFileRecord
           WRITE DupReportFileRecord
           PERFORM VARYING DupIdx FROM 1 BY 1
                   UNTIL DupIdx > Dup-Count
               IF DE-Match-Type(DupIdx) IS NOT = SPACE
                   PERFORM WriteDupLine
               END-IF
           END-PERFORM
           MOVE SPACES TO DupReportFileRecord
           WRITE DupReportFileRecord
           MOVE Dup-Found-Count TO Dup-Count-Display
           MOVE SPACES TO DupReportFileRecord
           STRING "Suspected duplicates:" Dup-Count-Display
               DELIMITED BY SIZE INTO DupReportFileRecord
           WRITE DupReportFileRecord
           CLOSE DupReportFile
       END-IF.

       WriteDupLine.
       ADD 1 TO Dup-Found-Count
       SET BatIdx TO DE-Batch-Index(DupIdx)
       MOVE SPACES TO Dup-Report-Line
       MOVE BE-Batch-ID(BatIdx) TO DR-Batch-ID
       MOVE BE-Origin(BatIdx) TO DR-Origin
       MOVE BE-Business-Date(BatIdx) TO DR-Business-Date
       SET Dup-Position TO DupIdx
       MOVE Dup-Position TO DR-Position
       MOVE DE-Operator(DupIdx) TO DR-Operator
       MOVE DE-FirstNum(DupIdx) TO DR-FirstNum
       MOVE DE-SecondNum(DupIdx) TO DR-SecondNum
       MOVE DE-Chain-Length(DupIdx) TO DR-Steps
       IF DE-Match-Type(DupIdx) IS = "H"
           STRING "CALCHIST " DE-Match-Ref(DupIdx)
               DELIMITED BY SIZE INTO DR-Match
       ELSE
           STRING "CALCIN batch " DE-Match-Ref(DupIdx)
               DELIMITED BY SIZE INTO DR-Match
       END-IF
       IF Dup-Action-Hold
           MOVE "HELD" TO DR-Action
       ELSE
           MOVE "WARN" TO DR-Action
       END-IF
       MOVE Dup-Report-Line TO DupReportFileRecord
       WRITE DupReportFileRecord.

       RunBatchFile.
       MOVE ZERO TO Batch-Run-Index
       OPEN INPUT CalcInFile
                       PERFORM RunOneBatchLine
               END-READ
           END-PERFORM
           PERFORM FlushChain
           CLOSE CalcInFile
           PERFORM CheckpointReset
       END-IF.
       RunOneBatchLine.
       EVALUATE TRUE
           WHEN CalcIn-Header-Rec
               PERFORM FlushChain
               ADD 1 TO Batch-Run-Index
               SET BatIdx TO Batch-Run-Index
               MOVE BE-Batch-ID(BatIdx) TO Current-Batch-ID
               MOVE BE-Business-Date(BatIdx)
                   TO Batch-Business-Date
      * A header whose business date will not parse (possible when
      * no calendar is loaded to refuse it) falls back to the open
      * business date rather than inheriting the previous batch's
      * date.
               IF BE-Business-Date(BatIdx) IS NUMERIC
                   MOVE BE-Business-Date(BatIdx)
                       TO Effective-Business-Date
               ELSE
                   MOVE Open-Business-Date TO Effective-Business-Date
               END-IF
               MOVE ZERO TO Batch-Result-Total
               MOVE ZERO TO Batch-Reject-Count
      * A detail closes any chain before it and opens its own; the
      * chain is processed once the record after its last step
      * shows it is complete.
           WHEN CalcIn-Detail-Rec
               PERFORM FlushChain
               ADD 1 TO Record-Count
               SET BatIdx TO Batch-Run-Index
               IF BE-Process(BatIdx) IS = "Y"
                       AND Record-Count > Ckpt-Resume-Count
                   MOVE Record-Count TO Chain-Head-Position
                   MOVE 1 TO Chain-Step-Count
                   SET ChnIdx TO 1
                   MOVE "D" TO CS-Rec-Type(ChnIdx)
                   MOVE BD-FirstNum TO CS-FirstNum(ChnIdx)
                   MOVE BD-Operator TO CS-Operator(ChnIdx)
                   MOVE BD-SecondNum TO CS-SecondNum(ChnIdx)
                   MOVE BD-Label TO CS-Label(ChnIdx)
                   MOVE ZERO TO CS-Suspense-Index(ChnIdx)
               END-IF
           WHEN CalcIn-Continue-Rec
               ADD 1 TO Record-Count
               IF Chain-Step-Count > 0
                   ADD 1 TO Chain-Step-Count
                   SET ChnIdx TO Chain-Step-Count
                   MOVE "C" TO CS-Rec-Type(ChnIdx)
                   MOVE SPACES TO CS-FirstNum(ChnIdx)
                   MOVE BC-Operator TO CS-Operator(ChnIdx)
                   MOVE BC-SecondNum TO CS-SecondNum(ChnIdx)
                   MOVE BC-Label TO CS-Label(ChnIdx)
                   MOVE ZERO TO CS-Suspense-Index(ChnIdx)
               END-IF
           WHEN CalcIn-Trailer-Rec
               PERFORM FlushChain
               SET BatIdx TO Batch-Run-Index
               IF BE-Process(BatIdx) IS = "Y"
                       AND BE-Resumed(BatIdx) IS NOT = "Y"
                   PERFORM RegisterBatch
                   IF BE-Approval-ID(BatIdx) > 0
                       PERFORM MarkReprocessUsed
                   END-IF
               END-IF
       END-EVALUATE.

      * Process the chain just completed. Checkpoints fall only
      * between chains, so a restart never resumes partway through
      * a formula: one is taken when the chain reached or passed the
      * next multiple of the checkpoint interval.
       FlushChain.
       IF Chain-Step-Count > 0
           IF Dup-Action-Hold AND Chain-Head-Position <= Dup-Count
               SET DupIdx TO Chain-Head-Position
               IF DE-Match-Type(DupIdx) IS NOT = SPACE
                   SET Dup-Hold TO TRUE
               END-IF
           END-IF
           IF Chain-Step-Count = 1
               SET ChnIdx TO 1
               MOVE CS-FirstNum(ChnIdx) TO CI-FirstNum
               MOVE CS-Operator(ChnIdx) TO CI-Operator
               MOVE CS-SecondNum(ChnIdx) TO CI-SecondNum
               MOVE CS-Label(ChnIdx) TO CI-Label
               MOVE CS-Rec-Type(ChnIdx) TO CI-Rec-Type
               PERFORM ProcessBatchRecord
           ELSE
               PERFORM ProcessChain
           END-IF
           MOVE "N" TO Dup-Hold-Flag
           IF FUNCTION INTEGER((Chain-Head-Position - 1)
                   / Ckpt-Interval)
                   < FUNCTION INTEGER(Record-Count / Ckpt-Interval)
               PERFORM CheckpointSave
           END-IF
           MOVE ZERO TO Chain-Step-Count
       END-IF.

      * A batch that ran to completion is recorded in the register
      * with its identity, counts, hash totals, the results posted
      * this run, and when it finished.
           MOVE Batch-Result-Total TO PB-Result-Total
           MOVE Timestamp-Display TO PB-Completed-Timestamp
           MOVE BE-Business-Date(BatIdx) TO PB-Business-Date
           MOVE BE-Origin(BatIdx) TO PB-Origin
           MOVE Batch-Reject-Count TO PB-Reject-Count
           MOVE SPACES TO RegisterFileRecord
           MOVE Register-Record TO RegisterFileRecord
           WRITE RegisterFileRecord
           WHEN CalcIn-Header-Rec
               PERFORM OpenBatchEntry
           WHEN CalcIn-Detail-Rec
           WHEN CalcIn-Continue-Rec
               ADD 1 TO CalcIn-Total-Count
               IF NOT Batch-Open
                   ADD 1 TO Stray-Record-Count
               ELSE
                   SET BatIdx TO Batch-Count
                   ADD 1 TO BE-Detail-Count(BatIdx)
                   PERFORM HoldDupDetail
                   PERFORM CheckChainShape
                   MOVE FUNCTION TEST-NUMVAL(BD-FirstNum)
                       TO NumVal-Check
                   IF NumVal-Check IS = 0
                   MOVE BT-Second-Hash TO BE-Trailer-Second(BatIdx)
                   MOVE CalcIn-Total-Count
                       TO BE-End-Detail(BatIdx)
                   MOVE ZERO TO Pre-Chain-Length
                   MOVE "N" TO Batch-Open-Flag
               END-IF
           WHEN OTHER
           MOVE "N" TO BE-Process(BatIdx)
           MOVE ZERO TO BE-End-Detail(BatIdx)
           MOVE "N" TO BE-Resumed(BatIdx)
           MOVE ZERO TO BE-Approval-ID(BatIdx)
           MOVE SPACE TO BE-Chain-Error(BatIdx)
           MOVE ZERO TO Pre-Chain-Length
           SET Batch-Open TO TRUE
       END-IF.

      * Keep one detail or continuation for duplicate screening.
      * Past the table limit the later records go unscreened, and a
      * chain cut short by the limit is not compared at all; the
      * file still runs.
       HoldDupDetail.
       IF Dup-Count >= Dup-Limit
           SET Dup-Overflow TO TRUE
           IF CalcIn-Detail-Rec
               MOVE ZERO TO Dup-Head-Index
           END-IF
           IF CalcIn-Continue-Rec AND Dup-Head-Index > 0
               MOVE "N" TO DE-Comparable(Dup-Head-Index)
           END-IF
       ELSE
           ADD 1 TO Dup-Count
           SET DupIdx TO Dup-Count
           MOVE Batch-Count TO DE-Batch-Index(DupIdx)
           MOVE BD-Operator TO DE-Operator(DupIdx)
           MOVE BD-Label TO DE-Label(DupIdx)
           MOVE ZERO TO DE-Ref-Step(DupIdx)
           MOVE ZERO TO DE-Chain-Length(DupIdx)
           MOVE "N" TO DE-Comparable(DupIdx)
           MOVE "N" TO DE-Screen(DupIdx)
           MOVE SPACE TO DE-Match-Type(DupIdx)
           MOVE SPACES TO DE-Match-Ref(DupIdx)
           MOVE ZERO TO DE-FirstNum(DupIdx)
           MOVE ZERO TO DE-SecondNum(DupIdx)
           IF CalcIn-Continue-Rec
               PERFORM HoldDupContinuation
           ELSE
               MOVE Dup-Count TO Dup-Head-Index
               MOVE 1 TO DE-Chain-Length(DupIdx)
           END-IF
           IF CalcIn-Detail-Rec
                   AND FUNCTION TEST-NUMVAL(BD-FirstNum) = 0
                   AND FUNCTION TEST-NUMVAL(BD-SecondNum) = 0
               IF FUNCTION ABS(FUNCTION NUMVAL(BD-FirstNum))
                       <= Operand-Limit
                       AND FUNCTION ABS(FUNCTION NUMVAL(BD-SecondNum))
                       <= Operand-Limit
                   MOVE FUNCTION NUMVAL(BD-FirstNum)
                       TO DE-FirstNum(DupIdx)
                   MOVE FUNCTION NUMVAL(BD-SecondNum)
                       TO DE-SecondNum(DupIdx)
                   MOVE "Y" TO DE-Comparable(DupIdx)
               END-IF
           END-IF
       END-IF.

      * A continuation lengthens the chain of the head before it. A
      * step whose operand would not pass the edit, or whose label
      * names no earlier step, leaves the whole chain unmatched, as
      * the run will reject it. An orphan continuation has no chain
      * to join; its batch is refused for it.
       HoldDupContinuation.
       IF Pre-Chain-Length > 0 AND Dup-Head-Index > 0
           ADD 1 TO DE-Chain-Length(Dup-Head-Index)
           EVALUATE TRUE
               WHEN BC-SecondNum(1:1) IS = "@"
                   PERFORM FindDupLabel
               WHEN FUNCTION TEST-NUMVAL(BC-SecondNum) IS NOT = 0
                   MOVE "N" TO DE-Comparable(Dup-Head-Index)
               WHEN FUNCTION ABS(FUNCTION NUMVAL(BC-SecondNum))
                       > Operand-Limit
                   MOVE "N" TO DE-Comparable(Dup-Head-Index)
               WHEN OTHER
                   MOVE FUNCTION NUMVAL(BC-SecondNum)
                       TO DE-SecondNum(DupIdx)
           END-EVALUATE
       END-IF.

      * The label resolves as the run resolves it: to the first
      * earlier step of the chain that carries it.
       FindDupLabel.
       MOVE "N" TO Chain-Label-Found-Flag
       IF BC-SecondNum(2:8) IS NOT = SPACES
           SET DupCmpIdx TO Dup-Head-Index
           PERFORM UNTIL Chain-Label-Found OR DupCmpIdx >= DupIdx
               IF DE-Label(DupCmpIdx) IS = BC-SecondNum(2:8)
                   SET Chain-Label-Found TO TRUE
               ELSE
                   SET DupCmpIdx UP BY 1
               END-IF
           END-PERFORM
       END-IF
       IF Chain-Label-Found
           SET Dup-Sub-A TO DupCmpIdx
           COMPUTE DE-Ref-Step(DupIdx) =
               Dup-Sub-A - Dup-Head-Index + 1
       ELSE
           MOVE "N" TO DE-Comparable(Dup-Head-Index)
       END-IF.

      * A continuation must follow a calculation of its own batch,
      * and no chain may outgrow the table that holds it in the run.
       CheckChainShape.
       IF CalcIn-Detail-Rec
           MOVE 1 TO Pre-Chain-Length
       ELSE
           IF Pre-Chain-Length = 0
               MOVE "O" TO BE-Chain-Error(BatIdx)
           ELSE
               ADD 1 TO Pre-Chain-Length
               IF Pre-Chain-Length > Chain-Limit
                   MOVE "L" TO BE-Chain-Error(BatIdx)
               END-IF
           END-IF
       END-IF.

      * File-level structure first, then each batch on its own
      * merits. Only structural damage that cannot be pinned on one
      * batch refuses the whole file.
               DISPLAY "CALCIN batch " BE-Batch-ID(BatIdx)
                   " rejected: an operand hash total overflowed, "
                   "so the batch cannot be balance-checked."
           WHEN BE-Chain-Error(BatIdx) IS = "O"
               DISPLAY "CALCIN batch " BE-Batch-ID(BatIdx)
                   " rejected: a continuation record does not "
                   "follow a calculation to continue."
           WHEN BE-Chain-Error(BatIdx) IS = "L"
               DISPLAY "CALCIN batch " BE-Batch-ID(BatIdx)
                   " rejected: a chained calculation runs past "
                   Chain-Limit " steps."
           WHEN BE-Trailer-Count(BatIdx) NOT = 1
               DISPLAY "CALCIN batch " BE-Batch-ID(BatIdx)
                   " rejected: expected one trailer record, found "
      * mode there is no user to re-prompt, so anything invalid is
      * flagged and written to ERRLOG instead of looping for input.
       ProcessBatchRecord.
       ADD 1 TO Records-Read-Count
       PERFORM EditBatchRecord

       PERFORM BuildTimestamp
       IF Calc-Error
           ADD 1 TO Records-Reject-Count
           IF Batch-Mode
               ADD 1 TO Batch-Reject-Count
           END-IF
           IF Error-Reason-Code IS = "OVFL"
                   OR Error-Reason-Code IS = "ZNEG"
               PERFORM WriteErrLog
           ELSE
               PERFORM WriteErrLogRaw
           END-IF
           PERFORM WriteSuspense
       ELSE
           ADD 1 TO Records-Calc-Count
           IF Batch-Mode
               ADD Result TO Batch-Result-Total
                   ON SIZE ERROR
                       PERFORM WriteRegisterOverflowLog
               END-ADD
           END-IF
           PERFORM WriteCalcLog
           PERFORM WriteCalcHist
           PERFORM WriteCalcOut
           PERFORM AccumulateSummary
       END-IF.

      * The edit and the arithmetic, with nothing written: Calc-Error
      * and the reason say whether the record stands, and FirstNum,
      * SecondNum and Result hold its figures when it does.
       EditBatchRecord.
       MOVE "N" TO Calc-Error-Flag

       MOVE FUNCTION TEST-NUMVAL(CI-FirstNum) TO NumVal-Check
       IF NumVal-Check IS NOT = 0
           END-IF
       END-IF

      * A suspected duplicate held by the pre-pass goes to suspense
      * under its own reason; a supervisor's release from suspense
      * maintenance posts it after all.
       IF NOT Calc-Error AND Dup-Hold
           SET Calc-Error TO TRUE
           MOVE "DUPL" TO Error-Reason-Code
           MOVE "Suspected duplicate held for release"
               TO Error-Reason-Text
       END-IF

       IF NOT Calc-Error
           MOVE FirstNum TO FirstNumDeleteZero
           MOVE SecondNum TO SecNumDeleteZero
           PERFORM PerformArithmetic
       END-IF.

      * Every step is edited and calculated before any is written;
      * the first rejected step stops the chain.
       ProcessChain.
       MOVE "N" TO Chain-Reject-Flag
       MOVE ZERO TO Chain-Fail-Step
       PERFORM EditChainStep
           VARYING ChnIdx FROM 1 BY 1
           UNTIL ChnIdx > Chain-Step-Count OR Chain-Reject
       ADD Chain-Step-Count TO Records-Read-Count
       PERFORM BuildTimestamp
       IF Chain-Reject
           PERFORM RejectChainStep
               VARYING ChnIdx FROM 1 BY 1
               UNTIL ChnIdx > Chain-Step-Count
       ELSE
           PERFORM PostChainStep
               VARYING ChnIdx FROM 1 BY 1
               UNTIL ChnIdx > Chain-Step-Count
       END-IF.

      * A continuation's first operand is the step before's result;
      * an "@" second operand is the result of the earlier step that
      * carries that label. A chain suspected as a whole of being a
      * duplicate is held through its head, which rejects every step.
       EditChainStep.
       IF ChnIdx = 1
           MOVE CS-FirstNum(ChnIdx) TO CI-FirstNum
       ELSE
           MOVE "N" TO Dup-Hold-Flag
           MOVE CS-Result(ChnIdx - 1) TO Chain-Operand-Edit
           MOVE Chain-Operand-Edit TO CI-FirstNum
       END-IF
       MOVE CS-Operator(ChnIdx) TO CI-Operator
       MOVE "Y" TO Chain-Label-Found-Flag
       IF CS-SecondNum(ChnIdx)(1:1) IS = "@"
           PERFORM FindChainLabel
           IF Chain-Label-Found
               MOVE CS-Result(ChnRefIdx) TO Chain-Operand-Edit
               MOVE Chain-Operand-Edit TO CI-SecondNum
           END-IF
       ELSE
           MOVE CS-SecondNum(ChnIdx) TO CI-SecondNum
       END-IF
       IF Chain-Label-Found
           PERFORM EditBatchRecord
       ELSE
           SET Calc-Error TO TRUE
           MOVE "LABL" TO Error-Reason-Code
           MOVE "Label not defined earlier in the chain"
               TO Error-Reason-Text
       END-IF
       IF Calc-Error
           SET Chain-Reject TO TRUE
           SET Chain-Fail-Step TO ChnIdx
           MOVE Error-Reason-Code TO CS-Reason-Code(ChnIdx)
           MOVE Error-Reason-Text TO CS-Reason-Text(ChnIdx)
       ELSE
           MOVE FirstNum TO CS-First-Value(ChnIdx)
           MOVE SecondNum TO CS-Second-Value(ChnIdx)
           MOVE Result TO CS-Result(ChnIdx)
       END-IF.

       FindChainLabel.
       MOVE "N" TO Chain-Label-Found-Flag
       IF CS-SecondNum(ChnIdx)(2:8) IS NOT = SPACES
           SET ChnRefIdx TO 1
           PERFORM UNTIL Chain-Label-Found OR ChnRefIdx >= ChnIdx
               IF CS-Label(ChnRefIdx) IS = CS-SecondNum(ChnIdx)(2:8)
                   SET Chain-Label-Found TO TRUE
               ELSE
                   SET ChnRefIdx UP BY 1
               END-IF
           END-PERFORM
       END-IF.

      * The whole chain goes to ERRLOG and SUSPENSE in card form,
      * the step at fault with its own reason and every other step
      * with CHAN, so the formula is repaired and released as one.
       RejectChainStep.
       MOVE CS-FirstNum(ChnIdx) TO CI-FirstNum
       MOVE CS-Operator(ChnIdx) TO CI-Operator
       MOVE CS-SecondNum(ChnIdx) TO CI-SecondNum
       MOVE CS-Label(ChnIdx) TO CI-Label
       MOVE CS-Rec-Type(ChnIdx) TO CI-Rec-Type
       IF ChnIdx = Chain-Fail-Step
           MOVE CS-Reason-Code(ChnIdx) TO Error-Reason-Code
           MOVE CS-Reason-Text(ChnIdx) TO Error-Reason-Text
       ELSE
           MOVE "CHAN" TO Error-Reason-Code
           MOVE "Another step of the chain was rejected"
               TO Error-Reason-Text
           MOVE Error-Reason-Code TO CS-Reason-Code(ChnIdx)
       END-IF
       ADD 1 TO Records-Reject-Count
       IF Batch-Mode
           ADD 1 TO Batch-Reject-Count
       END-IF
       PERFORM WriteErrLogRaw
       PERFORM WriteSuspense.

      * Every step is logged and kept in the history master with its
      * own reference; only the final step is posted downstream, and
      * only its result counts toward the batch's register total.
       PostChainStep.
       MOVE CS-First-Value(ChnIdx) TO FirstNum
       MOVE CS-Second-Value(ChnIdx) TO SecondNum
       MOVE CS-Operator(ChnIdx) TO Operator
       MOVE CS-Result(ChnIdx) TO Result
       MOVE FirstNum TO FirstNumDeleteZero
       MOVE SecondNum TO SecNumDeleteZero
       ADD 1 TO Records-Calc-Count
       IF ChnIdx < Chain-Step-Count
           MOVE "I" TO Chain-Role
       ELSE
           MOVE "F" TO Chain-Role
       END-IF
       PERFORM WriteCalcLog
       PERFORM WriteCalcHist
       PERFORM AccumulateSummary
       IF ChnIdx = Chain-Step-Count
           IF Batch-Mode
               ADD Result TO Batch-Result-Total
                   ON SIZE ERROR
                       PERFORM WriteRegisterOverflowLog
               END-ADD
           END-IF
           PERFORM WriteCalcOut
       END-IF
       MOVE SPACE TO Chain-Role.

      * Batch-only operator check: flag instead of re-prompting.
       ValidateOperator.
       MOVE Session-User TO CO-USER-ID
       MOVE Assigned-Hist-Seq TO CO-SEQUENCE
       MOVE Effective-Business-Date TO CO-BUSINESS-DATE
       MOVE Batch-Origin TO CO-ORIGIN
       WRITE CALCOUT-RECORD.

      * Completed calculations are also added to the indexed history
       MOVE SPACES TO CH-Reversal-User
       MOVE ZERO TO CH-Reversal-Date
       MOVE Effective-Business-Date TO CH-Business-Date
       MOVE Batch-Origin TO CH-Origin
       MOVE Current-Batch-ID TO CH-Batch-ID
       MOVE Chain-Role TO CH-Chain-Role
       WRITE CalcHistFileRecord
           INVALID KEY
               ADD 1 TO Hist-Next-Seq
       DisplayMatchCount.
       DISPLAY Inq-Match-Count " matching calculation(s) found.".

      * Ask for a calculation that already went downstream to be
      * backed out. Reversal mode only raises the request; once a
      * second supervisor approves it, an offsetting CALCOUT record
      * reverses the ledger posting, the history record is marked
      * reversed so inquiry shows it, and the reversal goes to
      * CALCLOG under its own identification. The offset carries the
      * REVERSAL batch ID and is never entered in the posted-batch
      * register, so the duplicate-batch guard cannot mistake
      * reversal activity for a rerun.
       ReversalProcess.
       IF NOT CalcHist-Open
           DISPLAY "The history master is unavailable; reversal "
       END-READ.

      * A calculation is only backed out once; a second request for
      * the same reference shows who already reversed it, or who
      * already asked for it to be.
       ConfirmReversal.
       EVALUATE TRUE
           WHEN CH-Reversed IS = "R"
               DISPLAY "Reference " CH-Seq " was already reversed by "
                   CH-Reversal-User " on " CH-Reversal-Date "."
      * An intermediate step of a chain was never posted on its own;
      * the chain is backed out through its final reference.
           WHEN CH-Chain-Intermediate
               DISPLAY "Reference " CH-Seq " is an intermediate "
                   "step of a chained calculation and was never "
                   "posted; "
                   "reverse the chain's final reference instead."
           WHEN OTHER
               MOVE CH-FirstNum TO FirstNumDeleteZero
               MOVE CH-SecondNum TO SecNumDeleteZero
               MOVE CH-Result TO ResultDeleteZero
               DISPLAY CH-Seq " " CH-Date " " FirstNumDeleteZero " "
                   CH-Operator " " SecNumDeleteZero " = "
                   ResultDeleteZero " " CH-User
               MOVE "R" TO Aprv-Scan-Type
               MOVE CH-Seq TO Aprv-Scan-Reference
               MOVE "P " TO Aprv-Keep-Status
               PERFORM FindApprovalRequest
               IF Aprv-Pending-Found
                   MOVE Aprv-Found-Image TO Approval-Record
                   DISPLAY "A reversal of reference " CH-Seq
                       " is already awaiting approval (request "
                       AQ-Request-ID " raised by " AQ-Requester ")."
               ELSE
                   DISPLAY "Request reversal of this calculation? "
                       "(Y/N): "
                   ACCEPT Rev-Confirm
                   IF Rev-Confirm IS = "Y"
                       PERFORM RaiseApprovalRequest
                   ELSE
                       DISPLAY "No reversal was requested."
                   END-IF
               END-IF
       END-EVALUATE.

      * The offset nets the original posting to zero downstream:
      * the same operator code with the result negated, under the
      * REVERSAL batch ID and the approving supervisor.
       PostReversal.
       PERFORM BuildTimestamp
       COMPUTE Reversed-Result = 0 - CH-Result
       ADD 1 TO Hist-Next-Seq
       PERFORM HistSeqSave
       MOVE Effective-Business-Date TO CO-BUSINESS-DATE
       MOVE SPACES TO CO-ORIGIN
       WRITE CALCOUT-RECORD
       MOVE "R" TO CH-Reversed
       MOVE Session-User TO CH-Reversal-User
       MOVE CalcLog-Record TO CalcLogFileRecord
       WRITE CalcLogFileRecord.

      * Approval mode: work through the requests other supervisors
      * raised. An approved reversal posts its offset there and
      * then; an approved reprocess lets the registered batch run on
      * its next submission. Nobody may approve a request they
      * raised themselves.
       ApprovalProcess.
       MOVE SPACE TO Aprv-Scan-Type
       MOVE SPACES TO Aprv-Scan-Reference
       MOVE "P " TO Aprv-Keep-Status
       PERFORM ScanApprovalQueue
       IF Approval-Overflow
           DISPLAY "More than " Approval-Limit " requests are "
               "pending; the rest will be shown once these are "
               "decided."
       END-IF
       MOVE ZERO TO Aprv-Pending-Count
       PERFORM VARYING AprIdx FROM 1 BY 1
               UNTIL AprIdx > Approval-Slot-Count
           IF AE-In-Use(AprIdx) IS = "Y"
               ADD 1 TO Aprv-Pending-Count
           END-IF
       END-PERFORM
       IF Aprv-Pending-Count = 0
           DISPLAY "No requests are awaiting approval."
       ELSE
           DISPLAY Aprv-Pending-Count " request(s) awaiting "
               "approval."
           MOVE "N" TO Aprv-Done-Flag
           SET AprIdx TO 1
           PERFORM ApprovalSkipDecided
           PERFORM DecideOneRequest UNTIL Aprv-Done
       END-IF.

       DecideOneRequest.
       MOVE AE-Image(AprIdx) TO Approval-Record
       DISPLAY " "
       IF AQ-Reversal
           DISPLAY "Request " AQ-Request-ID ": reverse reference "
               AQ-Reference
           PERFORM ShowReversalTarget
       ELSE
           DISPLAY "Request " AQ-Request-ID ": reprocess batch "
               AQ-Reference
       END-IF
       DISPLAY "  Raised by " AQ-Requester " on "
           AQ-Request-Timestamp
       DISPLAY "  Reason: " AQ-Reason
       DISPLAY "Action: (A)pprove, re(J)ect, (N)ext, (Q)uit "
           "approval: "
       ACCEPT Aprv-Choice
       EVALUATE Aprv-Choice
           WHEN "A"
               PERFORM ApproveRequest
           WHEN "J"
               PERFORM RejectRequest
           WHEN "N"
               PERFORM ApprovalAdvance
           WHEN "Q"
               SET Aprv-Done TO TRUE
           WHEN OTHER
               DISPLAY "An unrecognized action was entered."
       END-EVALUATE.

      * Show the approver the calculation a reversal would back
      * out, as it stands on the master now.
       ShowReversalTarget.
       IF CalcHist-Open AND AQ-Reference IS NUMERIC
           MOVE AQ-Reference TO CH-Seq
           READ CalcHistFile
               INVALID KEY
                   DISPLAY "  The reference is not on the history "
                       "master."
               NOT INVALID KEY
                   PERFORM DisplayHistRecord
           END-READ
       END-IF.

      * The four-eyes rule itself: the supervisor who raised a
      * request can never be the one who approves it.
       ApproveRequest.
       IF AQ-Requester IS = Session-User
           DISPLAY "A request cannot be approved by the supervisor "
               "who raised it."
       ELSE
           MOVE "N" TO Aprv-Posted-Flag
           IF AQ-Reversal
               PERFORM ApproveReversal
           ELSE
               SET Aprv-Posted TO TRUE
           END-IF
           IF Aprv-Posted
               MOVE "A" TO AQ-Status
               PERFORM RecordDecision
               IF Aprv-Write-OK
                   DISPLAY "Request " AQ-Request-ID " approved."
                   PERFORM ApprovalAdvance
               END-IF
           END-IF
       END-IF.

      * The offset is only posted while the calculation is still on
      * the master and not yet backed out; otherwise the request is
      * left pending for the approver to reject. The offset goes
      * downstream before the approval is recorded, so a failure in
      * between can only leave a request that the master's reversal
      * flag will refuse a second time.
       ApproveReversal.
       IF NOT CalcHist-Open
           DISPLAY "The history master is unavailable; the "
               "reversal cannot be posted now."
       ELSE
           IF AQ-Reference IS NOT NUMERIC
               DISPLAY "Reference " AQ-Reference " is not a valid "
                   "reference number; reject the request."
           ELSE
               MOVE AQ-Reference TO Rev-Seq
               MOVE Rev-Seq TO CH-Seq
               READ CalcHistFile
                   INVALID KEY
                       DISPLAY "No calculation with reference "
                           Rev-Seq " is on the history master; "
                           "reject the request."
                   NOT INVALID KEY
                       IF CH-Reversed IS = "R"
                           DISPLAY "Reference " CH-Seq " was "
                               "already reversed by "
                               CH-Reversal-User " on "
                               CH-Reversal-Date "; reject the "
                               "request."
                       ELSE
                           PERFORM PostReversal
                           SET Aprv-Posted TO TRUE
                       END-IF
               END-READ
           END-IF
       END-IF.

      * A rejected request sends nothing downstream; the requester
      * may also withdraw their own request this way.
       RejectRequest.
       MOVE "J" TO AQ-Status
       PERFORM RecordDecision
       IF Aprv-Write-OK
           DISPLAY "Request " AQ-Request-ID " rejected."
           PERFORM ApprovalAdvance
       END-IF.

      * The decision goes onto the queue as a new line carrying the
      * deciding supervisor and the time, and the request leaves the
      * pending list.
       RecordDecision.
       PERFORM BuildTimestamp
       MOVE Session-User TO AQ-Approver
       MOVE Timestamp-Display TO AQ-Status-Timestamp
       PERFORM AppendApproval
       IF Aprv-Write-OK
           MOVE "N" TO AE-In-Use(AprIdx)
       ELSE
           DISPLAY "The decision on request " AQ-Request-ID
               " could not be recorded."
       END-IF.

      * Step to the next request still pending in the table;
      * approval ends when none remain ahead of the current one.
       ApprovalAdvance.
       SET AprIdx UP BY 1
       PERFORM ApprovalSkipDecided.

       ApprovalSkipDecided.
       PERFORM UNTIL AprIdx > Approval-Slot-Count
               OR AE-In-Use(AprIdx) = "Y"
           SET AprIdx UP BY 1
       END-PERFORM
       IF AprIdx > Approval-Slot-Count
           DISPLAY "End of the approval queue reached."
           SET Aprv-Done TO TRUE
       END-IF.

      * The approval a rerun went through is spent once the rerun
      * registers, so one approval can never license a second rerun.
       MarkReprocessUsed.
       MOVE "P" TO Aprv-Scan-Type
       MOVE BE-Batch-ID(BatIdx) TO Aprv-Scan-Reference
       MOVE "A " TO Aprv-Keep-Status
       PERFORM ScanApprovalQueue
       MOVE "N" TO Aprv-Write-OK-Flag
       MOVE BE-Approval-ID(BatIdx) TO AQ-Request-ID
       PERFORM FindApprovalSlot
       IF Approval-Slot-Found
           MOVE AE-Image(AprIdx) TO Approval-Record
           MOVE "U" TO AQ-Status
           PERFORM BuildTimestamp
           MOVE Timestamp-Display TO AQ-Status-Timestamp
           PERFORM AppendApproval
       END-IF
       IF NOT Aprv-Write-OK
           DISPLAY "Warning: reprocess approval "
               BE-Approval-ID(BatIdx) " could not be marked used "
               "and still licenses a rerun of batch "
               BE-Batch-ID(BatIdx) "."
       END-IF.

      * Look for a live request against one reference: an approved
      * one wins over one still pending.
       FindApprovalRequest.
       MOVE "N" TO Aprv-Pending-Flag
       MOVE "N" TO Aprv-Approved-Flag
       MOVE SPACES TO Aprv-Found-Image
       PERFORM ScanApprovalQueue
       PERFORM VARYING AprIdx FROM 1 BY 1
               UNTIL AprIdx > Approval-Slot-Count
           IF AE-In-Use(AprIdx) IS = "Y"
               MOVE AE-Image(AprIdx) TO Approval-Record
               IF AQ-Approved AND NOT Aprv-Approved-Found
                   SET Aprv-Approved-Found TO TRUE
                   MOVE AE-Image(AprIdx) TO Aprv-Found-Image
               END-IF
               IF AQ-Pending AND NOT Aprv-Pending-Found
                   SET Aprv-Pending-Found TO TRUE
                   IF NOT Aprv-Approved-Found
                       MOVE AE-Image(AprIdx) TO Aprv-Found-Image
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

      * Raise a new pending request for the type and reference in
      * the scan filter, under the next free request ID. The scan
      * that found no live request also worked out that ID.
       RaiseApprovalRequest.
       PERFORM AcceptApprovalReason
       PERFORM BuildTimestamp
       MOVE SPACES TO Approval-Record
       MOVE Approval-Next-ID TO AQ-Request-ID
       MOVE Aprv-Scan-Type TO AQ-Type
       MOVE Aprv-Scan-Reference TO AQ-Reference
       MOVE Aprv-Reason TO AQ-Reason
       MOVE Session-User TO AQ-Requester
       MOVE Timestamp-Display TO AQ-Request-Timestamp
       MOVE Date-YYYYMMDD TO AQ-Request-Date
       MOVE "P" TO AQ-Status
       MOVE SPACES TO AQ-Approver
       MOVE Timestamp-Display TO AQ-Status-Timestamp
       PERFORM AppendApproval
       IF Aprv-Write-OK
           DISPLAY "Request " AQ-Request-ID " raised; a second "
               "supervisor must approve it in approval mode "
               "before anything is sent downstream."
       ELSE
           DISPLAY "The request could not be recorded."
       END-IF.

       AcceptApprovalReason.
       DISPLAY "Enter the reason for the request: "
       ACCEPT Aprv-Reason
       IF Aprv-Reason IS = SPACES
           DISPLAY "A reason is required."
           PERFORM AcceptApprovalReason
       END-IF.

      * Read the whole queue, keeping the latest state of each
      * request that matches the scan filter while that state is
      * one of the statuses asked for. The next request ID is
      * worked out on the same pass. No queue yet means nothing is
      * pending.
       ScanApprovalQueue.
       MOVE ZERO TO Approval-Slot-Count
       MOVE 1 TO Approval-Next-ID
       MOVE "N" TO Approval-EOF-Flag
       MOVE "N" TO Approval-Overflow-Flag
       OPEN INPUT ApprovalFile
       IF Approval-Status IS NOT = "00"
           CONTINUE
       ELSE
           PERFORM UNTIL Approval-EOF
               READ ApprovalFile INTO Approval-Record
                   AT END
                       SET Approval-EOF TO TRUE
                   NOT AT END
                       PERFORM TrackApprovalLine
               END-READ
           END-PERFORM
           CLOSE ApprovalFile
       END-IF.

       TrackApprovalLine.
       IF AQ-Request-ID IS NUMERIC
               AND AQ-Request-ID >= Approval-Next-ID
           COMPUTE Approval-Next-ID = AQ-Request-ID + 1
       END-IF
       IF (Aprv-Scan-Type IS = SPACE
               OR AQ-Type IS = Aprv-Scan-Type)
               AND (Aprv-Scan-Reference IS = SPACES
               OR AQ-Reference IS = Aprv-Scan-Reference)
           PERFORM FindApprovalSlot
           IF AQ-Status IS = Aprv-Keep-Status(1:1)
                   OR AQ-Status IS = Aprv-Keep-Status(2:1)
               IF NOT Approval-Slot-Found
                   PERFORM TakeApprovalSlot
               END-IF
               IF Approval-Slot-Found
                   MOVE AQ-Request-ID TO AE-Request-ID(AprIdx)
                   MOVE Approval-Record TO AE-Image(AprIdx)
               END-IF
           ELSE
               IF Approval-Slot-Found
                   MOVE "N" TO AE-In-Use(AprIdx)
               END-IF
           END-IF
       END-IF.

       FindApprovalSlot.
       MOVE "N" TO Approval-Slot-Found-Flag
       SET AprIdx TO 1
       PERFORM UNTIL Approval-Slot-Found
               OR AprIdx > Approval-Slot-Count
           IF AE-In-Use(AprIdx) IS = "Y"
                   AND AE-Request-ID(AprIdx) IS = AQ-Request-ID
               SET Approval-Slot-Found TO TRUE
           ELSE
               SET AprIdx UP BY 1
           END-IF
       END-PERFORM.

      * A freed entry is reused before the table grows.
       TakeApprovalSlot.
       SET AprIdx TO 1
       PERFORM UNTIL Approval-Slot-Found
               OR AprIdx > Approval-Slot-Count
           IF AE-In-Use(AprIdx) IS NOT = "Y"
               SET Approval-Slot-Found TO TRUE
           ELSE
               SET AprIdx UP BY 1
           END-IF
       END-PERFORM
       IF NOT Approval-Slot-Found
           IF Approval-Slot-Count < Approval-Limit
               ADD 1 TO Approval-Slot-Count
               SET AprIdx TO Approval-Slot-Count
               SET Approval-Slot-Found TO TRUE
           ELSE
               SET Approval-Overflow TO TRUE
           END-IF
       END-IF
       IF Approval-Slot-Found
           MOVE "Y" TO AE-In-Use(AprIdx)
       END-IF.

      * Add one line to the queue from Approval-Record;
      * Aprv-Write-OK says whether it reached the file.
       AppendApproval.
       MOVE "N" TO Aprv-Write-OK-Flag
       OPEN EXTEND ApprovalFile
       IF Approval-Status IS = "35"
           OPEN OUTPUT ApprovalFile
       END-IF
       IF Approval-Status IS NOT = "00"
           DISPLAY "Unable to open the APPROVQ approval queue "
               "(status " Approval-Status ")."
       ELSE
           MOVE SPACES TO ApprovalFileRecord
           MOVE Approval-Record TO ApprovalFileRecord
           WRITE ApprovalFileRecord
           IF Approval-Status IS = "00"
               SET Aprv-Write-OK TO TRUE
           ELSE
               DISPLAY "Write to the APPROVQ approval queue failed "
                   "(status " Approval-Status ")."
           END-IF
           CLOSE ApprovalFile
       END-IF.

      * Carry the next history sequence number across runs the same
      * way the batch checkpoint is carried.
       HistSeqLoad.
               MOVE Date-YYYYMMDD TO SU-Suspend-Date
               MOVE Current-Batch-ID TO SU-Batch-ID
               MOVE Session-User TO SU-User
               MOVE CI-Rec-Type TO SU-Rec-Type
               MOVE CI-Label TO SU-Label
               MOVE Batch-Origin TO SU-Origin
               MOVE SPACES TO SuspenseFileRecord
               MOVE Suspense-Record TO SuspenseFileRecord
               WRITE SuspenseFileRecord
                               TO SE-Batch-ID(SuspIdx)
                           MOVE SU-User TO SE-User(SuspIdx)
                           MOVE "S" TO SE-Status(SuspIdx)
                           MOVE SU-Rec-Type
                               TO SE-Rec-Type(SuspIdx)
                           MOVE SU-Label TO SE-Label(SuspIdx)
                           MOVE SU-Origin TO SE-Origin(SuspIdx)
                       END-IF
               END-READ
           END-PERFORM
           Suspense-Count-Display " (batch " SE-Batch-ID(SuspIdx)
           ", reason " SE-Reason-Code(SuspIdx) ", in suspense "
           Suspense-Age-Display " day(s)):"
       IF SE-Rec-Type(SuspIdx) IS = "C"
           DISPLAY "  1. First number : (result of the step before)"
       ELSE
           DISPLAY "  1. First number : " SE-FirstNum(SuspIdx)
       END-IF
       DISPLAY "  2. Operator     : " SE-Operator(SuspIdx)
       DISPLAY "  3. Second number: " SE-SecondNum(SuspIdx)
       IF SE-Label(SuspIdx) IS NOT = SPACES
           DISPLAY "  Step label      : " SE-Label(SuspIdx)
       END-IF
       IF SE-Reason-Code(SuspIdx) IS = "DUPL"
           DISPLAY "  Held as a suspected duplicate (see DUPLRPT); "
               "release posts it unchanged."
       END-IF
       PERFORM CheckSuspenseChain
       IF Susp-Chain
           DISPLAY "  A step of a chained calculation; release "
               "reprocesses the whole chain together."
       END-IF.

      * A continuation, or a calculation with a continuation after
      * it, is part of a chain.
       CheckSuspenseChain.
       MOVE "N" TO Susp-Chain-Flag
       IF SE-Rec-Type(SuspIdx) IS = "C"
           SET Susp-Chain TO TRUE
       ELSE
           IF SuspIdx < Suspense-Count
               IF SE-Rec-Type(SuspIdx + 1) IS = "C"
                   SET Susp-Chain TO TRUE
               END-IF
           END-IF
       END-IF.

       CorrectSuspense.
       DISPLAY "Correct which field (1, 2, or 3): "
      * rejected again it stays in suspense with the new reason and
      * a fresh date.
       ReleaseSuspense.
       PERFORM CheckSuspenseChain
       IF Susp-Chain
           PERFORM ReleaseSuspenseChain
       ELSE
           PERFORM ReleaseSuspenseRecord
       END-IF.

       ReleaseSuspenseRecord.
       MOVE SE-FirstNum(SuspIdx) TO CI-FirstNum
       MOVE SE-Operator(SuspIdx) TO CI-Operator
       MOVE SE-SecondNum(SuspIdx) TO CI-SecondNum
       MOVE SE-Label(SuspIdx) TO CI-Label
       MOVE SE-Rec-Type(SuspIdx) TO CI-Rec-Type
       MOVE SE-Batch-ID(SuspIdx) TO Current-Batch-ID
       PERFORM SetReleaseOrigin
       PERFORM ProcessBatchRecord
       MOVE SPACES TO Batch-Origin
       IF Calc-Error
           DISPLAY "The record was rejected again ("
               Error-Reason-Code ") and stays in suspense."
           PERFORM MaintAdvance
       END-IF.

      * A chain is rebuilt from its head and the continuations after
      * it, in the order they were suspended, and goes back through
      * the chain path whole. Rejected again, every step stays in
      * suspense with its new reason; otherwise every step is
      * released.
       ReleaseSuspenseChain.
       PERFORM UNTIL SE-Rec-Type(SuspIdx) IS NOT = "C"
               OR SuspIdx = 1
           SET SuspIdx DOWN BY 1
       END-PERFORM
       MOVE SE-Batch-ID(SuspIdx) TO Current-Batch-ID
       PERFORM SetReleaseOrigin
       MOVE ZERO TO Chain-Step-Count
       PERFORM LoadSuspenseStep
       SET SuspIdx UP BY 1
       PERFORM UNTIL SuspIdx > Suspense-Count
               OR Chain-Step-Count >= Chain-Limit
               OR SE-Rec-Type(SuspIdx) IS NOT = "C"
           IF SE-Status(SuspIdx) = "S"
               PERFORM LoadSuspenseStep
           END-IF
           SET SuspIdx UP BY 1
       END-PERFORM
       MOVE "N" TO Dup-Hold-Flag
       PERFORM ProcessChain
       IF Chain-Reject
           DISPLAY "The chain was rejected again ("
               CS-Reason-Code(Chain-Fail-Step)
               ") and stays in suspense."
           PERFORM VARYING ChnIdx FROM 1 BY 1
                   UNTIL ChnIdx > Chain-Step-Count
               SET SuspIdx TO CS-Suspense-Index(ChnIdx)
               MOVE CS-Reason-Code(ChnIdx) TO SE-Reason-Code(SuspIdx)
               MOVE Date-YYYYMMDD TO SE-Suspend-Date(SuspIdx)
           END-PERFORM
           SET ChnIdx TO 1
           SET SuspIdx TO CS-Suspense-Index(ChnIdx)
       ELSE
           PERFORM VARYING ChnIdx FROM 1 BY 1
                   UNTIL ChnIdx > Chain-Step-Count
               SET SuspIdx TO CS-Suspense-Index(ChnIdx)
               MOVE "R" TO SE-Status(SuspIdx)
           END-PERFORM
           DISPLAY "Chain of " Chain-Step-Count
               " step(s) released and processed."
           PERFORM MaintAdvance
       END-IF
       MOVE SPACES TO Batch-Origin
       MOVE ZERO TO Chain-Step-Count.

      * Released work posts under its own batch's origin, so the
      * journal interface and charge-back billing can still place
      * it. A record suspended before the origin was kept with it
      * takes the origin its batch was registered under.
       SetReleaseOrigin.
       IF SE-Origin(SuspIdx) IS NOT = SPACES
           MOVE SE-Origin(SuspIdx) TO Batch-Origin
       ELSE
           PERFORM CheckBatchRegister
           IF Batch-Registered
               MOVE Registered-Origin TO Batch-Origin
           ELSE
               MOVE SPACES TO Batch-Origin
           END-IF
       END-IF.

       LoadSuspenseStep.
       ADD 1 TO Chain-Step-Count
       SET ChnIdx TO Chain-Step-Count
       MOVE SE-Rec-Type(SuspIdx) TO CS-Rec-Type(ChnIdx)
       MOVE SE-FirstNum(SuspIdx) TO CS-FirstNum(ChnIdx)
       MOVE SE-Operator(SuspIdx) TO CS-Operator(ChnIdx)
       MOVE SE-SecondNum(SuspIdx) TO CS-SecondNum(ChnIdx)
       MOVE SE-Label(SuspIdx) TO CS-Label(ChnIdx)
       SET CS-Suspense-Index(ChnIdx) TO SuspIdx.

       RewriteSuspenseFile.
       OPEN OUTPUT SuspenseFile
       IF Suspense-Status IS NOT = "00"
                       TO SU-Suspend-Date
                   MOVE SE-Batch-ID(SuspIdx) TO SU-Batch-ID
                   MOVE SE-User(SuspIdx) TO SU-User
                   MOVE SE-Rec-Type(SuspIdx) TO SU-Rec-Type
                   MOVE SE-Label(SuspIdx) TO SU-Label
                   MOVE SE-Origin(SuspIdx) TO SU-Origin
                   MOVE SPACES TO SuspenseFileRecord
                   MOVE Suspense-Record TO SuspenseFileRecord
                   WRITE SuspenseFileRecord
               CONTINUE
       END-EVALUATE.

      * Read the CALCCLSD closed-date file, keeping the latest state
      * of each date. Without the file no date has been closed.
       LoadClosedDates.
       OPEN INPUT ClosedDateFile
       IF ClosedDate-Status IS = "00"
           PERFORM UNTIL ClosedDate-EOF
               READ ClosedDateFile INTO Closed-Date-Record
                   AT END
                       SET ClosedDate-EOF TO TRUE
                   NOT AT END
                       IF CD-Business-Date IS NUMERIC
                           PERFORM LoadClosedDateRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ClosedDateFile
       END-IF.

       LoadClosedDateRecord.
       MOVE CD-Business-Date TO Business-Date-Num
       PERFORM FindClosedDate
       IF ClsIdx > Closed-Date-Count
           IF Closed-Date-Count < Closed-Date-Limit
               ADD 1 TO Closed-Date-Count
               SET ClsIdx TO Closed-Date-Count
               MOVE CD-Business-Date TO CDT-Date(ClsIdx)
           ELSE
               DISPLAY "CALCCLSD holds more than "
                   Closed-Date-Limit " dates; later entries were "
                   "ignored."
           END-IF
       END-IF
       IF ClsIdx <= Closed-Date-Count
           MOVE CD-Action TO CDT-Action(ClsIdx)
       END-IF.

      * Leaves ClsIdx on the date's entry, or one past the last.
       FindClosedDate.
       SET ClsIdx TO 1
       PERFORM UNTIL ClsIdx > Closed-Date-Count
               OR CDT-Date(ClsIdx) IS = Business-Date-Num
           SET ClsIdx UP BY 1
       END-PERFORM.

       LookUpClosedDate.
       MOVE "N" TO Closed-Found-Flag
       PERFORM FindClosedDate
       IF ClsIdx <= Closed-Date-Count
           IF CDT-Action(ClsIdx) IS = "C"
               SET Closed-Found TO TRUE
           END-IF
       END-IF.

      * When the run date is closed, interactive work and reversals
      * book forward to the next business day still open: weekends
      * are passed over, and so are holidays when the calendar is
      * loaded. The search gives up after a year of closed days.
       SetOpenBusinessDate.
       MOVE Run-Start-Date TO Business-Date-Num
       PERFORM LookUpClosedDate
       IF Closed-Found
           MOVE "N" TO Open-Date-Found-Flag
           MOVE ZERO TO Open-Date-Tries
           MOVE FUNCTION INTEGER-OF-DATE(Business-Date-Num)
               TO Business-Date-Int
           PERFORM UNTIL Open-Date-Found OR Open-Date-Tries > 366
               ADD 1 TO Open-Date-Tries
               ADD 1 TO Business-Date-Int
               MOVE FUNCTION DATE-OF-INTEGER(Business-Date-Int)
                   TO Business-Date-Num
               COMPUTE Weekday-Offset =
                   FUNCTION MOD(Business-Date-Int - 1, 7)
               MOVE "N" TO Holiday-Found-Flag
               IF Calendar-Loaded
                   PERFORM LookUpHoliday
               END-IF
               PERFORM LookUpClosedDate
               IF Weekday-Offset < 5 AND NOT Holiday-Found
                       AND NOT Closed-Found
                   SET Open-Date-Found TO TRUE
               END-IF
           END-PERFORM
           IF Open-Date-Found
               DISPLAY "Business date " Run-Start-Date " is closed; "
                   "work is booked to " Business-Date-Num "."
           ELSE
               MOVE Run-Start-Date TO Business-Date-Num
               DISPLAY "Business date " Run-Start-Date " is closed "
                   "and no open date follows it; work is booked "
                   "to the run date."
           END-IF
       END-IF
       MOVE Business-Date-Num TO Open-Business-Date
       MOVE Open-Business-Date TO Effective-Business-Date.

      * Read the CALCPARM keyword/value lines and echo the values
      * that govern this run, whether they came from the file or
      * from the built-in defaults.
       ELSE
           MOVE "TRUNCATE" TO Round-Rule-Text
       END-IF
       MOVE Dup-Days TO Dup-Days-Display
       IF Dup-Action-Hold
           MOVE "HOLD" TO Dup-Action-Text
       ELSE
           MOVE "WARN" TO Dup-Action-Text
       END-IF
       DISPLAY "Run parameters: checkpoint interval "
           Ckpt-Interval-Display ", rounding " Round-Rule-Text
           ", operand range " Operand-Limit-Neg-Display " to "
           Operand-Limit-Display ", duplicates " Dup-Action-Text
           " over" Dup-Days-Display " day(s).".

      * A bad parameter value never stops the run; the default is
      * kept and the operator told, since a missing batch matters
                       MOVE NumVal-Result TO Lock-Stale-Minutes
                   END-IF
               END-IF
      * ESCDAYS belongs to the CalcAge aging report, APPRDAYS to
      * the CalcPend pending-approvals report, BILLPERIOD to the
      * CalcBill charge-back statements, RECNXMIT to the CalcRecn
      * reconciliation, CLOSEDATE to the CalcClos business-day
      * close and DORMDAYS to the CalcRcrt access recertification,
      * which share this parameter file; they are passed over here
      * unremarked.
           WHEN "ESCDAYS"
           WHEN "APPRDAYS"
           WHEN "BILLPERIOD"
           WHEN "RECNXMIT"
           WHEN "CLOSEDATE"
           WHEN "DORMDAYS"
               CONTINUE
           WHEN "DUPDAYS"
               MOVE FUNCTION TEST-NUMVAL(Param-Value)
                   TO NumVal-Check
               IF NumVal-Check IS NOT = 0
                   DISPLAY "CALCPARM DUPDAYS value ignored: "
                       Param-Value
               ELSE
                   MOVE FUNCTION NUMVAL(Param-Value)
                       TO NumVal-Result
                   IF NumVal-Result < 0
                           OR NumVal-Result > 999
                       DISPLAY "CALCPARM DUPDAYS must be between "
                           "0 and 999 days; value ignored: "
                           Param-Value
                   ELSE
                       MOVE NumVal-Result TO Dup-Days
                   END-IF
               END-IF
           WHEN "DUPACTION"
               IF Param-Value(1:1) = "W" OR Param-Value(1:1) = "H"
                   MOVE Param-Value(1:1) TO Dup-Action
               ELSE
                   DISPLAY "CALCPARM DUPACTION value ignored: "
                       Param-Value
               END-IF
           WHEN SPACES
               CONTINUE
           WHEN OTHER
