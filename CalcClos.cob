      *****************************************************************
      * MIT License
      *
      * Copyright (c) 2021 Joshua Horvath
      *
      * Permission is hereby granted, free of charge, to any person obtaining a copy
      * of this software and associated documentation files (the "Software"), to deal
      * in the Software without restriction, including without limitation the rights
      * to use, copy, modify, merge, publish, distribute, sublicense, and/or sell
      * copies of the Software, and to permit persons to whom the Software is
      * furnished to do so, subject to the following conditions:
      *
      * The above copyright notice and this permission notice shall be included in all
      * copies or substantial portions of the Software.
      *
      * THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY OF ANY KIND, EXPRESS OR
      * IMPLIED, INCLUDING BUT NOT LIMITED TO THE WARRANTIES OF MERCHANTABILITY,
      * FITNESS FOR A PARTICULAR PURPOSE AND NONINFRINGEMENT. IN NO EVENT SHALL THE
      * AUTHORS OR COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM, DAMAGES OR OTHER
      * LIABILITY, WHETHER IN AN ACTION OF CONTRACT, TORT OR OTHERWISE, ARISING FROM,
      * OUT OF OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR OTHER DEALINGS IN THE
      * SOFTWARE.
      *****************************************************************

      * Business-day close. Runs the end-of-day checklist for one
      * business date - no CobCalc session holding the CALCLOCK run
      * lock, a clean last RUNSTAT return code, a clean CalcRecn
      * reconciliation, nothing for the date left in SUSPENSE, and
      * nothing for the date left untransmitted or unacknowledged
      * by the ledger - and, when every item passes, records the
      * date as closed in CALCCLSD. CobCalc then refuses batches for
      * the date and books interactive work and reversals to the
      * next open date. When an item fails the date stays open and
      * the DAYCLRPT report lists what is outstanding. A date that
      * is already closed can be reopened here by a supervisor,
      * with a reason that stays on CALCCLSD as the audit record.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcClos.
       AUTHOR. Joshua Horvath.
       DATE-Written. October 15, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ClosedDateFile ASSIGN TO "CALCCLSD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClosedDate-Status.

           SELECT RunLockFile ASSIGN TO "CALCLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunLock-Status.

           SELECT RunStatusFile ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunStatus-Status.

           SELECT ReconStatusFile ASSIGN TO "RECNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReconStatus-Status.

           SELECT SuspenseFile ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Suspense-Status.

           SELECT RegisterFile ASSIGN TO "PBREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Register-Status.

           SELECT CalcOutFile ASSIGN TO "CALCOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CalcOut-Status.

           SELECT XmitLogFile ASSIGN TO "XMITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XmitLog-Status.

           SELECT LedgAckFile ASSIGN TO "LEDGACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LedgAck-Status.

      * LEDGACK in reference order, so a record the ledger answered
      * more than once is counted once.
           SELECT SortedAckFile ASSIGN TO "CLOSWRK1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SortedAck-Status.

           SELECT AckSortFile ASSIGN TO "SORTWK1".

           SELECT UserAuthFile ASSIGN TO "USERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UserAuth-Status.

      * The date to close comes from the shared CALCPARM run-time
      * parameter file, so a late close can be run the next day.
           SELECT ParamFile ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Param-Status.

           SELECT CloseReportFile ASSIGN TO "DAYCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CloseReport-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ClosedDateFile.
       01 ClosedDateFileRecord PIC X(100).

       FD RunLockFile.
       01 RunLockFileRecord PIC X(80).

       FD RunStatusFile.
       01 RunStatusFileRecord PIC X(100).

       FD ReconStatusFile.
       01 ReconStatusFileRecord PIC X(60).

       FD SuspenseFile.
       01 SuspenseFileRecord PIC X(68).

       FD RegisterFile.
       01 RegisterFileRecord PIC X(120).

       FD CalcOutFile.
       01 CalcOutFileRecord PIC X(80).

       FD XmitLogFile.
       01 XmitLogFileRecord PIC X(120).

       FD LedgAckFile.
       01 LedgAckFileRecord PIC X(40).

       FD SortedAckFile.
       01 SortedAckFileRecord PIC X(40).

      * The sort record names only the reference number and the
      * transmission number; their positions mirror the LEDGACKR
      * copybook.
       SD AckSortFile.
       01 Ack-Sort-Record.
           05 AS-Sequence PIC 9(9).
           05 FILLER PIC X(20).
           05 AS-Xmit-Number PIC X(6).
           05 FILLER PIC X(5).

       FD UserAuthFile.
       01 UserAuthFileRecord PIC X(40).

       FD ParamFile.
       01 ParamFileRecord PIC X(80).

       FD CloseReportFile.
       01 CloseReportFileRecord PIC X(100).

       WORKING-STORAGE SECTION.

       01 ClosedDate-Status PIC X(2).
       01 RunLock-Status PIC X(2).
       01 RunStatus-Status PIC X(2).
       01 ReconStatus-Status PIC X(2).
       01 Suspense-Status PIC X(2).
       01 Register-Status PIC X(2).
       01 CalcOut-Status PIC X(2).
       01 XmitLog-Status PIC X(2).
       01 LedgAck-Status PIC X(2).
       01 SortedAck-Status PIC X(2).
       01 UserAuth-Status PIC X(2).
       01 Param-Status PIC X(2).
       01 CloseReport-Status PIC X(2).

       01 ClosedDate-EOF-Flag PIC X(1) VALUE "N".
           88 ClosedDate-EOF VALUE "Y".
       01 Suspense-EOF-Flag PIC X(1) VALUE "N".
           88 Suspense-EOF VALUE "Y".
       01 Register-EOF-Flag PIC X(1) VALUE "N".
           88 Register-EOF VALUE "Y".
       01 CalcOut-EOF-Flag PIC X(1) VALUE "N".
           88 CalcOut-EOF VALUE "Y".
       01 XmitLog-EOF-Flag PIC X(1) VALUE "N".
           88 XmitLog-EOF VALUE "Y".
       01 LedgAck-EOF-Flag PIC X(1) VALUE "N".
           88 LedgAck-EOF VALUE "Y".
       01 UserAuth-EOF-Flag PIC X(1) VALUE "N".
           88 UserAuth-EOF VALUE "Y".
       01 Param-EOF-Flag PIC X(1) VALUE "N".
           88 Param-EOF VALUE "Y".
       01 Report-Open-Flag PIC X(1) VALUE "N".
           88 Report-Open VALUE "Y".
       01 Lock-Acquired-Flag PIC X(1) VALUE "N".
           88 Lock-Acquired VALUE "Y".
       01 Close-Fail-Flag PIC X(1) VALUE "N".
           88 Close-Fail VALUE "Y".
       01 Date-Closed-Flag PIC X(1) VALUE "N".
           88 Date-Closed VALUE "Y".
       01 Date-Now-Closed-Flag PIC X(1) VALUE "N".
           88 Date-Now-Closed VALUE "Y".
       01 Date-Reopened-Flag PIC X(1) VALUE "N".
           88 Date-Reopened VALUE "Y".

      * The layouts shared with CobCalc, CalcRecn and CalcXmit.
       COPY CALCCLSR.
       COPY RUNLOCKR.
       COPY RUNSTATR.
       COPY RECNSTR.
       COPY SUSPENSR.
       COPY PBREGR.
       COPY CALCOUTR.
       COPY XMITLOGR.
       COPY LEDGACKR.
       COPY USERAUTR.

       01 Param-Line PIC X(80).
       01 Param-Keyword PIC X(10).
       01 Param-Value PIC X(20).

      * Business date being closed, YYYYMMDD. CALCPARM keyword
      * CLOSEDATE names it; without one the run date is closed.
      * Keywords belonging to other programs pass by unremarked.
       01 Close-Date PIC 9(8) VALUE ZERO.
       01 Run-Date-YYYYMMDD PIC 9(8).

      * Outstanding checklist items; the date closes only at zero.
       01 Outstanding-Count PIC 9(4) VALUE ZERO.

      * Suspended records waiting for PBREG to say which business
      * date their batch was processed as.
       01 Suspense-Table.
           05 Suspense-Entry OCCURS 500 TIMES INDEXED BY SusIdx.
               10 ST-Batch-ID PIC X(8).
               10 ST-Suspend-Date PIC 9(8).
               10 ST-Business-Date PIC X(8).
       01 Suspense-Count PIC 9(4) VALUE ZERO.
       01 Suspense-Limit PIC 9(4) VALUE 500.
       01 Suspense-Overflow-Flag PIC X(1) VALUE "N".
           88 Suspense-Overflow VALUE "Y".
       01 Suspended-For-Date PIC 9(9) VALUE ZERO.

      * Transmissions carrying records of the date, and the records
      * of each the ledger has acknowledged with a "P". Last-Ack-Key
      * is the reference and transmission last counted.
       01 Transmission-Table.
           05 Transmission-Entry OCCURS 200 TIMES INDEXED BY XmtIdx.
               10 TE-Number PIC 9(6).
               10 TE-Records PIC 9(9).
               10 TE-Acks PIC 9(9).
       01 Transmission-Count PIC 9(4) VALUE ZERO.
       01 Transmission-Limit PIC 9(4) VALUE 200.
       01 Transmission-Overflow-Flag PIC X(1) VALUE "N".
           88 Transmission-Overflow VALUE "Y".
      * XMITLOG or CALCOUT was there but could not be opened.
       01 Transmission-Read-Flag PIC X(1) VALUE "N".
           88 Transmission-Read-Fail VALUE "Y".
       01 Last-Xmit-Position PIC 9(9) VALUE ZERO.
       01 CalcOut-Position PIC 9(9) VALUE ZERO.
       01 Untransmitted-Count PIC 9(9) VALUE ZERO.
       01 Unacknowledged-Count PIC 9(9) VALUE ZERO.
       01 Last-Ack-Key.
           05 Last-Ack-Sequence PIC X(9).
           05 Last-Ack-Xmit PIC X(6).

       01 Session-User PIC X(8) VALUE SPACES.
       01 SignOn-Input PIC X(8).
       01 SignOn-OK-Flag PIC X(1) VALUE "N".
           88 SignOn-OK VALUE "Y".
       01 SignOn-Skip-Flag PIC X(1) VALUE "N".
           88 SignOn-Skip VALUE "Y".
       01 SignOn-Attempts PIC 9(1) VALUE ZERO.
       01 SignOn-Attempt-Limit PIC 9(1) VALUE 3.
       01 Reopen-Reason PIC X(40) VALUE SPACES.

       01 Check-Line.
           05 CK-Item PIC X(34).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CK-Result PIC X(11).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CK-Detail PIC X(53).

       01 Count-Edited PIC ZZZZZZZZ9.

       01 Date-YYYYMMDD PIC 9(8).
       01 Date-Redefined REDEFINES Date-YYYYMMDD.
           05 TS-Year PIC 9(4).
           05 TS-Month PIC 9(2).
           05 TS-Day PIC 9(2).

       01 Time-HHMMSSss PIC 9(8).
       01 Time-Redefined REDEFINES Time-HHMMSSss.
           05 TS-Hour PIC 9(2).
           05 TS-Minute PIC 9(2).
           05 TS-Second PIC 9(2).
           05 TS-Hundredths PIC 9(2).

       01 Timestamp-Display PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.

      * Return code 12 when the close could not be run or recorded,
      * 4 when the date was left open with items outstanding.
       MainControl.
       PERFORM InitializeProgram
       IF NOT Report-Open
           MOVE 12 TO RETURN-CODE
       ELSE
           PERFORM LoadClosedDates
           IF Date-Closed AND NOT Close-Fail
               PERFORM OfferReopen
           END-IF
           IF NOT Date-Closed AND NOT Close-Fail
               PERFORM RunChecklist
           END-IF
           PERFORM Finalize
           EVALUATE TRUE
               WHEN Close-Fail
                   MOVE 12 TO RETURN-CODE
               WHEN Outstanding-Count > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
       END-IF
       GOBACK.

       InitializeProgram.
       ACCEPT Run-Date-YYYYMMDD FROM DATE YYYYMMDD
       MOVE Run-Date-YYYYMMDD TO Close-Date
       PERFORM LoadParameters
       OPEN OUTPUT CloseReportFile
       IF CloseReport-Status IS NOT = "00"
           DISPLAY "Unable to open DAYCLRPT report file (status "
               CloseReport-Status ")."
       ELSE
           SET Report-Open TO TRUE
           PERFORM BuildTimestamp
           MOVE SPACES TO CloseReportFileRecord
           STRING "CobCalc Business-Day Close  " Timestamp-Display
               DELIMITED BY SIZE INTO CloseReportFileRecord
           WRITE CloseReportFileRecord
           MOVE SPACES TO CloseReportFileRecord
           STRING "Business date: " Close-Date
               DELIMITED BY SIZE INTO CloseReportFileRecord
           WRITE CloseReportFileRecord
           MOVE SPACES TO CloseReportFileRecord
           WRITE CloseReportFileRecord
       END-IF.

      * Only the close date belongs to this job; everything else in
      * CALCPARM is another program's parameter.
       LoadParameters.
       OPEN INPUT ParamFile
       IF Param-Status IS = "00"
           PERFORM UNTIL Param-EOF
               READ ParamFile INTO Param-Line
                   AT END
                       SET Param-EOF TO TRUE
                   NOT AT END
                       PERFORM ApplyOneParameter
               END-READ
           END-PERFORM
           CLOSE ParamFile
       END-IF.

       ApplyOneParameter.
       MOVE SPACES TO Param-Keyword
       MOVE SPACES TO Param-Value
       UNSTRING Param-Line DELIMITED BY ALL " "
           INTO Param-Keyword Param-Value
       IF Param-Keyword IS = "CLOSEDATE"
           IF Param-Value(1:8) IS NOT NUMERIC
                   OR Param-Value(9:12) IS NOT = SPACES
               DISPLAY "CALCPARM CLOSEDATE must be YYYYMMDD; value "
                   "ignored: " Param-Value
           ELSE
               IF Param-Value(5:2) < "01" OR Param-Value(5:2) > "12"
                       OR Param-Value(7:2) < "01"
                       OR Param-Value(7:2) > "31"
                   DISPLAY "CALCPARM CLOSEDATE is not a valid "
                       "date; value ignored: " Param-Value
               ELSE
                   MOVE Param-Value(1:8) TO Close-Date
               END-IF
           END-IF
       END-IF.

      * The latest CALCCLSD line for the date is its state. Without
      * the file no date was ever closed.
       LoadClosedDates.
       OPEN INPUT ClosedDateFile
       IF ClosedDate-Status IS = "00"
           PERFORM UNTIL ClosedDate-EOF
               READ ClosedDateFile INTO Closed-Date-Record
                   AT END
                       SET ClosedDate-EOF TO TRUE
                   NOT AT END
                       IF CD-Business-Date IS NUMERIC
                               AND CD-Business-Date = Close-Date
                           IF CD-Closed
                               SET Date-Closed TO TRUE
                           ELSE
                               MOVE "N" TO Date-Closed-Flag
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ClosedDateFile
       ELSE
           IF ClosedDate-Status IS NOT = "35"
               SET Close-Fail TO TRUE
               MOVE SPACES TO CloseReportFileRecord
               STRING "CLOSE NOT RUN - CALCCLSD could not be opened "
                   "(status " ClosedDate-Status ")"
                   DELIMITED BY SIZE INTO CloseReportFileRecord
               WRITE CloseReportFileRecord
           END-IF
       END-IF.

      * Reopening lets work be booked to the date again, so it waits
      * for a supervisor and a reason; pressing Enter leaves the
      * date closed.
       OfferReopen.
       MOVE SPACES TO CloseReportFileRecord
       STRING "Business date " Close-Date " is already closed."
           DELIMITED BY SIZE INTO CloseReportFileRecord
       WRITE CloseReportFileRecord
       DISPLAY "Business date " Close-Date " is already closed."
       PERFORM SignOnAttempt
           UNTIL SignOn-OK OR SignOn-Skip
               OR SignOn-Attempts >= SignOn-Attempt-Limit
       IF SignOn-OK
           DISPLAY "Enter the reason for reopening the date: "
           MOVE SPACES TO Reopen-Reason
           ACCEPT Reopen-Reason
           IF Reopen-Reason IS = SPACES
               DISPLAY "A reason is required; the date stays "
                   "closed."
           ELSE
               PERFORM ReopenDate
           END-IF
       END-IF
       IF NOT Date-Reopened
           MOVE SPACES TO CloseReportFileRecord
           STRING "The date remains closed."
               DELIMITED BY SIZE INTO CloseReportFileRecord
           WRITE CloseReportFileRecord
       END-IF.

       SignOnAttempt.
       DISPLAY "Enter a supervisor user ID to reopen it, or press "
           "Enter to leave it closed: "
       MOVE SPACES TO SignOn-Input
       ACCEPT SignOn-Input
       MOVE FUNCTION UPPER-CASE(SignOn-Input) TO SignOn-Input
       IF SignOn-Input IS = SPACES
           SET SignOn-Skip TO TRUE
       ELSE
           PERFORM LookUpSupervisor
           IF NOT SignOn-OK
               ADD 1 TO SignOn-Attempts
           END-IF
       END-IF.

       LookUpSupervisor.
       MOVE "N" TO UserAuth-EOF-Flag
       OPEN INPUT UserAuthFile
       IF UserAuth-Status IS NOT = "00"
           DISPLAY "The USERAUTH authorized-user file is "
               "unavailable (status " UserAuth-Status ")."
           MOVE SignOn-Attempt-Limit TO SignOn-Attempts
       ELSE
           PERFORM UNTIL UserAuth-EOF
               READ UserAuthFile INTO UserAuth-Record
                   AT END
                       SET UserAuth-EOF TO TRUE
                   NOT AT END
                       IF UA-User-ID IS = SignOn-Input
                               AND UA-Active IS = "Y"
                               AND (UA-Supervisor
                               OR UA-Administrator)
                           SET SignOn-OK TO TRUE
                           MOVE UA-User-ID TO Session-User
                           SET UserAuth-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UserAuthFile
           IF NOT SignOn-OK
               DISPLAY "User ID not an active supervisor."
           END-IF
       END-IF.

       ReopenDate.
       PERFORM BuildTimestamp
       MOVE SPACES TO Closed-Date-Record
       MOVE Close-Date TO CD-Business-Date
       SET CD-Reopened TO TRUE
       MOVE Session-User TO CD-User
       MOVE Timestamp-Display TO CD-Timestamp
       MOVE Reopen-Reason TO CD-Reason
       PERFORM AppendClosedDate
       IF NOT Close-Fail
           SET Date-Reopened TO TRUE
           MOVE SPACES TO CloseReportFileRecord
           STRING "REOPENED by " Session-User " at "
               Timestamp-Display " - " Reopen-Reason
               DELIMITED BY SIZE INTO CloseReportFileRecord
           WRITE CloseReportFileRecord
           DISPLAY "Business date " Close-Date " reopened."
       END-IF.

       AppendClosedDate.
       OPEN EXTEND ClosedDateFile
       IF ClosedDate-Status IS = "35"
           OPEN OUTPUT ClosedDateFile
       END-IF
       IF ClosedDate-Status IS NOT = "00"
           SET Close-Fail TO TRUE
       ELSE
           MOVE SPACES TO ClosedDateFileRecord
           MOVE Closed-Date-Record TO ClosedDateFileRecord
           WRITE ClosedDateFileRecord
           IF ClosedDate-Status IS NOT = "00"
               SET Close-Fail TO TRUE
           END-IF
           CLOSE ClosedDateFile
       END-IF
       IF Close-Fail
           DISPLAY "Unable to record the date in CALCCLSD (status "
               ClosedDate-Status ")."
           MOVE SPACES TO CloseReportFileRecord
           STRING "CALCCLSD could not be updated (status "
               ClosedDate-Status "); the date's state is unchanged"
               DELIMITED BY SIZE INTO CloseReportFileRecord
           WRITE CloseReportFileRecord
       END-IF.

      * Every item is checked and listed even after one fails, so a
      * single run says everything that stands between the date and
      * its close. The run lock is held from the first check to the
      * close, so no session can add work in between. The date's
      * transmissions are loaded first, as the reconciliation item
      * needs them as well as the transmission item.
       RunChecklist.
       MOVE SPACES TO CloseReportFileRecord
       STRING "END-OF-DAY CHECKLIST"
           DELIMITED BY SIZE INTO CloseReportFileRecord
       WRITE CloseReportFileRecord
       PERFORM CheckRunLock
       PERFORM CheckRunStatus
       PERFORM LoadTransmissions
       PERFORM CheckReconciliation
       PERFORM CheckSuspense
       PERFORM CheckTransmissions
       MOVE SPACES TO CloseReportFileRecord
       WRITE CloseReportFileRecord
       IF Outstanding-Count = 0
           PERFORM BuildTimestamp
           MOVE SPACES TO Closed-Date-Record
           MOVE Close-Date TO CD-Business-Date
           SET CD-Closed TO TRUE
           MOVE "CALCCLOS" TO CD-User
           MOVE Timestamp-Display TO CD-Timestamp
           PERFORM AppendClosedDate
           IF NOT Close-Fail
               SET Date-Now-Closed TO TRUE
           END-IF
       END-IF
       IF Lock-Acquired
           PERFORM ReleaseRunLock
       END-IF.

       CheckRunLock.
       MOVE "No CobCalc session running" TO CK-Item
       PERFORM AcquireRunLock
       IF Lock-Acquired
           MOVE "Run lock taken for the close" TO CK-Detail
           PERFORM WritePass
       ELSE
           MOVE SPACES TO CK-Detail
           STRING "Held by " RL-User " mode " RL-Mode
               " since " RL-Timestamp
               DELIMITED BY SIZE INTO CK-Detail
           PERFORM WriteOutstanding
       END-IF.

      * Return code 4 is a run that completed with rejects; the
      * rejects themselves are judged by the SUSPENSE item.
       CheckRunStatus.
       MOVE "Last CobCalc run completed" TO CK-Item
       MOVE SPACES TO Run-Status-Record
       OPEN INPUT RunStatusFile
       IF RunStatus-Status IS = "00"
           READ RunStatusFile INTO Run-Status-Record
               AT END
                   MOVE SPACES TO Run-Status-Record
           END-READ
           CLOSE RunStatusFile
       END-IF
       MOVE SPACES TO CK-Detail
       IF RS-Return-Code IS NOT NUMERIC
           MOVE "RUNSTAT is missing or unreadable" TO CK-Detail
           PERFORM WriteOutstanding
       ELSE
           STRING "RUNSTAT return code " RS-Return-Code " on "
               RS-Run-Date " batch " RS-Batch-ID
               DELIMITED BY SIZE INTO CK-Detail
           IF RS-Return-Code > 4
               PERFORM WriteOutstanding
           ELSE
               PERFORM WritePass
           END-IF
       END-IF.

      * A reconciliation from before the date cannot have seen the
      * date's work. One run for a single transmission speaks for the
      * date only when that transmission is the date's only one.
       CheckReconciliation.
       MOVE "Ledger reconciliation clean" TO CK-Item
       MOVE SPACES TO Recon-Status-Record
       OPEN INPUT ReconStatusFile
       IF ReconStatus-Status IS = "00"
           READ ReconStatusFile INTO Recon-Status-Record
               AT END
                   MOVE SPACES TO Recon-Status-Record
           END-READ
           CLOSE ReconStatusFile
       END-IF
       MOVE SPACES TO CK-Detail
       EVALUATE TRUE
           WHEN RN-Run-Date IS NOT NUMERIC
                   OR RN-Xmit-Number IS NOT NUMERIC
               MOVE "RECNSTAT is missing or unreadable"
                   TO CK-Detail
               PERFORM WriteOutstanding
           WHEN RN-Run-Date < Close-Date
               STRING "Last reconciliation ran " RN-Run-Date
                   ", before the date"
                   DELIMITED BY SIZE INTO CK-Detail
               PERFORM WriteOutstanding
           WHEN RN-Not-Run
               STRING "Last reconciliation did not run ("
                   RN-Timestamp ")"
                   DELIMITED BY SIZE INTO CK-Detail
               PERFORM WriteOutstanding
           WHEN RN-Xmit-Number > 0
                   AND (Transmission-Count IS NOT = 1
                   OR Transmission-Overflow
                   OR TE-Number(1) IS NOT = RN-Xmit-Number)
               STRING "Reconciliation covered transmission "
                   RN-Xmit-Number " only"
                   DELIMITED BY SIZE INTO CK-Detail
               PERFORM WriteOutstanding
           WHEN NOT RN-Clean
               MOVE RN-Exception-Count TO Count-Edited
               STRING "Last reconciliation reported" Count-Edited
                   " exception(s)"
                   DELIMITED BY SIZE INTO CK-Detail
               PERFORM WriteOutstanding
           WHEN OTHER
               STRING "Clean at " RN-Timestamp
                   DELIMITED BY SIZE INTO CK-Detail
               PERFORM WritePass
       END-EVALUATE.

      * A suspended record belongs to the business date its batch
      * was processed as, from PBREG; one whose batch never
      * completed belongs to the day it was suspended. A SUSPENSE
      * that is there but cannot be opened is not taken as empty.
       CheckSuspense.
       MOVE "Nothing for the date in SUSPENSE" TO CK-Item
       OPEN INPUT SuspenseFile
       IF Suspense-Status IS = "00"
           PERFORM UNTIL Suspense-EOF
               READ SuspenseFile INTO Suspense-Record
                   AT END
                       SET Suspense-EOF TO TRUE
                   NOT AT END
                       PERFORM HoldSuspendedRecord
               END-READ
           END-PERFORM
           CLOSE SuspenseFile
       END-IF
       IF Suspense-Count > 0
           PERFORM DateSuspendedRecords
       END-IF
       PERFORM VARYING SusIdx FROM 1 BY 1
               UNTIL SusIdx > Suspense-Count
           IF ST-Business-Date(SusIdx) IS NUMERIC
               IF ST-Business-Date(SusIdx) = Close-Date
                   ADD 1 TO Suspended-For-Date
               END-IF
           ELSE
               IF ST-Suspend-Date(SusIdx) = Close-Date
                   ADD 1 TO Suspended-For-Date
               END-IF
           END-IF
       END-PERFORM
       MOVE SPACES TO CK-Detail
       EVALUATE TRUE
           WHEN Suspense-Status IS NOT = "00"
                   AND Suspense-Status IS NOT = "35"
               STRING "SUSPENSE could not be opened (status "
                   Suspense-Status ")"
                   DELIMITED BY SIZE INTO CK-Detail
               PERFORM WriteOutstanding
           WHEN Suspense-Overflow
               MOVE Suspense-Limit TO Count-Edited
               STRING "SUSPENSE holds more than" Count-Edited
                   " records; clear it first"
                   DELIMITED BY SIZE INTO CK-Detail
               PERFORM WriteOutstanding
           WHEN Suspended-For-Date > 0
               MOVE Suspended-For-Date TO Count-Edited
               STRING Count-Edited " record(s) still in suspense"
                   DELIMITED BY SIZE INTO CK-Detail
               PERFORM WriteOutstanding
           WHEN OTHER
               MOVE "None" TO CK-Detail
               PERFORM WritePass
       END-EVALUATE.

       HoldSuspendedRecord.
       IF Suspense-Count < Suspense-Limit
           ADD 1 TO Suspense-Count
           SET SusIdx TO Suspense-Count
           MOVE SU-Batch-ID TO ST-Batch-ID(SusIdx)
           IF SU-Suspend-Date IS NUMERIC
               MOVE SU-Suspend-Date TO ST-Suspend-Date(SusIdx)
           ELSE
               MOVE ZERO TO ST-Suspend-Date(SusIdx)
           END-IF
           MOVE SPACES TO ST-Business-Date(SusIdx)
       ELSE
           SET Suspense-Overflow TO TRUE
       END-IF.

       DateSuspendedRecords.
       OPEN INPUT RegisterFile
       IF Register-Status IS = "00"
           PERFORM UNTIL Register-EOF
               READ RegisterFile INTO Register-Record
                   AT END
                       SET Register-EOF TO TRUE
                   NOT AT END
                       IF PB-Business-Date IS NUMERIC
                           PERFORM VARYING SusIdx FROM 1 BY 1
                                   UNTIL SusIdx > Suspense-Count
                               IF ST-Batch-ID(SusIdx)
                                       IS = PB-Batch-ID
                                   MOVE PB-Business-Date
                                       TO ST-Business-Date(SusIdx)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RegisterFile
       END-IF.

      * Every CALCOUT record for the date must have been cut into a
      * transmission, and every transmission carrying the date's
      * records must have been acknowledged in full by the ledger.
       CheckTransmissions.
       MOVE "Date's work sent and acknowledged" TO CK-Item
       PERFORM CountUntransmitted
       IF XmitLog-Status IS NOT = "00" AND XmitLog-Status IS NOT = "35"
           SET Transmission-Read-Fail TO TRUE
           MOVE SPACES TO CK-Detail
           STRING "XMITLOG could not be opened (status "
               XmitLog-Status ")"
               DELIMITED BY SIZE INTO CK-Detail
           PERFORM WriteOutstanding
       END-IF
       IF CalcOut-Status IS NOT = "00" AND CalcOut-Status IS NOT = "35"
           SET Transmission-Read-Fail TO TRUE
           MOVE SPACES TO CK-Detail
           STRING "CALCOUT could not be opened (status "
               CalcOut-Status ")"
               DELIMITED BY SIZE INTO CK-Detail
           PERFORM WriteOutstanding
       END-IF
       IF Transmission-Count > 0
           PERFORM CountTransmissionAcks
       END-IF
       PERFORM VARYING XmtIdx FROM 1 BY 1
               UNTIL XmtIdx > Transmission-Count
           IF TE-Acks(XmtIdx) < TE-Records(XmtIdx)
               ADD 1 TO Unacknowledged-Count
           END-IF
       END-PERFORM
       MOVE SPACES TO CK-Detail
       EVALUATE TRUE
           WHEN Transmission-Read-Fail
               CONTINUE
           WHEN Transmission-Overflow
               MOVE Transmission-Limit TO Count-Edited
               STRING "More than" Count-Edited " transmissions "
                   "carry the date"
                   DELIMITED BY SIZE INTO CK-Detail
               PERFORM WriteOutstanding
           WHEN Untransmitted-Count > 0
               MOVE Untransmitted-Count TO Count-Edited
               STRING Count-Edited " CALCOUT record(s) not yet "
                   "transmitted"
                   DELIMITED BY SIZE INTO CK-Detail
               PERFORM WriteOutstanding
               IF Unacknowledged-Count > 0
                   PERFORM WriteUnacknowledged
               END-IF
           WHEN Unacknowledged-Count > 0
               PERFORM WriteUnacknowledged
           WHEN OTHER
               MOVE Transmission-Count TO Count-Edited
               STRING Count-Edited " transmission(s), all "
                   "acknowledged"
                   DELIMITED BY SIZE INTO CK-Detail
               PERFORM WritePass
       END-EVALUATE.

       WriteUnacknowledged.
       MOVE "Date's work acknowledged" TO CK-Item
       MOVE Unacknowledged-Count TO Count-Edited
       MOVE SPACES TO CK-Detail
       STRING Count-Edited " transmission(s) not acknowledged "
           "in full"
           DELIMITED BY SIZE INTO CK-Detail
       PERFORM WriteOutstanding.

      * The last log record also says how far into CALCOUT the
      * transmissions have reached. An open status other than "35"
      * is left in XmitLog-Status for the transmission item.
       LoadTransmissions.
       OPEN INPUT XmitLogFile
       IF XmitLog-Status IS = "00"
           PERFORM UNTIL XmitLog-EOF
               READ XmitLogFile INTO Xmit-Log-Record
                   AT END
                       SET XmitLog-EOF TO TRUE
                   NOT AT END
                       IF XL-Xmit-Number IS NUMERIC
                               AND XL-Last-Position IS NUMERIC
                           MOVE XL-Last-Position
                               TO Last-Xmit-Position
                           IF XL-Low-Business-Date <= Close-Date
                                   AND XL-High-Business-Date
                                       >= Close-Date
                               PERFORM HoldTransmission
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XmitLogFile
       END-IF.

       HoldTransmission.
       IF Transmission-Count < Transmission-Limit
           ADD 1 TO Transmission-Count
           SET XmtIdx TO Transmission-Count
           MOVE XL-Xmit-Number TO TE-Number(XmtIdx)
           MOVE XL-Record-Count TO TE-Records(XmtIdx)
           MOVE ZERO TO TE-Acks(XmtIdx)
       ELSE
           SET Transmission-Overflow TO TRUE
       END-IF.

       CountUntransmitted.
       OPEN INPUT CalcOutFile
       IF CalcOut-Status IS = "00"
           PERFORM UNTIL CalcOut-EOF
               READ CalcOutFile INTO CALCOUT-RECORD
                   AT END
                       SET CalcOut-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CalcOut-Position
                       IF CalcOut-Position > Last-Xmit-Position
                               AND CO-BUSINESS-DATE IS NUMERIC
                               AND CO-BUSINESS-DATE = Close-Date
                           ADD 1 TO Untransmitted-Count
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CalcOutFile
       END-IF.

      * The ledger may answer one record more than once; only the
      * distinct records acknowledged count toward a transmission,
      * the same count the reconciliation makes, so a record
      * answered twice cannot stand in for one never answered.
      * Without LEDGACK, or if the sort cannot be read back, nothing
      * counts as acknowledged.
       CountTransmissionAcks.
       OPEN INPUT LedgAckFile
       IF LedgAck-Status IS = "00"
           CLOSE LedgAckFile
           SORT AckSortFile
               ON ASCENDING KEY AS-Sequence AS-Xmit-Number
               USING LedgAckFile GIVING SortedAckFile
           MOVE HIGH-VALUES TO Last-Ack-Key
           OPEN INPUT SortedAckFile
           IF SortedAck-Status IS = "00"
               PERFORM UNTIL LedgAck-EOF
                   READ SortedAckFile INTO LEDGACK-RECORD
                       AT END
                           SET LedgAck-EOF TO TRUE
                       NOT AT END
                           IF LA-POST-STATUS IS = "P"
                                   AND LA-XMIT-NUMBER IS NUMERIC
                               PERFORM CountOneAck
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SortedAckFile
           END-IF
       END-IF.

      * Acknowledgments arrive in reference and transmission order,
      * so a repeat always follows the one already counted.
       CountOneAck.
       IF LA-SEQUENCE IS NOT = Last-Ack-Sequence
               OR LA-XMIT-NUMBER IS NOT = Last-Ack-Xmit
           MOVE LA-SEQUENCE TO Last-Ack-Sequence
           MOVE LA-XMIT-NUMBER TO Last-Ack-Xmit
           PERFORM VARYING XmtIdx FROM 1 BY 1
                   UNTIL XmtIdx > Transmission-Count
               IF TE-Number(XmtIdx) = LA-XMIT-NUMBER
                   ADD 1 TO TE-Acks(XmtIdx)
               END-IF
           END-PERFORM
       END-IF.

       WritePass.
       MOVE "PASS" TO CK-Result
       MOVE Check-Line TO CloseReportFileRecord
       WRITE CloseReportFileRecord.

       WriteOutstanding.
       ADD 1 TO Outstanding-Count
       MOVE "OUTSTANDING" TO CK-Result
       MOVE Check-Line TO CloseReportFileRecord
       WRITE CloseReportFileRecord.

      * Only an idle lock is taken; a live CobCalc session is never
      * overridden from here.
       AcquireRunLock.
       MOVE "N" TO Lock-Acquired-Flag
       MOVE SPACES TO Run-Lock-Record
       OPEN INPUT RunLockFile
       IF RunLock-Status IS = "00"
           READ RunLockFile INTO Run-Lock-Record
               AT END
                   CONTINUE
           END-READ
           CLOSE RunLockFile
       END-IF
       IF RL-Active IS NOT = "Y"
           MOVE "Y" TO RL-Active
           PERFORM WriteRunLock
           IF RunLock-Status IS = "00"
               SET Lock-Acquired TO TRUE
           ELSE
               MOVE "CALCCLOS" TO RL-User
               MOVE "D" TO RL-Mode
           END-IF
       END-IF.

       ReleaseRunLock.
       MOVE "N" TO RL-Active
       PERFORM WriteRunLock.

      * Mode "D" marks a lock held by the business-day close.
       WriteRunLock.
       PERFORM BuildTimestamp
       MOVE "CALCCLOS" TO RL-User
       MOVE "D" TO RL-Mode
       MOVE Date-YYYYMMDD TO RL-Date
       MOVE TS-Hour TO RL-Hour
       MOVE TS-Minute TO RL-Minute
       MOVE TS-Second TO RL-Second
       MOVE Timestamp-Display TO RL-Timestamp
       OPEN OUTPUT RunLockFile
       IF RunLock-Status IS = "00"
           MOVE SPACES TO RunLockFileRecord
           MOVE Run-Lock-Record TO RunLockFileRecord
           WRITE RunLockFileRecord
           CLOSE RunLockFile
       END-IF.

       Finalize.
       MOVE SPACES TO CloseReportFileRecord
       EVALUATE TRUE
           WHEN Close-Fail
               STRING "BUSINESS DATE " Close-Date " - CLOSE NOT "
                   "RECORDED"
                   DELIMITED BY SIZE INTO CloseReportFileRecord
           WHEN Date-Reopened
               STRING "BUSINESS DATE " Close-Date " REOPENED"
                   DELIMITED BY SIZE INTO CloseReportFileRecord
           WHEN Date-Closed
               STRING "BUSINESS DATE " Close-Date " IS CLOSED"
                   DELIMITED BY SIZE INTO CloseReportFileRecord
           WHEN Date-Now-Closed
               STRING "BUSINESS DATE " Close-Date " CLOSED"
                   DELIMITED BY SIZE INTO CloseReportFileRecord
           WHEN OTHER
               MOVE Outstanding-Count TO Count-Edited
               STRING "BUSINESS DATE " Close-Date " NOT CLOSED -"
                   Count-Edited " ITEM(S) OUTSTANDING"
                   DELIMITED BY SIZE INTO CloseReportFileRecord
       END-EVALUATE
       WRITE CloseReportFileRecord
       CLOSE CloseReportFile
       DISPLAY CloseReportFileRecord.

       BuildTimestamp.
       ACCEPT Date-YYYYMMDD FROM DATE YYYYMMDD
       ACCEPT Time-HHMMSSss FROM TIME
       STRING TS-Year "-" TS-Month "-" TS-Day " "
           TS-Hour ":" TS-Minute ":" TS-Second
           DELIMITED BY SIZE INTO Timestamp-Display.
