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

      * Month-end charge-back statements. Every batch in the PBREG
      * posted-batch register whose business date falls in the
      * billing month is billed to the department that submitted it
      * - its BH-Origin - at the rates in the FEESCHD fee schedule:
      * a fee per batch, a fee per calculation processed, and a
      * separate fee per rejected record sent to ERRLOG and
      * SUSPENSE. Reversals raised against the origin's work in the
      * month are counted on the statement. One statement per origin
      * is printed to BILLSTMT and the amounts due are written to
      * the CHGBACK summary file for finance to load. Register
      * records written before the register carried the origin take
      * it from the RUNHIST run history; work that still cannot be
      * attributed is listed rather than billed to anyone.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcBill.
       AUTHOR. Joshua Horvath.
       DATE-Written. October 15, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fee schedule, maintained by finance.
           SELECT FeeFile ASSIGN TO "FEESCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Fee-Status.

           SELECT RegisterFile ASSIGN TO "PBREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Register-Status.

           SELECT RunHistFile ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunHist-Status.

           SELECT ApprovalFile ASSIGN TO "APPROVQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Approval-Status.

           SELECT CalcOutFile ASSIGN TO "CALCOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CalcOut-Status.

      * The billing month comes from the shared CALCPARM run-time
      * parameter file, so a month can be rebilled without a
      * recompile.
           SELECT ParamFile ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Param-Status.

           SELECT StatementFile ASSIGN TO "BILLSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Statement-Status.

           SELECT ChgBackFile ASSIGN TO "CHGBACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChgBack-Status.

       DATA DIVISION.
       FILE SECTION.
       FD FeeFile.
       01 FeeFileRecord PIC X(80).

       FD RegisterFile.
       01 RegisterFileRecord PIC X(120).

       FD RunHistFile.
       01 RunHistFileRecord PIC X(100).

       FD ApprovalFile.
       01 ApprovalFileRecord PIC X(150).

       FD CalcOutFile.
       01 CalcOutFileRecord PIC X(80).

       FD ParamFile.
       01 ParamFileRecord PIC X(80).

       FD StatementFile.
       01 StatementFileRecord PIC X(100).

       FD ChgBackFile.
       01 ChgBackFileRecord PIC X(100).

       WORKING-STORAGE SECTION.

       01 Fee-Status PIC X(2).
       01 Register-Status PIC X(2).
       01 RunHist-Status PIC X(2).
       01 Approval-Status PIC X(2).
       01 CalcOut-Status PIC X(2).
       01 Param-Status PIC X(2).
       01 Statement-Status PIC X(2).
       01 ChgBack-Status PIC X(2).

       01 Fee-EOF-Flag PIC X(1) VALUE "N".
           88 Fee-EOF VALUE "Y".
       01 Register-EOF-Flag PIC X(1) VALUE "N".
           88 Register-EOF VALUE "Y".
       01 RunHist-EOF-Flag PIC X(1) VALUE "N".
           88 RunHist-EOF VALUE "Y".
       01 Approval-EOF-Flag PIC X(1) VALUE "N".
           88 Approval-EOF VALUE "Y".
       01 CalcOut-EOF-Flag PIC X(1) VALUE "N".
           88 CalcOut-EOF VALUE "Y".
       01 Param-EOF-Flag PIC X(1) VALUE "N".
           88 Param-EOF VALUE "Y".
       01 Report-Open-Flag PIC X(1) VALUE "N".
           88 Report-Open VALUE "Y".
       01 Bill-Fail-Flag PIC X(1) VALUE "N".
           88 Bill-Fail VALUE "Y".
       01 Table-Overflow-Flag PIC X(1) VALUE "N".
           88 Table-Overflow VALUE "Y".

      * The record layouts shared with CobCalc.
       COPY PBREGR.
       COPY RUNSTATR.
       COPY APPROVQR.
       COPY CALCOUTR.

      * The charge-back summary layouts shared with finance.
       COPY CHGBACKR.

      * One fee-schedule line. Lines whose first character is "*"
      * are comments. Fees are entered as plain decimal amounts,
      * to four places for fractions of a cent. An origin of
      * DEFAULT gives the rates for every origin without a line of
      * its own.
       01 Fee-Record.
           05 FS-Origin PIC X(8).
           05 FILLER PIC X(1).
           05 FS-Batch-Fee PIC X(10).
           05 FILLER PIC X(1).
           05 FS-Calc-Fee PIC X(10).
           05 FILLER PIC X(1).
           05 FS-Reject-Fee PIC X(10).
           05 FILLER PIC X(1).
           05 FS-Description PIC X(30).

       01 Fee-Table.
           05 Fee-Entry OCCURS 200 TIMES INDEXED BY FeeIdx.
               10 FT-Origin PIC X(8).
               10 FT-Batch-Fee PIC 9(5)V9(4).
               10 FT-Calc-Fee PIC 9(5)V9(4).
               10 FT-Reject-Fee PIC 9(5)V9(4).
       01 Fee-Count PIC 9(4) VALUE ZERO.
       01 Fee-Limit PIC 9(4) VALUE 200.
       01 Fee-Error-Count PIC 9(9) VALUE ZERO.
       01 Fee-Error-Text PIC X(40) VALUE SPACES.
       01 Fee-Key-Origin PIC X(8) VALUE SPACES.
       01 Fee-Found-Flag PIC X(1) VALUE "N".
           88 Fee-Found VALUE "Y".
       01 Fee-Text PIC X(10) VALUE SPACES.
       01 Fee-Value PIC 9(5)V9(4) VALUE ZERO.
       01 Fee-Value-Flag PIC X(1) VALUE "N".
           88 Fee-Value-Bad VALUE "Y".
       01 Batch-Fee-Work PIC 9(5)V9(4) VALUE ZERO.
       01 Calc-Fee-Work PIC 9(5)V9(4) VALUE ZERO.
       01 Reject-Fee-Work PIC 9(5)V9(4) VALUE ZERO.

      * One entry per origin with billable work in the month, in
      * the order the origin was first seen.
       01 Origin-Table.
           05 Origin-Entry OCCURS 200 TIMES INDEXED BY OrgIdx.
               10 OT-Origin PIC X(8).
               10 OT-Batch-Count PIC 9(9).
               10 OT-Calc-Count PIC 9(9).
               10 OT-Reject-Count PIC 9(9).
               10 OT-Reversal-Count PIC 9(9).
       01 Origin-Count PIC 9(4) VALUE ZERO.
       01 Origin-Limit PIC 9(4) VALUE 200.
       01 Origin-Key PIC X(8) VALUE SPACES.
       01 Origin-Found-Flag PIC X(1) VALUE "N".
           88 Origin-Found VALUE "Y".

      * Register records in the month that predate PB-Origin,
      * waiting for RUNHIST to name their origin.
       01 Legacy-Table.
           05 Legacy-Entry OCCURS 500 TIMES INDEXED BY LegIdx.
               10 LT-Batch-ID PIC X(8).
               10 LT-Calc-Count PIC 9(9).
               10 LT-Reject-Count PIC 9(9).
               10 LT-Origin PIC X(8).
               10 LT-Completed PIC X(19).
       01 Legacy-Count PIC 9(4) VALUE ZERO.
       01 Legacy-Limit PIC 9(4) VALUE 500.

      * Reversals raised in the month, by calculation reference,
      * waiting for CALCOUT to name the origin of the work.
       01 Reversal-Table.
           05 Reversal-Entry OCCURS 500 TIMES INDEXED BY RevIdx.
               10 RV-Reference PIC 9(9).
               10 RV-Origin PIC X(8).
       01 Reversal-Count PIC 9(4) VALUE ZERO.
       01 Reversal-Limit PIC 9(4) VALUE 500.

       01 Param-Line PIC X(80).
       01 Param-Keyword PIC X(10).
       01 Param-Value PIC X(20).
       01 NumVal-Check PIC S9(4) COMP.
       01 NumVal-Result PIC S9(9)V9(4) VALUE ZERO.

      * Billing month, YYYYMM. CALCPARM keyword BILLPERIOD names
      * it; without one the month before the run date is billed.
      * Keywords belonging to other programs pass by unremarked.
       01 Billing-Period PIC 9(6) VALUE ZERO.
       01 Billing-Period-Redefined REDEFINES Billing-Period.
           05 BP-Year PIC 9(4).
           05 BP-Month PIC 9(2).
       01 Billing-Period-Display PIC X(7) VALUE SPACES.
       01 Row-Period PIC X(6) VALUE SPACES.

       01 Row-Calc-Count PIC 9(9) VALUE ZERO.
       01 Row-Reject-Count PIC 9(9) VALUE ZERO.
       01 Register-Read-Count PIC 9(9) VALUE ZERO.
       01 Billed-Batch-Count PIC 9(9) VALUE ZERO.
       01 No-Reject-Count-Count PIC 9(9) VALUE ZERO.
       01 Unattributed-Batch-Count PIC 9(9) VALUE ZERO.
       01 Unattributed-Calc-Count PIC 9(9) VALUE ZERO.
       01 Unattributed-Reversal-Count PIC 9(9) VALUE ZERO.
       01 Unpriced-Origin-Count PIC 9(9) VALUE ZERO.
       01 Statement-Count PIC 9(9) VALUE ZERO.

       01 Amount-Due PIC 9(11)V9(2) VALUE ZERO.
       01 Amount-Total PIC 9(13)V9(2) VALUE ZERO.
       01 Line-Charge PIC 9(11)V9(2) VALUE ZERO.
       01 Pricing-Error-Flag PIC X(1) VALUE "N".
           88 Pricing-Error VALUE "Y".
       01 Rate-Source PIC X(8) VALUE SPACES.

       01 Charge-Line.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-Label PIC X(24).
           05 CL-Count PIC ZZZZZZZZ9.
           05 FILLER PIC X(4) VALUE " at ".
           05 CL-Rate PIC ZZZZ9.9999.
           05 FILLER PIC X(3) VALUE " = ".
           05 CL-Charge PIC ZZZZZZZZZZ9.99.

       01 Count-Edited PIC ZZZZZZZZ9.
       01 Amount-Edited PIC ZZZZZZZZZZZZ9.99.

       01 Run-Date-YYYYMMDD PIC 9(8).
       01 Run-Date-Redefined REDEFINES Run-Date-YYYYMMDD.
           05 Run-Year PIC 9(4).
           05 Run-Month PIC 9(2).
           05 Run-Day PIC 9(2).

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

      * Return code 12 when no statements could be produced or
      * CHGBACK could not be written in full, 8
      * when more work arrived than one run can hold (some of it is
      * not billed), 4 when anything was left unbilled or a fee line
      * was ignored.
       MainControl.
       PERFORM InitializeProgram
       IF NOT Report-Open
           MOVE 12 TO RETURN-CODE
       ELSE
           PERFORM LoadFeeSchedule
           IF NOT Bill-Fail
               PERFORM ScanRegister
           END-IF
           IF NOT Bill-Fail
               PERFORM ResolveLegacyOrigins
               PERFORM ScanApprovalQueue
               PERFORM ResolveReversalOrigins
               PERFORM WriteStatements
           END-IF
           PERFORM Finalize
           EVALUATE TRUE
               WHEN Bill-Fail
                   MOVE 12 TO RETURN-CODE
               WHEN Table-Overflow OR Pricing-Error
                   MOVE 8 TO RETURN-CODE
               WHEN Unattributed-Batch-Count > 0
                       OR Unattributed-Reversal-Count > 0
                       OR Unpriced-Origin-Count > 0
                       OR Fee-Error-Count > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
       END-IF
       GOBACK.

       InitializeProgram.
       ACCEPT Run-Date-YYYYMMDD FROM DATE YYYYMMDD
       IF Run-Month = 1
           COMPUTE BP-Year = Run-Year - 1
           MOVE 12 TO BP-Month
       ELSE
           MOVE Run-Year TO BP-Year
           COMPUTE BP-Month = Run-Month - 1
       END-IF
       PERFORM LoadParameters
       STRING BP-Year "-" BP-Month
           DELIMITED BY SIZE INTO Billing-Period-Display
       OPEN OUTPUT StatementFile
       IF Statement-Status IS NOT = "00"
           DISPLAY "Unable to open BILLSTMT statement file (status "
               Statement-Status ")."
       ELSE
           SET Report-Open TO TRUE
           PERFORM BuildTimestamp
           MOVE SPACES TO StatementFileRecord
           STRING "CobCalc Charge-Back Statements  "
               Timestamp-Display
               DELIMITED BY SIZE INTO StatementFileRecord
           WRITE StatementFileRecord
           MOVE SPACES TO StatementFileRecord
           STRING "Billing period: " Billing-Period-Display
               DELIMITED BY SIZE INTO StatementFileRecord
           WRITE StatementFileRecord
           MOVE SPACES TO StatementFileRecord
           WRITE StatementFileRecord
       END-IF.

      * Only the billing month belongs to this job; everything else
      * in CALCPARM is another program's parameter.
       LoadParameters.
       OPEN INPUT ParamFile
       IF Param-Status IS NOT = "00"
           CONTINUE
       ELSE
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
       IF Param-Keyword IS = "BILLPERIOD"
           IF Param-Value(1:6) IS NOT NUMERIC
                   OR Param-Value(7:14) IS NOT = SPACES
               DISPLAY "CALCPARM BILLPERIOD must be YYYYMM; value "
                   "ignored: " Param-Value
           ELSE
               IF Param-Value(5:2) < "01" OR Param-Value(5:2) > "12"
                   DISPLAY "CALCPARM BILLPERIOD month must be "
                       "between 01 and 12; value ignored: "
                       Param-Value
               ELSE
                   MOVE Param-Value(1:6) TO Billing-Period
               END-IF
           END-IF
       END-IF.

      * Without the fee schedule nothing can be priced, and
      * statements without amounts would only have to be withdrawn.
       LoadFeeSchedule.
       OPEN INPUT FeeFile
       IF Fee-Status IS NOT = "00"
           SET Bill-Fail TO TRUE
           MOVE SPACES TO StatementFileRecord
           STRING "BILLING NOT RUN - FEESCHD could not be opened "
               "(status " Fee-Status ")"
               DELIMITED BY SIZE INTO StatementFileRecord
           WRITE StatementFileRecord
       ELSE
           PERFORM UNTIL Fee-EOF
               READ FeeFile INTO Fee-Record
                   AT END
                       SET Fee-EOF TO TRUE
                   NOT AT END
                       IF Fee-Record(1:1) IS NOT = "*"
                               AND Fee-Record IS NOT = SPACES
                           PERFORM LoadOneFee
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FeeFile
       END-IF.

      * A bad or duplicate fee line is reported and left out; the
      * first line for an origin is the one used.
       LoadOneFee.
       MOVE SPACES TO Fee-Error-Text
       MOVE FS-Batch-Fee TO Fee-Text
       PERFORM ParseFee
       MOVE Fee-Value TO Batch-Fee-Work
       IF NOT Fee-Value-Bad
           MOVE FS-Calc-Fee TO Fee-Text
           PERFORM ParseFee
           MOVE Fee-Value TO Calc-Fee-Work
       END-IF
       IF NOT Fee-Value-Bad
           MOVE FS-Reject-Fee TO Fee-Text
           PERFORM ParseFee
           MOVE Fee-Value TO Reject-Fee-Work
       END-IF
       EVALUATE TRUE
           WHEN FS-Origin IS = SPACES
               MOVE "No origin" TO Fee-Error-Text
           WHEN Fee-Value-Bad
               MOVE "Fee is not an amount from 0 to 99999"
                   TO Fee-Error-Text
           WHEN Fee-Count >= Fee-Limit
               MOVE "More fee lines than one run holds"
                   TO Fee-Error-Text
       END-EVALUATE
       IF Fee-Error-Text IS = SPACES
           MOVE FS-Origin TO Fee-Key-Origin
           PERFORM FindFeeEntry
           IF Fee-Found
               MOVE "Duplicate of an earlier fee line"
                   TO Fee-Error-Text
           END-IF
       END-IF
       IF Fee-Error-Text IS NOT = SPACES
           ADD 1 TO Fee-Error-Count
           MOVE SPACES TO StatementFileRecord
           STRING "FEESCHD LINE IGNORED - " FS-Origin " - "
               Fee-Error-Text
               DELIMITED BY SIZE INTO StatementFileRecord
           WRITE StatementFileRecord
       ELSE
           ADD 1 TO Fee-Count
           SET FeeIdx TO Fee-Count
           MOVE FS-Origin TO FT-Origin(FeeIdx)
           MOVE Batch-Fee-Work TO FT-Batch-Fee(FeeIdx)
           MOVE Calc-Fee-Work TO FT-Calc-Fee(FeeIdx)
           MOVE Reject-Fee-Work TO FT-Reject-Fee(FeeIdx)
       END-IF.

      * A blank fee is no charge.
       ParseFee.
       MOVE "N" TO Fee-Value-Flag
       MOVE ZERO TO Fee-Value
       IF Fee-Text IS NOT = SPACES
           MOVE FUNCTION TEST-NUMVAL(Fee-Text) TO NumVal-Check
           IF NumVal-Check IS NOT = 0
               SET Fee-Value-Bad TO TRUE
           ELSE
               MOVE FUNCTION NUMVAL(Fee-Text) TO NumVal-Result
               IF NumVal-Result < 0 OR NumVal-Result > 99999
                   SET Fee-Value-Bad TO TRUE
               ELSE
                   MOVE NumVal-Result TO Fee-Value
               END-IF
           END-IF
       END-IF.

       FindFeeEntry.
       MOVE "N" TO Fee-Found-Flag
       SET FeeIdx TO 1
       PERFORM UNTIL Fee-Found OR FeeIdx > Fee-Count
           IF FT-Origin(FeeIdx) IS = Fee-Key-Origin
               SET Fee-Found TO TRUE
           ELSE
               SET FeeIdx UP BY 1
           END-IF
       END-PERFORM.

      * The register is the record of every batch that ran to
      * completion, so it is the billing record too. A batch rerun
      * under an approved reprocess override is registered, and
      * billed, once for each run.
       ScanRegister.
       OPEN INPUT RegisterFile
       IF Register-Status IS NOT = "00"
           SET Bill-Fail TO TRUE
           MOVE SPACES TO StatementFileRecord
           STRING "BILLING NOT RUN - PBREG could not be opened "
               "(status " Register-Status ")"
               DELIMITED BY SIZE INTO StatementFileRecord
           WRITE StatementFileRecord
       ELSE
           PERFORM UNTIL Register-EOF
               READ RegisterFile INTO Register-Record
                   AT END
                       SET Register-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO Register-Read-Count
                       PERFORM BillOneRegisterRecord
               END-READ
           END-PERFORM
           CLOSE RegisterFile
       END-IF.

      * The batch belongs to the month of its business date; a
      * record that predates the business date is placed by the
      * date it completed.
       BillOneRegisterRecord.
       IF PB-Business-Date IS NUMERIC
           MOVE PB-Business-Date(1:6) TO Row-Period
       ELSE
           MOVE SPACES TO Row-Period
           STRING PB-Completed-Timestamp(1:4)
               PB-Completed-Timestamp(6:2)
               DELIMITED BY SIZE INTO Row-Period
       END-IF
       IF Row-Period IS = Billing-Period
           PERFORM CountRegisterRecord
       END-IF.

      * Rejects counted by the run are billed at the reject rate
      * and the rest of the batch at the calculation rate. A record
      * that predates the reject count bills the whole batch as
      * calculations.
       CountRegisterRecord.
       ADD 1 TO Billed-Batch-Count
       IF PB-Detail-Count IS NOT NUMERIC
           MOVE ZERO TO PB-Detail-Count
       END-IF
       IF PB-Reject-Count IS NUMERIC
           MOVE PB-Reject-Count TO Row-Reject-Count
       ELSE
           ADD 1 TO No-Reject-Count-Count
           MOVE ZERO TO Row-Reject-Count
       END-IF
       IF Row-Reject-Count > PB-Detail-Count
           MOVE ZERO TO Row-Calc-Count
       ELSE
           COMPUTE Row-Calc-Count = PB-Detail-Count
               - Row-Reject-Count
       END-IF
       IF PB-Origin IS NOT = SPACES
           MOVE PB-Origin TO Origin-Key
           PERFORM AddBatchToOrigin
       ELSE
           IF Legacy-Count < Legacy-Limit
               ADD 1 TO Legacy-Count
               SET LegIdx TO Legacy-Count
               MOVE PB-Batch-ID TO LT-Batch-ID(LegIdx)
               MOVE Row-Calc-Count TO LT-Calc-Count(LegIdx)
               MOVE Row-Reject-Count TO LT-Reject-Count(LegIdx)
               MOVE SPACES TO LT-Origin(LegIdx)
               MOVE PB-Completed-Timestamp TO LT-Completed(LegIdx)
           ELSE
               SET Table-Overflow TO TRUE
               PERFORM AddUnattributedBatch
           END-IF
       END-IF.

       AddBatchToOrigin.
       PERFORM FindOriginEntry
       IF Origin-Found
           ADD 1 TO OT-Batch-Count(OrgIdx)
           ADD Row-Calc-Count TO OT-Calc-Count(OrgIdx)
           ADD Row-Reject-Count TO OT-Reject-Count(OrgIdx)
       ELSE
           PERFORM AddUnattributedBatch
       END-IF.

       AddUnattributedBatch.
       ADD 1 TO Unattributed-Batch-Count
       ADD Row-Calc-Count TO Unattributed-Calc-Count
       MOVE SPACES TO StatementFileRecord
       STRING "NOT BILLED - batch " PB-Batch-ID
           " completed " PB-Completed-Timestamp
           " has no origin that can be billed"
           DELIMITED BY SIZE INTO StatementFileRecord
       WRITE StatementFileRecord.

      * Finds the origin's entry, taking a new one the first time
      * the origin is seen. Origin-Found stays off only when the
      * table is full.
       FindOriginEntry.
       MOVE "N" TO Origin-Found-Flag
       SET OrgIdx TO 1
       PERFORM UNTIL Origin-Found OR OrgIdx > Origin-Count
           IF OT-Origin(OrgIdx) IS = Origin-Key
               SET Origin-Found TO TRUE
           ELSE
               SET OrgIdx UP BY 1
           END-IF
       END-PERFORM
       IF NOT Origin-Found
           IF Origin-Count < Origin-Limit
               ADD 1 TO Origin-Count
               SET OrgIdx TO Origin-Count
               MOVE Origin-Key TO OT-Origin(OrgIdx)
               MOVE ZERO TO OT-Batch-Count(OrgIdx)
               MOVE ZERO TO OT-Calc-Count(OrgIdx)
               MOVE ZERO TO OT-Reject-Count(OrgIdx)
               MOVE ZERO TO OT-Reversal-Count(OrgIdx)
               SET Origin-Found TO TRUE
           ELSE
               SET Table-Overflow TO TRUE
           END-IF
       END-IF.

      * A register record from before PB-Origin existed takes its
      * origin from the run that processed the batch. A run that
      * carried several origins (*MULTI*) cannot say which one the
      * batch belonged to, so it does not settle the question.
       ResolveLegacyOrigins.
       IF Legacy-Count > 0
           OPEN INPUT RunHistFile
           IF RunHist-Status IS = "00"
               PERFORM UNTIL RunHist-EOF
                   READ RunHistFile INTO Run-Status-Record
                       AT END
                           SET RunHist-EOF TO TRUE
                       NOT AT END
                           PERFORM MatchRunHistory
                   END-READ
               END-PERFORM
               CLOSE RunHistFile
           END-IF
           PERFORM VARYING LegIdx FROM 1 BY 1
                   UNTIL LegIdx > Legacy-Count
               MOVE LT-Calc-Count(LegIdx) TO Row-Calc-Count
               MOVE LT-Reject-Count(LegIdx) TO Row-Reject-Count
               MOVE LT-Batch-ID(LegIdx) TO PB-Batch-ID
               MOVE LT-Completed(LegIdx) TO PB-Completed-Timestamp
               IF LT-Origin(LegIdx) IS = SPACES
                   PERFORM AddUnattributedBatch
               ELSE
                   MOVE LT-Origin(LegIdx) TO Origin-Key
                   PERFORM AddBatchToOrigin
               END-IF
           END-PERFORM
       END-IF.

       MatchRunHistory.
       IF RS-Batch-ID IS NOT = SPACES
               AND RS-Origin IS NOT = SPACES
               AND RS-Origin IS NOT = "*MULTI*"
           PERFORM VARYING LegIdx FROM 1 BY 1
                   UNTIL LegIdx > Legacy-Count
               IF LT-Batch-ID(LegIdx) IS = RS-Batch-ID
                   MOVE RS-Origin TO LT-Origin(LegIdx)
               END-IF
           END-PERFORM
       END-IF.

      * A reversal is counted in the month it was raised, whatever
      * became of it. Only the line that raised it is looked at,
      * so each request counts once.
       ScanApprovalQueue.
       OPEN INPUT ApprovalFile
       IF Approval-Status IS = "00"
           PERFORM UNTIL Approval-EOF
               READ ApprovalFile INTO Approval-Record
                   AT END
                       SET Approval-EOF TO TRUE
                   NOT AT END
                       IF AQ-Reversal AND AQ-Pending
                               AND AQ-Request-Date IS NUMERIC
                               AND AQ-Request-Date(1:6)
                                   IS = Billing-Period
                           PERFORM HoldReversal
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ApprovalFile
       END-IF.

       HoldReversal.
       IF AQ-Reference IS NOT NUMERIC
           ADD 1 TO Unattributed-Reversal-Count
       ELSE
           IF Reversal-Count < Reversal-Limit
               ADD 1 TO Reversal-Count
               SET RevIdx TO Reversal-Count
               MOVE AQ-Reference TO RV-Reference(RevIdx)
               MOVE SPACES TO RV-Origin(RevIdx)
           ELSE
               SET Table-Overflow TO TRUE
               ADD 1 TO Unattributed-Reversal-Count
           END-IF
       END-IF.

      * The reversed calculation's CALCOUT record carries the
      * origin of the batch it came from. Interactive work has
      * none, and is not billed to anyone.
       ResolveReversalOrigins.
       IF Reversal-Count > 0
           OPEN INPUT CalcOutFile
           IF CalcOut-Status IS = "00"
               PERFORM UNTIL CalcOut-EOF
                   READ CalcOutFile INTO CALCOUT-RECORD
                       AT END
                           SET CalcOut-EOF TO TRUE
                       NOT AT END
                           PERFORM MatchReversedRecord
                   END-READ
               END-PERFORM
               CLOSE CalcOutFile
           END-IF
           PERFORM VARYING RevIdx FROM 1 BY 1
                   UNTIL RevIdx > Reversal-Count
               IF RV-Origin(RevIdx) IS = SPACES
                   ADD 1 TO Unattributed-Reversal-Count
               ELSE
                   MOVE RV-Origin(RevIdx) TO Origin-Key
                   PERFORM FindOriginEntry
                   IF Origin-Found
                       ADD 1 TO OT-Reversal-Count(OrgIdx)
                   ELSE
                       ADD 1 TO Unattributed-Reversal-Count
                   END-IF
               END-IF
           END-PERFORM
       END-IF.

       MatchReversedRecord.
       IF CO-BATCH-ID IS NOT = "REVERSAL"
               AND CO-ORIGIN IS NOT = SPACES
               AND CO-SEQUENCE IS NUMERIC
               AND CO-SEQUENCE > 0
           PERFORM VARYING RevIdx FROM 1 BY 1
                   UNTIL RevIdx > Reversal-Count
               IF RV-Reference(RevIdx) IS = CO-SEQUENCE
                   MOVE CO-ORIGIN TO RV-Origin(RevIdx)
               END-IF
           END-PERFORM
       END-IF.

      * CHGBACK is rewritten by every run, so rebilling a month
      * replaces what finance was last given for it. A failed write
      * stops the run short of the trailer, so finance's load
      * refuses the file rather than taking part of a month.
       WriteStatements.
       OPEN OUTPUT ChgBackFile
       IF ChgBack-Status IS NOT = "00"
           SET Bill-Fail TO TRUE
           MOVE SPACES TO StatementFileRecord
           STRING "BILLING NOT RUN - CHGBACK could not be opened "
               "(status " ChgBack-Status ")"
               DELIMITED BY SIZE INTO StatementFileRecord
           WRITE StatementFileRecord
       ELSE
           PERFORM BuildTimestamp
           PERFORM VARYING OrgIdx FROM 1 BY 1
                   UNTIL OrgIdx > Origin-Count OR Bill-Fail
               PERFORM WriteOneStatement
           END-PERFORM
           IF NOT Bill-Fail
               MOVE SPACES TO ChgBack-Buffer
               SET CB-Trailer-Rec TO TRUE
               MOVE Billing-Period TO CT-Period
               MOVE Statement-Count TO CT-Record-Count
               MOVE Amount-Total TO CT-Amount-Total
               PERFORM WriteChgBackRecord
           END-IF
           CLOSE ChgBackFile
       END-IF.

      * An origin with no fee line of its own is billed at the
      * DEFAULT rates; with neither, its work is listed on its
      * statement but not charged.
       WriteOneStatement.
       MOVE OT-Origin(OrgIdx) TO Fee-Key-Origin
       PERFORM FindFeeEntry
       IF NOT Fee-Found
           MOVE "DEFAULT" TO Fee-Key-Origin
           PERFORM FindFeeEntry
       END-IF
       MOVE SPACES TO StatementFileRecord
       WRITE StatementFileRecord
       MOVE ALL "=" TO StatementFileRecord(1:72)
       WRITE StatementFileRecord
       MOVE SPACES TO StatementFileRecord
       STRING "STATEMENT - ORIGIN " OT-Origin(OrgIdx)
           "   PERIOD " Billing-Period-Display
           DELIMITED BY SIZE INTO StatementFileRecord
       WRITE StatementFileRecord
       MOVE ALL "=" TO StatementFileRecord(1:72)
       WRITE StatementFileRecord
       IF NOT Fee-Found
           ADD 1 TO Unpriced-Origin-Count
           PERFORM WriteUnpricedStatement
       ELSE
           MOVE FT-Origin(FeeIdx) TO Rate-Source
           PERFORM WritePricedStatement
       END-IF.

       WritePricedStatement.
       MOVE ZERO TO Amount-Due
       MOVE "Batches submitted" TO CL-Label
       MOVE OT-Batch-Count(OrgIdx) TO CL-Count
       MOVE FT-Batch-Fee(FeeIdx) TO CL-Rate
       COMPUTE Line-Charge ROUNDED = OT-Batch-Count(OrgIdx)
           * FT-Batch-Fee(FeeIdx)
           ON SIZE ERROR
               SET Pricing-Error TO TRUE
       END-COMPUTE
       PERFORM WriteChargeLine
       MOVE "Calculations processed" TO CL-Label
       MOVE OT-Calc-Count(OrgIdx) TO CL-Count
       MOVE FT-Calc-Fee(FeeIdx) TO CL-Rate
       COMPUTE Line-Charge ROUNDED = OT-Calc-Count(OrgIdx)
           * FT-Calc-Fee(FeeIdx)
           ON SIZE ERROR
               SET Pricing-Error TO TRUE
       END-COMPUTE
       PERFORM WriteChargeLine
       MOVE "Rejected records" TO CL-Label
       MOVE OT-Reject-Count(OrgIdx) TO CL-Count
       MOVE FT-Reject-Fee(FeeIdx) TO CL-Rate
       COMPUTE Line-Charge ROUNDED = OT-Reject-Count(OrgIdx)
           * FT-Reject-Fee(FeeIdx)
           ON SIZE ERROR
               SET Pricing-Error TO TRUE
       END-COMPUTE
       PERFORM WriteChargeLine
       MOVE OT-Reversal-Count(OrgIdx) TO Count-Edited
       MOVE SPACES TO StatementFileRecord
       STRING "  Reversals requested     " Count-Edited
           "  (not charged)"
           DELIMITED BY SIZE INTO StatementFileRecord
       WRITE StatementFileRecord
       MOVE Amount-Due TO Amount-Edited
       MOVE SPACES TO StatementFileRecord
       STRING "  AMOUNT DUE                      "
           "                " Amount-Edited
           DELIMITED BY SIZE INTO StatementFileRecord
       WRITE StatementFileRecord
       MOVE SPACES TO StatementFileRecord
       STRING "  Rates from FEESCHD line " Rate-Source
           DELIMITED BY SIZE INTO StatementFileRecord
       WRITE StatementFileRecord
       ADD 1 TO Statement-Count
       ADD Amount-Due TO Amount-Total
       MOVE SPACES TO ChgBack-Buffer
       SET CB-Detail-Rec TO TRUE
       MOVE Billing-Period TO CB-Period
       MOVE OT-Origin(OrgIdx) TO CB-Origin
       MOVE OT-Batch-Count(OrgIdx) TO CB-Batch-Count
       MOVE OT-Calc-Count(OrgIdx) TO CB-Calc-Count
       MOVE OT-Reject-Count(OrgIdx) TO CB-Reject-Count
       MOVE OT-Reversal-Count(OrgIdx) TO CB-Reversal-Count
       MOVE Amount-Due TO CB-Amount-Due
       MOVE Rate-Source TO CB-Rate-Source
       MOVE Timestamp-Display TO CB-Created-Timestamp
       PERFORM WriteChgBackRecord.

       WriteChgBackRecord.
       WRITE ChgBackFileRecord FROM ChgBack-Buffer
       IF ChgBack-Status IS NOT = "00"
           SET Bill-Fail TO TRUE
           MOVE SPACES TO StatementFileRecord
           STRING "BILLING NOT COMPLETED - write to CHGBACK failed "
               "(status " ChgBack-Status "); CHGBACK has no trailer"
               DELIMITED BY SIZE INTO StatementFileRecord
           WRITE StatementFileRecord
       END-IF.

      * The line is not blanked first: its VALUE-bearing FILLERs
      * carry the " at " and " = " labels, and every named field is
      * filled by the caller or below.
       WriteChargeLine.
       MOVE Line-Charge TO CL-Charge
       ADD Line-Charge TO Amount-Due
           ON SIZE ERROR
               SET Pricing-Error TO TRUE
       END-ADD
       MOVE Charge-Line TO StatementFileRecord
       WRITE StatementFileRecord.

       WriteUnpricedStatement.
       MOVE OT-Batch-Count(OrgIdx) TO Count-Edited
       MOVE SPACES TO StatementFileRecord
       STRING "  Batches submitted       " Count-Edited
           DELIMITED BY SIZE INTO StatementFileRecord
       WRITE StatementFileRecord
       MOVE OT-Calc-Count(OrgIdx) TO Count-Edited
       MOVE SPACES TO StatementFileRecord
       STRING "  Calculations processed  " Count-Edited
           DELIMITED BY SIZE INTO StatementFileRecord
       WRITE StatementFileRecord
       MOVE OT-Reject-Count(OrgIdx) TO Count-Edited
       MOVE SPACES TO StatementFileRecord
       STRING "  Rejected records        " Count-Edited
           DELIMITED BY SIZE INTO StatementFileRecord
       WRITE StatementFileRecord
       MOVE OT-Reversal-Count(OrgIdx) TO Count-Edited
       MOVE SPACES TO StatementFileRecord
       STRING "  Reversals requested     " Count-Edited
           DELIMITED BY SIZE INTO StatementFileRecord
       WRITE StatementFileRecord
       MOVE SPACES TO StatementFileRecord
       STRING "  NOT BILLED - FEESCHD has no line for this origin "
           "and no DEFAULT line"
           DELIMITED BY SIZE INTO StatementFileRecord
       WRITE StatementFileRecord.

       Finalize.
       MOVE SPACES TO StatementFileRecord
       WRITE StatementFileRecord
       MOVE ALL "=" TO StatementFileRecord(1:72)
       WRITE StatementFileRecord
       MOVE SPACES TO StatementFileRecord
       STRING "BILLING SUMMARY - PERIOD " Billing-Period-Display
           DELIMITED BY SIZE INTO StatementFileRecord
       WRITE StatementFileRecord
       MOVE Billed-Batch-Count TO Count-Edited
       MOVE SPACES TO StatementFileRecord
       STRING "REGISTERED BATCHES IN PERIOD  " Count-Edited
           DELIMITED BY SIZE INTO StatementFileRecord
       WRITE StatementFileRecord
       MOVE Statement-Count TO Count-Edited
       MOVE SPACES TO StatementFileRecord
       STRING "ORIGINS BILLED                " Count-Edited
           DELIMITED BY SIZE INTO StatementFileRecord
       WRITE StatementFileRecord
       MOVE Amount-Total TO Amount-Edited
       MOVE SPACES TO StatementFileRecord
       STRING "TOTAL AMOUNT DUE       " Amount-Edited
           DELIMITED BY SIZE INTO StatementFileRecord
       WRITE StatementFileRecord
       IF Unpriced-Origin-Count > 0
           MOVE Unpriced-Origin-Count TO Count-Edited
           MOVE SPACES TO StatementFileRecord
           STRING "ORIGINS WITHOUT A FEE LINE    " Count-Edited
               DELIMITED BY SIZE INTO StatementFileRecord
           WRITE StatementFileRecord
       END-IF
       IF Unattributed-Batch-Count > 0
           MOVE Unattributed-Batch-Count TO Count-Edited
           MOVE SPACES TO StatementFileRecord
           STRING "BATCHES WITH NO ORIGIN        " Count-Edited
               DELIMITED BY SIZE INTO StatementFileRecord
           WRITE StatementFileRecord
           MOVE Unattributed-Calc-Count TO Count-Edited
           MOVE SPACES TO StatementFileRecord
           STRING "  their calculations          " Count-Edited
               DELIMITED BY SIZE INTO StatementFileRecord
           WRITE StatementFileRecord
       END-IF
       IF Unattributed-Reversal-Count > 0
           MOVE Unattributed-Reversal-Count TO Count-Edited
           MOVE SPACES TO StatementFileRecord
           STRING "REVERSALS WITH NO ORIGIN      " Count-Edited
               DELIMITED BY SIZE INTO StatementFileRecord
           WRITE StatementFileRecord
       END-IF
       IF No-Reject-Count-Count > 0
           MOVE No-Reject-Count-Count TO Count-Edited
           MOVE SPACES TO StatementFileRecord
           STRING "NOTE -" Count-Edited " register record(s) "
               "predate the reject count; billed as all "
               "calculations"
               DELIMITED BY SIZE INTO StatementFileRecord
           WRITE StatementFileRecord
       END-IF
       IF Table-Overflow
           MOVE SPACES TO StatementFileRecord
           STRING "WARNING - more origins, batches or reversals "
               "than one run holds; the excess is not billed"
               DELIMITED BY SIZE INTO StatementFileRecord
           WRITE StatementFileRecord
       END-IF
       IF Pricing-Error
           MOVE SPACES TO StatementFileRecord
           STRING "WARNING - a charge was too large to hold; "
               "amounts due are understated"
               DELIMITED BY SIZE INTO StatementFileRecord
           WRITE StatementFileRecord
       END-IF
       CLOSE StatementFile
       IF Bill-Fail
           DISPLAY "Charge-back billing for " Billing-Period-Display
               " was not run; see BILLSTMT."
       ELSE
           DISPLAY "Charge-back statements for "
               Billing-Period-Display " written to BILLSTMT and "
               "CHGBACK (" Statement-Count " origin(s) billed)."
       END-IF.

       BuildTimestamp.
       ACCEPT Date-YYYYMMDD FROM DATE YYYYMMDD
       ACCEPT Time-HHMMSSss FROM TIME
       STRING TS-Year "-" TS-Month "-" TS-Day " "
           TS-Hour ":" TS-Minute ":" TS-Second
           DELIMITED BY SIZE INTO Timestamp-Display.
