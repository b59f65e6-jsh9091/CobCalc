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

      * Reference-number continuity audit. Every calculation and
      * every reversal offset takes its reference number from the
      * one HISTSEQ counter, so between them CALCHIST and CALCOUT
      * should account for every number from 1 up with nothing
      * missing and nothing used twice. This job sorts CALCOUT on
      * the reference and walks it against CALCHIST in key order,
      * reporting on REFARPT every gap, every reference CALCOUT
      * carries more than once, every CALCOUT record with no
      * reference, references found on only one side, reversal
      * offsets with no reversed original behind them (and
      * reversed originals with no offset), and a HISTSEQ counter
      * left behind the highest number in use. When records with no
      * reference are found, a supervisor may sign on to have them
      * given proper references: each gets a CALCHIST record under
      * the next number, CALCOUT is rewritten with the numbers in
      * place, and every assignment is kept in the REFBKFL register
      * so CalcRecn can pair it with the ledger's acknowledgment.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcRefa.
       AUTHOR. Joshua Horvath.
       DATE-Written. October 15, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalcHistFile ASSIGN TO "CALCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-Seq
               ALTERNATE RECORD KEY IS CH-Date WITH DUPLICATES
               FILE STATUS IS CalcHist-Status.

           SELECT HistSeqFile ASSIGN TO "HISTSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistSeq-Status.

           SELECT CalcOutFile ASSIGN TO "CALCOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CalcOut-Status.

      * CALCOUT in reference order, for the audit walk.
           SELECT SortedOutFile ASSIGN TO "REFAWRK1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SortedOut-Status.

      * CALCOUT with the backfilled references in place, copied
      * back over CALCOUT once every record has been written.
           SELECT RewriteFile ASSIGN TO "REFAWRK2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rewrite-Status.

           SELECT OutSortFile ASSIGN TO "SORTWK1".

      * Append-only register of every reference assigned here.
           SELECT BackfillFile ASSIGN TO "REFBKFL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Backfill-Status.

      * CobCalc's single-writer lock, held while the backfill
      * rewrites the files a CobCalc session would be writing.
           SELECT RunLockFile ASSIGN TO "CALCLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunLock-Status.

           SELECT UserAuthFile ASSIGN TO "USERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UserAuth-Status.

           SELECT AuditReportFile ASSIGN TO "REFARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditReport-Status.

       DATA DIVISION.
       FILE SECTION.
      * The history record layout shared with CobCalc.
       FD CalcHistFile.
           COPY CALCHSTR.

       FD HistSeqFile.
       01 HistSeqFileRecord.
           05 HS-Next-Seq PIC 9(9).

       FD CalcOutFile.
       01 CalcOutFileRecord PIC X(80).

       FD SortedOutFile.
       01 SortedOutFileRecord PIC X(80).

       FD RewriteFile.
       01 RewriteFileRecord PIC X(80).

      * The sort record names only the reference-number key; its
      * position mirrors the CALCOUTR copybook.
       SD OutSortFile.
       01 Out-Sort-Record.
           05 FILLER PIC X(55).
           05 OS-Sequence PIC 9(9).
           05 FILLER PIC X(16).

       FD BackfillFile.
       01 BackfillFileRecord PIC X(80).

       FD RunLockFile.
       01 RunLockFileRecord PIC X(80).

       FD UserAuthFile.
       01 UserAuthFileRecord PIC X(40).

       FD AuditReportFile.
       01 AuditReportFileRecord PIC X(100).

       WORKING-STORAGE SECTION.

       01 CalcHist-Status PIC X(2).
       01 HistSeq-Status PIC X(2).
       01 CalcOut-Status PIC X(2).
       01 SortedOut-Status PIC X(2).
       01 Rewrite-Status PIC X(2).
       01 Backfill-Status PIC X(2).
       01 RunLock-Status PIC X(2).
       01 UserAuth-Status PIC X(2).
       01 AuditReport-Status PIC X(2).

      * The CALCOUT layout shared with CobCalc and the ledger job.
       COPY CALCOUTR.

       COPY REFBKFLR.

       COPY RUNLOCKR.

       COPY USERAUTR.

       01 Report-Open-Flag PIC X(1) VALUE "N".
           88 Report-Open VALUE "Y".
       01 Audit-Fail-Flag PIC X(1) VALUE "N".
           88 Audit-Fail VALUE "Y".
       01 Hist-Done-Flag PIC X(1) VALUE "N".
           88 Hist-Done VALUE "Y".
       01 Out-Done-Flag PIC X(1) VALUE "N".
           88 Out-Done VALUE "Y".
       01 CalcOut-EOF-Flag PIC X(1) VALUE "N".
           88 CalcOut-EOF VALUE "Y".
       01 Rewrite-EOF-Flag PIC X(1) VALUE "N".
           88 Rewrite-EOF VALUE "Y".
       01 UserAuth-EOF-Flag PIC X(1) VALUE "N".
           88 UserAuth-EOF VALUE "Y".

      * The reference being judged, and what each side holds for
      * it. The first CALCOUT record under the reference is kept,
      * since reading on to count duplicates moves the buffer.
       01 Current-Ref PIC 9(9) VALUE ZERO.
       01 Expected-Next PIC 9(9) VALUE 1.
       01 Highest-Ref PIC 9(9) VALUE ZERO.
       01 Out-Ref-Count PIC 9(4) VALUE ZERO.
       01 Has-Hist-Flag PIC X(1) VALUE "N".
           88 Has-Hist VALUE "Y".
       01 Ref-Is-Reversal-Flag PIC X(1) VALUE "N".
           88 Ref-Is-Reversal VALUE "Y".
       01 Ref-Operator PIC X(1).
       01 Ref-FirstNum PIC S9(7)V9(2).
       01 Ref-SecondNum PIC S9(7)V9(2).
       01 Ref-Result PIC S9(7)V9(2).
       01 Ref-Batch-ID PIC X(8).

      * HISTSEQ as found, and whether it was there at all.
       01 Hist-Next-Seq PIC 9(9) VALUE ZERO.
       01 HistSeq-Found-Flag PIC X(1) VALUE "N".
           88 HistSeq-Found VALUE "Y".

      * Reversal offsets (REVERSAL records in CALCOUT, which by
      * design have no history record of their own) and history
      * records flagged reversed, paired once the walk is over:
      * an offset carries its original's operator and operands with
      * the result negated.
       01 Offset-Table.
           05 Offset-Entry OCCURS 500 TIMES INDEXED BY OffIdx.
               10 OT-Sequence PIC 9(9).
               10 OT-Operator PIC X(1).
               10 OT-FirstNum PIC S9(7)V9(2).
               10 OT-SecondNum PIC S9(7)V9(2).
               10 OT-Result PIC S9(7)V9(2).
               10 OT-Batch-ID PIC X(8).
       01 Offset-Count PIC 9(4) VALUE ZERO.
       01 Reversed-Table.
           05 Reversed-Entry OCCURS 500 TIMES INDEXED BY RevIdx.
               10 RT-Sequence PIC 9(9).
               10 RT-Operator PIC X(1).
               10 RT-FirstNum PIC S9(7)V9(2).
               10 RT-SecondNum PIC S9(7)V9(2).
               10 RT-Result PIC S9(7)V9(2).
               10 RT-Matched PIC X(1).
       01 Reversed-Count PIC 9(4) VALUE ZERO.
       01 Reversal-Limit PIC 9(4) VALUE 500.
       01 Reversal-Overflow-Flag PIC X(1) VALUE "N".
           88 Reversal-Overflow VALUE "Y".
       01 Original-Found-Flag PIC X(1) VALUE "N".
           88 Original-Found VALUE "Y".

       01 Hist-Read-Count PIC 9(9) VALUE ZERO.
       01 Out-Read-Count PIC 9(9) VALUE ZERO.
       01 Gap-Count PIC 9(9) VALUE ZERO.
       01 Gap-Numbers PIC 9(9) VALUE ZERO.
       01 Duplicate-Count PIC 9(9) VALUE ZERO.
       01 Zero-Ref-Count PIC 9(9) VALUE ZERO.
       01 Hist-Only-Count PIC 9(9) VALUE ZERO.
       01 Out-Only-Count PIC 9(9) VALUE ZERO.
       01 Orphan-Offset-Count PIC 9(9) VALUE ZERO.
       01 Unoffset-Count PIC 9(9) VALUE ZERO.
       01 Finding-Count PIC 9(9) VALUE ZERO.

      * Supervisor sign-on for the backfill.
       01 Session-User PIC X(8) VALUE SPACES.
       01 SignOn-Input PIC X(8).
       01 SignOn-OK-Flag PIC X(1) VALUE "N".
           88 SignOn-OK VALUE "Y".
       01 SignOn-Skip-Flag PIC X(1) VALUE "N".
           88 SignOn-Skip VALUE "Y".
       01 SignOn-Attempts PIC 9(1) VALUE ZERO.
       01 SignOn-Attempt-Limit PIC 9(1) VALUE 3.

      * Backfill state.
       01 Lock-Acquired-Flag PIC X(1) VALUE "N".
           88 Lock-Acquired VALUE "Y".
       01 Backfill-Fail-Flag PIC X(1) VALUE "N".
           88 Backfill-Fail VALUE "Y".
       01 Hist-Written-Flag PIC X(1) VALUE "N".
           88 Hist-Written VALUE "Y".
       01 Copied-Count PIC 9(9) VALUE ZERO.
       01 Copied-Back-Count PIC 9(9) VALUE ZERO.
       01 Backfilled-Count PIC 9(9) VALUE ZERO.

       01 Finding-Line.
           05 FL-From PIC Z(8)9.
           05 FL-Dash PIC X(1).
           05 FL-To PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FL-Operator PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FL-Amount PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FL-Batch-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FL-Finding PIC X(48).

       01 Count-Edited PIC ZZZZZZZZ9.
       01 Seq-Edited PIC ZZZZZZZZ9.

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

      * Return code 12 when the audit or a backfill could not be
      * completed, 8 when more reversals were found than can be
      * paired, 4 when anything was found.
       MainControl.
       PERFORM InitializeProgram
       IF NOT Report-Open
           MOVE 12 TO RETURN-CODE
       ELSE
           PERFORM CheckInputFiles
           IF NOT Audit-Fail
               PERFORM SortCalcOut
           END-IF
           IF NOT Audit-Fail
               PERFORM AuditReferences
           END-IF
           IF NOT Audit-Fail
               PERFORM CheckHistSeq
               PERFORM MatchReversals
               PERFORM WriteAuditSummary
               IF Zero-Ref-Count > 0
                   PERFORM OfferBackfill
               END-IF
           END-IF
           CLOSE AuditReportFile
           EVALUATE TRUE
               WHEN Audit-Fail OR Backfill-Fail
                   MOVE 12 TO RETURN-CODE
               WHEN Reversal-Overflow
                   MOVE 8 TO RETURN-CODE
               WHEN Finding-Count > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
       END-IF
       GOBACK.

       InitializeProgram.
       OPEN OUTPUT AuditReportFile
       IF AuditReport-Status IS NOT = "00"
           DISPLAY "Unable to open REFARPT report file (status "
               AuditReport-Status ")."
       ELSE
           SET Report-Open TO TRUE
           PERFORM BuildTimestamp
           MOVE SPACES TO AuditReportFileRecord
           STRING "CobCalc Reference Number Continuity Audit  "
               Timestamp-Display
               DELIMITED BY SIZE INTO AuditReportFileRecord
           WRITE AuditReportFileRecord
           MOVE SPACES TO AuditReportFileRecord
           WRITE AuditReportFileRecord
           MOVE SPACES TO AuditReportFileRecord
           STRING "Reference(s)        O      Amount Batch    "
               "Finding"
               DELIMITED BY SIZE INTO AuditReportFileRecord
           WRITE AuditReportFileRecord
       END-IF.

      * Both sides must be there before anything is sorted or
      * walked; an audit that could not read one of them proves
      * nothing.
       CheckInputFiles.
       OPEN INPUT CalcHistFile
       IF CalcHist-Status IS NOT = "00"
           MOVE SPACES TO AuditReportFileRecord
           STRING "AUDIT NOT RUN - CALCHIST could not be opened "
               "(status " CalcHist-Status ")"
               DELIMITED BY SIZE INTO AuditReportFileRecord
           PERFORM ReportAuditFail
       ELSE
           CLOSE CalcHistFile
           OPEN INPUT CalcOutFile
           IF CalcOut-Status IS NOT = "00"
               MOVE SPACES TO AuditReportFileRecord
               STRING "AUDIT NOT RUN - CALCOUT could not be opened "
                   "(status " CalcOut-Status ")"
                   DELIMITED BY SIZE INTO AuditReportFileRecord
               PERFORM ReportAuditFail
           ELSE
               CLOSE CalcOutFile
           END-IF
       END-IF.

       ReportAuditFail.
       SET Audit-Fail TO TRUE
       WRITE AuditReportFileRecord
       DISPLAY "The reference audit did not run; see REFARPT.".

       SortCalcOut.
       SORT OutSortFile ON ASCENDING KEY OS-Sequence
           USING CalcOutFile GIVING SortedOutFile.

      * One pass over the two streams in reference order. CALCOUT
      * records with no reference sort ahead of the rest and are
      * listed as they come.
       AuditReferences.
       OPEN INPUT CalcHistFile
       OPEN INPUT SortedOutFile
       IF CalcHist-Status IS NOT = "00"
               OR SortedOut-Status IS NOT = "00"
           MOVE SPACES TO AuditReportFileRecord
           STRING "AUDIT NOT RUN - CALCHIST or the sort work file "
               "could not be opened (status " CalcHist-Status " "
               SortedOut-Status ")"
               DELIMITED BY SIZE INTO AuditReportFileRecord
           PERFORM ReportAuditFail
       ELSE
           MOVE ZERO TO CH-Seq
           START CalcHistFile KEY IS >= CH-Seq
               INVALID KEY
                   SET Hist-Done TO TRUE
           END-START
           IF NOT Hist-Done
               PERFORM ReadNextHist
           END-IF
           PERFORM ReadNextOut
           PERFORM AuditOneReference
               UNTIL Hist-Done AND Out-Done
       END-IF
       CLOSE CalcHistFile
       CLOSE SortedOutFile.

       ReadNextHist.
       READ CalcHistFile NEXT RECORD
           AT END
               SET Hist-Done TO TRUE
           NOT AT END
               ADD 1 TO Hist-Read-Count
       END-READ.

       ReadNextOut.
       READ SortedOutFile INTO CALCOUT-RECORD
           AT END
               SET Out-Done TO TRUE
           NOT AT END
               ADD 1 TO Out-Read-Count
       END-READ.

       AuditOneReference.
       IF NOT Out-Done
               AND (CO-SEQUENCE IS NOT NUMERIC OR CO-SEQUENCE = 0)
           PERFORM ReportZeroReference
           PERFORM ReadNextOut
       ELSE
           PERFORM JudgeNextReference
       END-IF.

      * The lower of the two keys is the next reference in use;
      * anything between it and the last one judged was never used
      * by either side.
       JudgeNextReference.
       EVALUATE TRUE
           WHEN Hist-Done
               MOVE CO-SEQUENCE TO Current-Ref
           WHEN Out-Done
               MOVE CH-Seq TO Current-Ref
           WHEN CH-Seq < CO-SEQUENCE
               MOVE CH-Seq TO Current-Ref
           WHEN OTHER
               MOVE CO-SEQUENCE TO Current-Ref
       END-EVALUATE
       IF Current-Ref > Expected-Next
           PERFORM ReportGap
       END-IF
       MOVE "N" TO Has-Hist-Flag
       IF NOT Hist-Done AND CH-Seq = Current-Ref
           SET Has-Hist TO TRUE
           IF CH-Reversed IS = "R"
               PERFORM AddReversedOriginal
           END-IF
       END-IF
       MOVE ZERO TO Out-Ref-Count
       MOVE "N" TO Ref-Is-Reversal-Flag
       PERFORM UNTIL Out-Done
               OR CO-SEQUENCE IS NOT NUMERIC
               OR CO-SEQUENCE NOT = Current-Ref
           ADD 1 TO Out-Ref-Count
           IF Out-Ref-Count = 1
               MOVE CO-OPERATOR-CODE TO Ref-Operator
               MOVE CO-FIRST-OPERAND TO Ref-FirstNum
               MOVE CO-SECOND-OPERAND TO Ref-SecondNum
               MOVE CO-RESULT TO Ref-Result
               MOVE CO-BATCH-ID TO Ref-Batch-ID
               IF CO-BATCH-ID IS = "REVERSAL"
                   SET Ref-Is-Reversal TO TRUE
               END-IF
           END-IF
           PERFORM ReadNextOut
       END-PERFORM
       EVALUATE TRUE
           WHEN Out-Ref-Count > 1
               ADD 1 TO Duplicate-Count
               MOVE Out-Ref-Count TO Count-Edited
               PERFORM StartRefFinding
               STRING "DUPLICATE - CALCOUT HOLDS IT" Count-Edited
                   " TIMES"
                   DELIMITED BY SIZE INTO FL-Finding
               PERFORM WriteFindingLine
      * An intermediate step of a chained calculation is never sent
      * on its own; only the chain's final step reaches CALCOUT.
           WHEN Out-Ref-Count = 0 AND CH-Chain-Intermediate
               CONTINUE
           WHEN Out-Ref-Count = 0
               ADD 1 TO Hist-Only-Count
               MOVE SPACES TO Finding-Line
               MOVE Current-Ref TO FL-From
               MOVE CH-Operator TO FL-Operator
               MOVE CH-Result TO FL-Amount
               MOVE "IN CALCHIST BUT NEVER SENT TO CALCOUT"
                   TO FL-Finding
               PERFORM WriteFindingLine
           WHEN Has-Hist AND Ref-Is-Reversal
               ADD 1 TO Duplicate-Count
               PERFORM StartRefFinding
               MOVE "REVERSAL OFFSET REUSES A HISTORY REFERENCE"
                   TO FL-Finding
               PERFORM WriteFindingLine
           WHEN Ref-Is-Reversal
               PERFORM AddReversalOffset
           WHEN NOT Has-Hist
               ADD 1 TO Out-Only-Count
               PERFORM StartRefFinding
               MOVE "IN CALCOUT BUT NO CALCHIST RECORD"
                   TO FL-Finding
               PERFORM WriteFindingLine
       END-EVALUATE
       IF Has-Hist
           PERFORM ReadNextHist
       END-IF
       MOVE Current-Ref TO Highest-Ref
       COMPUTE Expected-Next = Current-Ref + 1.

       StartRefFinding.
       MOVE SPACES TO Finding-Line
       MOVE Current-Ref TO FL-From
       MOVE Ref-Operator TO FL-Operator
       MOVE Ref-Result TO FL-Amount
       MOVE Ref-Batch-ID TO FL-Batch-ID.

       ReportGap.
       ADD 1 TO Gap-Count
       COMPUTE Gap-Numbers = Gap-Numbers
           + Current-Ref - Expected-Next
       MOVE SPACES TO Finding-Line
       MOVE Expected-Next TO FL-From
       IF Current-Ref - 1 > Expected-Next
           MOVE "-" TO FL-Dash
           COMPUTE FL-To = Current-Ref - 1
       END-IF
       MOVE "GAP - NUMBER(S) NEVER USED BY EITHER SIDE"
           TO FL-Finding
       PERFORM WriteFindingLine.

       ReportZeroReference.
       ADD 1 TO Zero-Ref-Count
       MOVE SPACES TO Finding-Line
       MOVE ZERO TO FL-From
       MOVE CO-OPERATOR-CODE TO FL-Operator
       IF CO-RESULT IS NUMERIC
           MOVE CO-RESULT TO FL-Amount
       END-IF
       MOVE CO-BATCH-ID TO FL-Batch-ID
       MOVE "CALCOUT RECORD WITH NO REFERENCE NUMBER"
           TO FL-Finding
       PERFORM WriteFindingLine.

       AddReversedOriginal.
       IF Reversed-Count >= Reversal-Limit
           SET Reversal-Overflow TO TRUE
       ELSE
           ADD 1 TO Reversed-Count
           SET RevIdx TO Reversed-Count
           MOVE CH-Seq TO RT-Sequence(RevIdx)
           MOVE CH-Operator TO RT-Operator(RevIdx)
           MOVE CH-FirstNum TO RT-FirstNum(RevIdx)
           MOVE CH-SecondNum TO RT-SecondNum(RevIdx)
           MOVE CH-Result TO RT-Result(RevIdx)
           MOVE "N" TO RT-Matched(RevIdx)
       END-IF.

       AddReversalOffset.
       IF Offset-Count >= Reversal-Limit
           SET Reversal-Overflow TO TRUE
       ELSE
           ADD 1 TO Offset-Count
           SET OffIdx TO Offset-Count
           MOVE Current-Ref TO OT-Sequence(OffIdx)
           MOVE Ref-Operator TO OT-Operator(OffIdx)
           MOVE Ref-FirstNum TO OT-FirstNum(OffIdx)
           MOVE Ref-SecondNum TO OT-SecondNum(OffIdx)
           MOVE Ref-Result TO OT-Result(OffIdx)
           MOVE Ref-Batch-ID TO OT-Batch-ID(OffIdx)
       END-IF.

      * A counter at or below a number already in use will hand that
      * number out again; CobCalc steps past a duplicate history key,
      * but a reversal offset has no history record to collide with.
       CheckHistSeq.
       OPEN INPUT HistSeqFile
       IF HistSeq-Status IS = "00"
           READ HistSeqFile
               AT END
                   CONTINUE
               NOT AT END
                   IF HS-Next-Seq IS NUMERIC
                       MOVE HS-Next-Seq TO Hist-Next-Seq
                       SET HistSeq-Found TO TRUE
                   END-IF
           END-READ
           CLOSE HistSeqFile
       END-IF
       IF Highest-Ref > 0 AND Hist-Next-Seq <= Highest-Ref
           MOVE SPACES TO Finding-Line
           MOVE Hist-Next-Seq TO FL-From
           MOVE Highest-Ref TO Seq-Edited
           IF HistSeq-Found
               STRING "HISTSEQ BEHIND - HIGHEST IN USE IS "
                   Seq-Edited
                   DELIMITED BY SIZE INTO FL-Finding
           ELSE
               STRING "HISTSEQ MISSING - HIGHEST IN USE IS "
                   Seq-Edited
                   DELIMITED BY SIZE INTO FL-Finding
           END-IF
           PERFORM WriteFindingLine
       END-IF.

      * Each offset must answer one reversed original written
      * before it; whatever is left on either side is reported.
       MatchReversals.
       PERFORM VARYING OffIdx FROM 1 BY 1
               UNTIL OffIdx > Offset-Count
           PERFORM FindReversedOriginal
           IF NOT Original-Found
               ADD 1 TO Orphan-Offset-Count
               MOVE SPACES TO Finding-Line
               MOVE OT-Sequence(OffIdx) TO FL-From
               MOVE OT-Operator(OffIdx) TO FL-Operator
               MOVE OT-Result(OffIdx) TO FL-Amount
               MOVE OT-Batch-ID(OffIdx) TO FL-Batch-ID
               MOVE "REVERSAL WITH NO REVERSED ORIGINAL IN CALCHIST"
                   TO FL-Finding
               PERFORM WriteFindingLine
           END-IF
       END-PERFORM
       PERFORM VARYING RevIdx FROM 1 BY 1
               UNTIL RevIdx > Reversed-Count
           IF RT-Matched(RevIdx) IS NOT = "Y"
               ADD 1 TO Unoffset-Count
               MOVE SPACES TO Finding-Line
               MOVE RT-Sequence(RevIdx) TO FL-From
               MOVE RT-Operator(RevIdx) TO FL-Operator
               MOVE RT-Result(RevIdx) TO FL-Amount
               MOVE "FLAGGED REVERSED BUT NO OFFSET IN CALCOUT"
                   TO FL-Finding
               PERFORM WriteFindingLine
           END-IF
       END-PERFORM
       IF Reversal-Overflow
           MOVE SPACES TO AuditReportFileRecord
           STRING "WARNING: more than " Reversal-Limit
               " reversals were found; those past the limit were "
               "not paired."
               DELIMITED BY SIZE INTO AuditReportFileRecord
           WRITE AuditReportFileRecord
       END-IF.

       FindReversedOriginal.
       MOVE "N" TO Original-Found-Flag
       SET RevIdx TO 1
       PERFORM UNTIL Original-Found OR RevIdx > Reversed-Count
           IF RT-Matched(RevIdx) IS = "N"
                   AND RT-Sequence(RevIdx) < OT-Sequence(OffIdx)
                   AND RT-Operator(RevIdx) IS = OT-Operator(OffIdx)
                   AND RT-FirstNum(RevIdx) = OT-FirstNum(OffIdx)
                   AND RT-SecondNum(RevIdx) = OT-SecondNum(OffIdx)
                   AND RT-Result(RevIdx) = 0 - OT-Result(OffIdx)
               SET Original-Found TO TRUE
               MOVE "Y" TO RT-Matched(RevIdx)
           ELSE
               SET RevIdx UP BY 1
           END-IF
       END-PERFORM.

       WriteFindingLine.
       ADD 1 TO Finding-Count
       MOVE Finding-Line TO AuditReportFileRecord
       WRITE AuditReportFileRecord.

       WriteAuditSummary.
       MOVE SPACES TO AuditReportFileRecord
       WRITE AuditReportFileRecord
       MOVE Hist-Read-Count TO Count-Edited
       MOVE SPACES TO AuditReportFileRecord
       STRING "CALCHIST RECORDS READ       " Count-Edited
           DELIMITED BY SIZE INTO AuditReportFileRecord
       WRITE AuditReportFileRecord
       MOVE Out-Read-Count TO Count-Edited
       MOVE SPACES TO AuditReportFileRecord
       STRING "CALCOUT RECORDS READ        " Count-Edited
           DELIMITED BY SIZE INTO AuditReportFileRecord
       WRITE AuditReportFileRecord
       MOVE Highest-Ref TO Count-Edited
       MOVE SPACES TO AuditReportFileRecord
       STRING "HIGHEST REFERENCE IN USE    " Count-Edited
           DELIMITED BY SIZE INTO AuditReportFileRecord
       WRITE AuditReportFileRecord
       MOVE Hist-Next-Seq TO Count-Edited
       MOVE SPACES TO AuditReportFileRecord
       STRING "HISTSEQ NEXT NUMBER         " Count-Edited
           DELIMITED BY SIZE INTO AuditReportFileRecord
       WRITE AuditReportFileRecord
       MOVE Gap-Count TO Count-Edited
       MOVE SPACES TO AuditReportFileRecord
       STRING "GAPS                        " Count-Edited
           DELIMITED BY SIZE INTO AuditReportFileRecord
       WRITE AuditReportFileRecord
       MOVE Gap-Numbers TO Count-Edited
       MOVE SPACES TO AuditReportFileRecord
       STRING "  NUMBERS MISSING           " Count-Edited
           DELIMITED BY SIZE INTO AuditReportFileRecord
       WRITE AuditReportFileRecord
       MOVE Duplicate-Count TO Count-Edited
       MOVE SPACES TO AuditReportFileRecord
       STRING "DUPLICATE REFERENCES        " Count-Edited
           DELIMITED BY SIZE INTO AuditReportFileRecord
       WRITE AuditReportFileRecord
       MOVE Zero-Ref-Count TO Count-Edited
       MOVE SPACES TO AuditReportFileRecord
       STRING "CALCOUT WITH NO REFERENCE   " Count-Edited
           DELIMITED BY SIZE INTO AuditReportFileRecord
       WRITE AuditReportFileRecord
       MOVE Hist-Only-Count TO Count-Edited
       MOVE SPACES TO AuditReportFileRecord
       STRING "IN CALCHIST ONLY            " Count-Edited
           DELIMITED BY SIZE INTO AuditReportFileRecord
       WRITE AuditReportFileRecord
       MOVE Out-Only-Count TO Count-Edited
       MOVE SPACES TO AuditReportFileRecord
       STRING "IN CALCOUT ONLY             " Count-Edited
           DELIMITED BY SIZE INTO AuditReportFileRecord
       WRITE AuditReportFileRecord
       MOVE Orphan-Offset-Count TO Count-Edited
       MOVE SPACES TO AuditReportFileRecord
       STRING "REVERSALS WITH NO ORIGINAL  " Count-Edited
           DELIMITED BY SIZE INTO AuditReportFileRecord
       WRITE AuditReportFileRecord
       MOVE Unoffset-Count TO Count-Edited
       MOVE SPACES TO AuditReportFileRecord
       STRING "REVERSED WITH NO OFFSET     " Count-Edited
           DELIMITED BY SIZE INTO AuditReportFileRecord
       WRITE AuditReportFileRecord
       MOVE SPACES TO AuditReportFileRecord
       IF Finding-Count = 0
           MOVE "REFERENCE NUMBERS CONTINUOUS - NO FINDINGS"
               TO AuditReportFileRecord
       ELSE
           MOVE Finding-Count TO Count-Edited
           STRING "REFERENCE NUMBERS NOT CONTINUOUS - "
               Count-Edited " FINDING(S) LISTED"
               DELIMITED BY SIZE INTO AuditReportFileRecord
       END-IF
       WRITE AuditReportFileRecord
       DISPLAY "Reference audit complete with " Finding-Count
           " finding(s); see REFARPT.".

      * Assigning references rewrites CALCOUT and adds history, so
      * it waits for a supervisor; pressing Enter leaves the
      * records as they are for another day.
       OfferBackfill.
       DISPLAY Zero-Ref-Count " CALCOUT record(s) carry no "
           "reference number."
       PERFORM SignOnAttempt
           UNTIL SignOn-OK OR SignOn-Skip
               OR SignOn-Attempts >= SignOn-Attempt-Limit
       IF SignOn-OK
           PERFORM BackfillReferences
       ELSE
           DISPLAY "No references were assigned."
       END-IF.

       SignOnAttempt.
       DISPLAY "Enter a supervisor user ID to assign them "
           "references, or press Enter to leave them: "
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

      * Under the run lock: each unreferenced CALCOUT record gets a
      * CALCHIST record under the next free number while CALCOUT is
      * copied to the work file with the number in place, and only
      * a complete copy is written back over CALCOUT.
       BackfillReferences.
       PERFORM AcquireRunLock
       IF NOT Lock-Acquired
           SET Backfill-Fail TO TRUE
       ELSE
           OPEN I-O CalcHistFile
           IF CalcHist-Status IS NOT = "00"
               SET Backfill-Fail TO TRUE
               DISPLAY "CALCHIST could not be opened for update "
                   "(status " CalcHist-Status "); no references "
                   "were assigned."
           ELSE
               PERFORM SetBackfillStart
               PERFORM CopyWithReferences
               CLOSE CalcHistFile
               PERFORM SaveHistSeq
               IF NOT Backfill-Fail
                   PERFORM CopyBackCalcOut
               END-IF
           END-IF
           PERFORM ReleaseRunLock
       END-IF
       IF NOT Backfill-Fail
           DISPLAY "Assigned references to " Backfilled-Count
               " CALCOUT record(s); see REFBKFL."
       END-IF.

      * The counter is reread under the lock, so a reversal posted
      * since the audit walk cannot be handed the same number.
       SetBackfillStart.
       MOVE ZERO TO Hist-Next-Seq
       OPEN INPUT HistSeqFile
       IF HistSeq-Status IS = "00"
           READ HistSeqFile
               AT END
                   CONTINUE
               NOT AT END
                   IF HS-Next-Seq IS NUMERIC
                       MOVE HS-Next-Seq TO Hist-Next-Seq
                   END-IF
           END-READ
           CLOSE HistSeqFile
       END-IF
       IF Hist-Next-Seq <= Highest-Ref
           COMPUTE Hist-Next-Seq = Highest-Ref + 1
       END-IF.

       CopyWithReferences.
       OPEN INPUT CalcOutFile
       OPEN OUTPUT RewriteFile
       OPEN EXTEND BackfillFile
       IF Backfill-Status IS = "35"
           OPEN OUTPUT BackfillFile
       END-IF
       IF CalcOut-Status IS NOT = "00"
               OR Rewrite-Status IS NOT = "00"
               OR Backfill-Status IS NOT = "00"
           SET Backfill-Fail TO TRUE
           DISPLAY "CALCOUT, REFAWRK2, or REFBKFL could not be "
               "opened (status " CalcOut-Status " " Rewrite-Status
               " " Backfill-Status "); no references were assigned."
       ELSE
           PERFORM BuildTimestamp
           PERFORM UNTIL CalcOut-EOF OR Backfill-Fail
               READ CalcOutFile INTO CALCOUT-RECORD
                   AT END
                       SET CalcOut-EOF TO TRUE
                   NOT AT END
                       PERFORM CopyOneRecord
               END-READ
           END-PERFORM
       END-IF
       CLOSE CalcOutFile
       CLOSE RewriteFile
       CLOSE BackfillFile.

       CopyOneRecord.
       IF (CO-SEQUENCE IS NOT NUMERIC OR CO-SEQUENCE = 0)
               AND CO-BATCH-ID IS NOT = "REVERSAL"
           PERFORM AssignReference
       END-IF
       IF NOT Backfill-Fail
           MOVE CALCOUT-RECORD TO RewriteFileRecord
           WRITE RewriteFileRecord
           IF Rewrite-Status IS NOT = "00"
               SET Backfill-Fail TO TRUE
               DISPLAY "Write to REFAWRK2 failed (status "
                   Rewrite-Status "); CALCOUT was left as it was."
           ELSE
               ADD 1 TO Copied-Count
           END-IF
       END-IF.

      * The history record is built from the CALCOUT record itself:
      * its run date, submitter, and business date, which a record
      * written before the business date existed lacks.
       AssignReference.
       MOVE "N" TO Hist-Written-Flag
       PERFORM WriteBackfillHist UNTIL Hist-Written OR Backfill-Fail
       IF Hist-Written
           MOVE CH-Seq TO CO-SEQUENCE
           MOVE CH-Seq TO RB-Sequence
           MOVE CO-OPERATOR-CODE TO RB-Operator
           MOVE CO-RESULT TO RB-Result
           MOVE CO-RUN-DATE TO RB-Run-Date
           MOVE CO-BATCH-ID TO RB-Batch-ID
           MOVE Session-User TO RB-Supervisor
           MOVE Timestamp-Display TO RB-Timestamp
           MOVE SPACES TO BackfillFileRecord
           MOVE Backfill-Record TO BackfillFileRecord
           WRITE BackfillFileRecord
           IF Backfill-Status IS NOT = "00"
               SET Backfill-Fail TO TRUE
               DISPLAY "Write to REFBKFL failed (status "
                   Backfill-Status "); CALCOUT was left as it was "
                   "but reference " CH-Seq " is in CALCHIST."
           ELSE
               ADD 1 TO Backfilled-Count
           END-IF
       END-IF.

      * A duplicate key steps to the next number, as CobCalc does;
      * any other failure stops the backfill with CALCOUT untouched.
       WriteBackfillHist.
       MOVE Hist-Next-Seq TO CH-Seq
       IF CO-RUN-DATE IS NUMERIC
           MOVE CO-RUN-DATE TO CH-Date
       ELSE
           MOVE ZERO TO CH-Date
       END-IF
       MOVE ZERO TO CH-Time
       MOVE CO-OPERATOR-CODE TO CH-Operator
       MOVE CO-FIRST-OPERAND TO CH-FirstNum
       MOVE CO-SECOND-OPERAND TO CH-SecondNum
       MOVE CO-RESULT TO CH-Result
       MOVE CO-USER-ID TO CH-User
       MOVE SPACE TO CH-Reversed
       MOVE SPACES TO CH-Reversal-User
       MOVE ZERO TO CH-Reversal-Date
       IF CO-BUSINESS-DATE IS NUMERIC
           MOVE CO-BUSINESS-DATE TO CH-Business-Date
       ELSE
           MOVE CH-Date TO CH-Business-Date
       END-IF
       MOVE CO-ORIGIN TO CH-Origin
       MOVE CO-BATCH-ID TO CH-Batch-ID
       MOVE SPACE TO CH-Chain-Role
       WRITE CalcHistFileRecord
           INVALID KEY
               ADD 1 TO Hist-Next-Seq
       END-WRITE
       IF CalcHist-Status IS = "00" OR CalcHist-Status IS = "02"
           SET Hist-Written TO TRUE
           ADD 1 TO Hist-Next-Seq
       ELSE
           IF CalcHist-Status IS NOT = "22"
               SET Backfill-Fail TO TRUE
               DISPLAY "History master write failed (status "
                   CalcHist-Status "); CALCOUT was left as it was."
           END-IF
       END-IF.

       SaveHistSeq.
       OPEN OUTPUT HistSeqFile
       IF HistSeq-Status IS = "00"
           MOVE Hist-Next-Seq TO HS-Next-Seq
           WRITE HistSeqFileRecord
           CLOSE HistSeqFile
       ELSE
           DISPLAY "HISTSEQ could not be rewritten (status "
               HistSeq-Status "); set it to " Hist-Next-Seq
               " before the next CobCalc run."
       END-IF.

      * The work file is complete and checked before CALCOUT is
      * touched. A failure while copying back leaves REFAWRK2 as the
      * only whole copy, and the operator is told so.
       CopyBackCalcOut.
       OPEN INPUT RewriteFile
       OPEN OUTPUT CalcOutFile
       IF Rewrite-Status IS NOT = "00"
               OR CalcOut-Status IS NOT = "00"
           SET Backfill-Fail TO TRUE
       ELSE
           PERFORM UNTIL Rewrite-EOF OR Backfill-Fail
               READ RewriteFile
                   AT END
                       SET Rewrite-EOF TO TRUE
                   NOT AT END
                       MOVE RewriteFileRecord TO CalcOutFileRecord
                       WRITE CalcOutFileRecord
                       IF CalcOut-Status IS NOT = "00"
                           SET Backfill-Fail TO TRUE
                       ELSE
                           ADD 1 TO Copied-Back-Count
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE RewriteFile
       CLOSE CalcOutFile
       IF Copied-Back-Count IS NOT = Copied-Count
           SET Backfill-Fail TO TRUE
       END-IF
       IF Backfill-Fail
           DISPLAY "CALCOUT was not completely rewritten (status "
               CalcOut-Status "). Restore CALCOUT from REFAWRK2 "
               "before any other job runs."
       END-IF.

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
       IF RL-Active IS = "Y"
           DISPLAY "A CobCalc session holds the run lock: user "
               RL-User ", mode " RL-Mode ", since " RL-Timestamp
               ". No references were assigned."
       ELSE
           MOVE "Y" TO RL-Active
           PERFORM WriteRunLock
           IF RunLock-Status IS = "00"
               SET Lock-Acquired TO TRUE
           ELSE
               DISPLAY "Unable to write the CALCLOCK run lock "
                   "(status " RunLock-Status "); no references "
                   "were assigned."
           END-IF
       END-IF.

       ReleaseRunLock.
       MOVE "N" TO RL-Active
       PERFORM WriteRunLock.

      * Mode "F" marks a lock held by the reference backfill.
       WriteRunLock.
       PERFORM BuildTimestamp
       MOVE Session-User TO RL-User
       MOVE "F" TO RL-Mode
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

       BuildTimestamp.
       ACCEPT Date-YYYYMMDD FROM DATE YYYYMMDD
       ACCEPT Time-HHMMSSss FROM TIME
       STRING TS-Year "-" TS-Month "-" TS-Day " "
           TS-Hour ":" TS-Minute ":" TS-Second
           DELIMITED BY SIZE INTO Timestamp-Display.
