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

      * General-ledger journal interface. Every CALCOUT record
      * written since the last journal run is turned into a
      * balanced pair of journal lines - a debit and a credit for
      * the same amount - using the ACCTMAP account-mapping master,
      * keyed by the batch origin and operator code, with REVERSAL
      * entries for reversal offsets. The lines are appended to the
      * JRNLOUT interface file as one numbered envelope whose
      * trailer proves the line count and that debits equal
      * credits. A record with no mapping is not dropped: it is
      * listed on the JRNLEXC exceptions report and held in JRNLPEND
      * to be tried again on every later run until ACCTMAP covers
      * it. JRNLCTL remembers the last journal number and how far
      * into CALCOUT the journal has reached.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcJrnl.
       AUTHOR. Joshua Horvath.
       DATE-Written. October 15, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalcOutFile ASSIGN TO "CALCOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CalcOut-Status.

      * Account-mapping master, maintained by the ledger group.
           SELECT AcctMapFile ASSIGN TO "ACCTMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AcctMap-Status.

      * Journal number and CALCOUT position reached, one record,
      * rewritten at the end of every successful run.
           SELECT JrnlCtlFile ASSIGN TO "JRNLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JrnlCtl-Status.

      * CALCOUT images held back for want of a mapping, rewritten
      * at the end of every successful run with those still held.
           SELECT JrnlPendFile ASSIGN TO "JRNLPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JrnlPend-Status.

           SELECT JournalFile ASSIGN TO "JRNLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Journal-Status.

           SELECT JrnlReportFile ASSIGN TO "JRNLEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JrnlReport-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CalcOutFile.
       01 CalcOutFileRecord PIC X(80).

       FD AcctMapFile.
       01 AcctMapFileRecord PIC X(80).

       FD JrnlCtlFile.
       01 JrnlCtlFileRecord PIC X(40).

       FD JrnlPendFile.
       01 JrnlPendFileRecord PIC X(80).

       FD JournalFile.
       01 JournalFileRecord PIC X(100).

       FD JrnlReportFile.
       01 JrnlReportFileRecord PIC X(100).

       WORKING-STORAGE SECTION.

       01 CalcOut-Status PIC X(2).
       01 AcctMap-Status PIC X(2).
       01 JrnlCtl-Status PIC X(2).
       01 JrnlPend-Status PIC X(2).
       01 Journal-Status PIC X(2).
       01 JrnlReport-Status PIC X(2).

       01 CalcOut-EOF-Flag PIC X(1) VALUE "N".
           88 CalcOut-EOF VALUE "Y".
       01 AcctMap-EOF-Flag PIC X(1) VALUE "N".
           88 AcctMap-EOF VALUE "Y".
       01 JrnlPend-EOF-Flag PIC X(1) VALUE "N".
           88 JrnlPend-EOF VALUE "Y".
       01 Report-Open-Flag PIC X(1) VALUE "N".
           88 Report-Open VALUE "Y".
       01 Envelope-Open-Flag PIC X(1) VALUE "N".
           88 Envelope-Open VALUE "Y".
       01 Jrnl-Fail-Flag PIC X(1) VALUE "N".
           88 Jrnl-Fail VALUE "Y".
       01 Control-Saved-Flag PIC X(1) VALUE "N".
           88 Control-Saved VALUE "Y".

      * The CALCOUT layout shared with CobCalc and the ledger job.
       COPY CALCOUTR.

      * The journal interface layouts shared with the ledger job.
       COPY JRNLOUTR.

      * One account mapping. Lines whose first character is "*"
      * are comments. An operator of "?" maps every operator of the
      * origin not mapped on its own line; "*" is multiplication
      * like any other operator code. REVERSAL maps reversal
      * offsets and NOORIGIN maps records carrying no origin -
      * interactive work and records written before CALCOUT carried
      * one.
       01 Map-Record.
           05 AM-Origin PIC X(8).
           05 FILLER PIC X(1).
           05 AM-Operator PIC X(1).
           05 FILLER PIC X(1).
           05 AM-Debit-Account PIC X(12).
           05 FILLER PIC X(1).
           05 AM-Credit-Account PIC X(12).
           05 FILLER PIC X(1).
           05 AM-Description PIC X(30).

       01 Map-Table.
           05 Map-Entry OCCURS 500 TIMES INDEXED BY MapIdx.
               10 MT-Origin PIC X(8).
               10 MT-Operator PIC X(1).
               10 MT-Debit-Account PIC X(12).
               10 MT-Credit-Account PIC X(12).
       01 Map-Count PIC 9(4) VALUE ZERO.
       01 Map-Limit PIC 9(4) VALUE 500.
       01 Map-Error-Count PIC 9(9) VALUE ZERO.
       01 Map-Error-Text PIC X(40) VALUE SPACES.
       01 Map-Key-Origin PIC X(8) VALUE SPACES.
       01 Map-Key-Operator PIC X(1) VALUE SPACE.
       01 Mapping-Found-Flag PIC X(1) VALUE "N".
           88 Mapping-Found VALUE "Y".
       01 Debit-Account-Work PIC X(12) VALUE SPACES.
       01 Credit-Account-Work PIC X(12) VALUE SPACES.

       01 Control-Record.
           05 JC-Last-Journal PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
      * Count of CALCOUT records already journaled or held, from
      * the top of the file. CALCOUT is only ever appended to.
           05 JC-CalcOut-Position PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JC-Updated-Timestamp PIC X(19).

      * Records held for want of a mapping: those carried in from
      * JRNLPEND and those newly unmapped this run. Cleared entries
      * are journaled and drop out when JRNLPEND is rewritten.
       01 Pending-Table.
           05 Pending-Entry OCCURS 500 TIMES INDEXED BY PendIdx.
               10 PT-Cleared PIC X(1).
               10 PT-Image PIC X(80).
       01 Pending-Count PIC 9(4) VALUE ZERO.
       01 Pending-Limit PIC 9(4) VALUE 500.
       01 Pending-Overflow-Flag PIC X(1) VALUE "N".
           88 Pending-Overflow VALUE "Y".
       01 Carried-Count PIC 9(4) VALUE ZERO.

       01 Record-Settled-Flag PIC X(1) VALUE "N".
           88 Record-Settled VALUE "Y".
       01 Journal-Number PIC 9(6) VALUE ZERO.
       01 New-Position PIC 9(9) VALUE ZERO.
       01 CalcOut-Read-Count PIC 9(9) VALUE ZERO.
       01 Line-Side PIC X(2) VALUE SPACES.
       01 Line-Account PIC X(12) VALUE SPACES.
       01 Line-Amount PIC 9(9)V9(2) VALUE ZERO.
       01 Line-Count PIC 9(9) VALUE ZERO.
       01 Debit-Total PIC 9(13)V9(2) VALUE ZERO.
       01 Credit-Total PIC 9(13)V9(2) VALUE ZERO.

       01 Journaled-Count PIC 9(9) VALUE ZERO.
       01 Retried-Count PIC 9(9) VALUE ZERO.
       01 Zero-Count PIC 9(9) VALUE ZERO.
       01 Held-Count PIC 9(9) VALUE ZERO.
       01 Unreadable-Count PIC 9(9) VALUE ZERO.

       01 Exception-Line.
           05 XL-Reference PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-Origin PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-Batch-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-Operator PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-Amount PIC -ZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-Reason PIC X(50).

       01 Count-Edited PIC ZZZZZZZZ9.
       01 Total-Edited PIC ZZZZZZZZZZZZ9.99.

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

      * Return code 12 when the journal could not be built or its
      * control could not be saved, 8 when more records went
      * unmapped than can be held (the rest wait in CALCOUT for the
      * next run), 4 when anything was held or reported.
       MainControl.
       PERFORM InitializeProgram
       IF NOT Report-Open
           MOVE 12 TO RETURN-CODE
       ELSE
           PERFORM LoadAccountMap
           IF NOT Jrnl-Fail
               PERFORM ReadJournalControl
               PERFORM LoadPendingRecords
           END-IF
           IF NOT Jrnl-Fail
               PERFORM RetryPendingRecords
               PERFORM JournalCalcOut
               PERFORM CloseJournalEnvelope
           END-IF
           IF NOT Jrnl-Fail
               PERFORM SavePendingRecords
           END-IF
           IF NOT Jrnl-Fail
               PERFORM SaveJournalControl
           ELSE
               IF Envelope-Open
                   PERFORM SaveUsedJournalNumber
               END-IF
           END-IF
           PERFORM Finalize
           EVALUATE TRUE
               WHEN Jrnl-Fail
                   MOVE 12 TO RETURN-CODE
               WHEN Pending-Overflow
                   MOVE 8 TO RETURN-CODE
               WHEN Held-Count > 0 OR Unreadable-Count > 0
                       OR Map-Error-Count > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
       END-IF
       GOBACK.

       InitializeProgram.
       OPEN OUTPUT JrnlReportFile
       IF JrnlReport-Status IS NOT = "00"
           DISPLAY "Unable to open JRNLEXC report file (status "
               JrnlReport-Status ")."
       ELSE
           SET Report-Open TO TRUE
           PERFORM BuildTimestamp
           MOVE SPACES TO JrnlReportFileRecord
           STRING "CobCalc General Ledger Journal Exceptions  "
               Timestamp-Display
               DELIMITED BY SIZE INTO JrnlReportFileRecord
           WRITE JrnlReportFileRecord
           MOVE SPACES TO JrnlReportFileRecord
           WRITE JrnlReportFileRecord
           MOVE SPACES TO JrnlReportFileRecord
           STRING "Reference Origin   Batch    O     Amount "
               "Exception"
               DELIMITED BY SIZE INTO JrnlReportFileRecord
           WRITE JrnlReportFileRecord
       END-IF.

      * Without the mapping master nothing can be journaled, and
      * running on would only hold every record.
       LoadAccountMap.
       OPEN INPUT AcctMapFile
       IF AcctMap-Status IS NOT = "00"
           SET Jrnl-Fail TO TRUE
           MOVE SPACES TO JrnlReportFileRecord
           STRING "JOURNAL NOT RUN - ACCTMAP could not be opened "
               "(status " AcctMap-Status ")"
               DELIMITED BY SIZE INTO JrnlReportFileRecord
           WRITE JrnlReportFileRecord
       ELSE
           PERFORM UNTIL AcctMap-EOF
               READ AcctMapFile INTO Map-Record
                   AT END
                       SET AcctMap-EOF TO TRUE
                   NOT AT END
                       IF Map-Record(1:1) IS NOT = "*"
                               AND Map-Record IS NOT = SPACES
                           PERFORM LoadOneMapping
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AcctMapFile
       END-IF.

      * A bad or duplicate mapping line is reported and left out;
      * the first line for an origin and operator is the one used.
       LoadOneMapping.
       MOVE SPACES TO Map-Error-Text
       EVALUATE TRUE
           WHEN AM-Origin IS = SPACES
               MOVE "No origin" TO Map-Error-Text
           WHEN AM-Operator IS NOT = "+" AND AM-Operator IS NOT = "-"
                   AND AM-Operator IS NOT = "*"
                   AND AM-Operator IS NOT = "/"
                   AND AM-Operator IS NOT = "%"
                   AND AM-Operator IS NOT = "^"
                   AND AM-Operator IS NOT = "?"
               MOVE "Unrecognized operator" TO Map-Error-Text
           WHEN AM-Debit-Account IS = SPACES
                   OR AM-Credit-Account IS = SPACES
               MOVE "Debit or credit account missing"
                   TO Map-Error-Text
           WHEN Map-Count >= Map-Limit
               MOVE "More mappings than one run holds"
                   TO Map-Error-Text
       END-EVALUATE
       IF Map-Error-Text IS = SPACES
           MOVE AM-Origin TO Map-Key-Origin
           MOVE AM-Operator TO Map-Key-Operator
           PERFORM FindMapEntry
           IF Mapping-Found
               MOVE "Duplicate of an earlier mapping"
                   TO Map-Error-Text
           END-IF
       END-IF
       IF Map-Error-Text IS NOT = SPACES
           ADD 1 TO Map-Error-Count
           MOVE SPACES TO JrnlReportFileRecord
           STRING "ACCTMAP LINE IGNORED - " AM-Origin " "
               AM-Operator " - " Map-Error-Text
               DELIMITED BY SIZE INTO JrnlReportFileRecord
           WRITE JrnlReportFileRecord
       ELSE
           ADD 1 TO Map-Count
           SET MapIdx TO Map-Count
           MOVE AM-Origin TO MT-Origin(MapIdx)
           MOVE AM-Operator TO MT-Operator(MapIdx)
           MOVE AM-Debit-Account TO MT-Debit-Account(MapIdx)
           MOVE AM-Credit-Account TO MT-Credit-Account(MapIdx)
       END-IF.

      * No control record yet means nothing was ever journaled.
       ReadJournalControl.
       MOVE ZERO TO JC-Last-Journal
       MOVE ZERO TO JC-CalcOut-Position
       OPEN INPUT JrnlCtlFile
       IF JrnlCtl-Status IS = "00"
           READ JrnlCtlFile INTO Control-Record
               AT END
                   MOVE ZERO TO JC-Last-Journal
                   MOVE ZERO TO JC-CalcOut-Position
           END-READ
           CLOSE JrnlCtlFile
           IF JC-Last-Journal IS NOT NUMERIC
                   OR JC-CalcOut-Position IS NOT NUMERIC
               SET Jrnl-Fail TO TRUE
               MOVE SPACES TO JrnlReportFileRecord
               STRING "JOURNAL NOT RUN - JRNLCTL is unreadable; "
                   "correct it before journaling again"
                   DELIMITED BY SIZE INTO JrnlReportFileRecord
               WRITE JrnlReportFileRecord
           END-IF
       END-IF
       MOVE JC-CalcOut-Position TO New-Position.

       LoadPendingRecords.
       OPEN INPUT JrnlPendFile
       IF JrnlPend-Status IS = "00"
           PERFORM UNTIL JrnlPend-EOF
               READ JrnlPendFile
                   AT END
                       SET JrnlPend-EOF TO TRUE
                   NOT AT END
                       IF Pending-Count < Pending-Limit
                           ADD 1 TO Pending-Count
                           SET PendIdx TO Pending-Count
                           MOVE "N" TO PT-Cleared(PendIdx)
                           MOVE JrnlPendFileRecord TO PT-Image(PendIdx)
                       ELSE
                           SET Jrnl-Fail TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JrnlPendFile
           MOVE Pending-Count TO Carried-Count
           IF Jrnl-Fail
               MOVE SPACES TO JrnlReportFileRecord
               STRING "JOURNAL NOT RUN - JRNLPEND holds more held "
                   "records than one run can retry"
                   DELIMITED BY SIZE INTO JrnlReportFileRecord
               WRITE JrnlReportFileRecord
           END-IF
       END-IF.

      * Held records go first, so a mapping added since the last
      * run clears the backlog into this journal.
       RetryPendingRecords.
       PERFORM VARYING PendIdx FROM 1 BY 1
               UNTIL PendIdx > Carried-Count OR Jrnl-Fail
           MOVE PT-Image(PendIdx) TO CALCOUT-RECORD
           PERFORM JournalOneRecord
           IF Record-Settled
               MOVE "Y" TO PT-Cleared(PendIdx)
               ADD 1 TO Retried-Count
           ELSE
               IF NOT Jrnl-Fail
                   ADD 1 TO Held-Count
                   MOVE "STILL NO ACCOUNT MAPPING - HELD FOR RETRY"
                       TO XL-Reason
                   PERFORM WriteExceptionLine
               END-IF
           END-IF
       END-PERFORM.

      * Only records past the saved position are new. A CALCOUT
      * shorter than that position has been replaced, and
      * journaling it would post some records twice and skip others.
       JournalCalcOut.
       OPEN INPUT CalcOutFile
       EVALUATE CalcOut-Status
           WHEN "00"
               PERFORM UNTIL CalcOut-EOF OR Jrnl-Fail
                       OR Pending-Overflow
                   READ CalcOutFile INTO CALCOUT-RECORD
                       AT END
                           SET CalcOut-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO CalcOut-Read-Count
                           IF CalcOut-Read-Count > JC-CalcOut-Position
                               PERFORM JournalNewRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CalcOutFile
               IF CalcOut-EOF
                       AND CalcOut-Read-Count < JC-CalcOut-Position
                   SET Jrnl-Fail TO TRUE
                   MOVE SPACES TO JrnlReportFileRecord
                   STRING "JOURNAL NOT COMPLETED - CALCOUT holds "
                       "fewer records than were already journaled"
                       DELIMITED BY SIZE INTO JrnlReportFileRecord
                   WRITE JrnlReportFileRecord
               END-IF
           WHEN "35"
               CONTINUE
           WHEN OTHER
               SET Jrnl-Fail TO TRUE
               MOVE SPACES TO JrnlReportFileRecord
               STRING "JOURNAL NOT COMPLETED - CALCOUT could not be "
                   "opened (status " CalcOut-Status ")"
                   DELIMITED BY SIZE INTO JrnlReportFileRecord
               WRITE JrnlReportFileRecord
       END-EVALUATE.

      * The position only moves past a record once it has been
      * journaled, skipped, or safely held, so a run cut short
      * leaves the rest for the next one.
       JournalNewRecord.
       PERFORM JournalOneRecord
       IF NOT Record-Settled AND NOT Jrnl-Fail
           PERFORM HoldUnmappedRecord
       END-IF
       IF NOT Jrnl-Fail AND NOT Pending-Overflow
           MOVE CalcOut-Read-Count TO New-Position
       END-IF.

       HoldUnmappedRecord.
       IF Pending-Count >= Pending-Limit
           SET Pending-Overflow TO TRUE
           MOVE "HELD TABLE FULL - LEFT IN CALCOUT FOR NEXT RUN"
               TO XL-Reason
           PERFORM WriteExceptionLine
       ELSE
           ADD 1 TO Pending-Count
           SET PendIdx TO Pending-Count
           MOVE "N" TO PT-Cleared(PendIdx)
           MOVE CALCOUT-RECORD TO PT-Image(PendIdx)
           ADD 1 TO Held-Count
           MOVE "NO ACCOUNT MAPPING - HELD FOR RETRY" TO XL-Reason
           PERFORM WriteExceptionLine
       END-IF.

      * A zero result moves no money and posts nothing. A record
      * whose result cannot be read is reported and settled, since
      * holding it would only report it again on every run.
       JournalOneRecord.
       MOVE "N" TO Record-Settled-Flag
       EVALUATE TRUE
           WHEN CO-RESULT IS NOT NUMERIC
               SET Record-Settled TO TRUE
               ADD 1 TO Unreadable-Count
               MOVE "RESULT UNREADABLE - NOT JOURNALED" TO XL-Reason
               PERFORM WriteExceptionLine
           WHEN CO-RESULT = ZERO
               SET Record-Settled TO TRUE
               ADD 1 TO Zero-Count
           WHEN OTHER
               PERFORM FindRecordMapping
               IF Mapping-Found
                   PERFORM WriteJournalPair
                   IF NOT Jrnl-Fail
                       SET Record-Settled TO TRUE
                       ADD 1 TO Journaled-Count
                   END-IF
               END-IF
       END-EVALUATE.

      * The origin's own line for the operator first, then its
      * "?" line for any other operator.
       FindRecordMapping.
       EVALUATE TRUE
           WHEN CO-BATCH-ID IS = "REVERSAL"
               MOVE "REVERSAL" TO Map-Key-Origin
           WHEN CO-ORIGIN IS = SPACES
               MOVE "NOORIGIN" TO Map-Key-Origin
           WHEN OTHER
               MOVE CO-ORIGIN TO Map-Key-Origin
       END-EVALUATE
       MOVE CO-OPERATOR-CODE TO Map-Key-Operator
       PERFORM FindMapEntry
       IF NOT Mapping-Found
           MOVE "?" TO Map-Key-Operator
           PERFORM FindMapEntry
       END-IF.

       FindMapEntry.
       MOVE "N" TO Mapping-Found-Flag
       SET MapIdx TO 1
       PERFORM UNTIL Mapping-Found OR MapIdx > Map-Count
           IF MT-Origin(MapIdx) IS = Map-Key-Origin
                   AND MT-Operator(MapIdx) IS = Map-Key-Operator
               SET Mapping-Found TO TRUE
           ELSE
               SET MapIdx UP BY 1
           END-IF
       END-PERFORM.

      * A negative result posts the other way round, so a reversal
      * offset mapped like its original backs it out.
       WriteJournalPair.
       IF NOT Envelope-Open
           PERFORM OpenJournalEnvelope
       END-IF
       IF NOT Jrnl-Fail
           IF CO-RESULT > ZERO
               MOVE CO-RESULT TO Line-Amount
               MOVE MT-Debit-Account(MapIdx) TO Debit-Account-Work
               MOVE MT-Credit-Account(MapIdx) TO Credit-Account-Work
           ELSE
               COMPUTE Line-Amount = 0 - CO-RESULT
               MOVE MT-Credit-Account(MapIdx) TO Debit-Account-Work
               MOVE MT-Debit-Account(MapIdx) TO Credit-Account-Work
           END-IF
           MOVE "DR" TO Line-Side
           MOVE Debit-Account-Work TO Line-Account
           PERFORM WriteJournalLine
       END-IF
       IF NOT Jrnl-Fail
           MOVE "CR" TO Line-Side
           MOVE Credit-Account-Work TO Line-Account
           PERFORM WriteJournalLine
       END-IF.

       WriteJournalLine.
       MOVE SPACES TO Journal-Buffer
       MOVE "D" TO JR-Rec-Type
       ADD 1 TO Line-Count
       MOVE Line-Count TO JL-Line-Number
       MOVE Line-Side TO JL-Side
       MOVE Line-Account TO JL-Account
       MOVE Line-Amount TO JL-Amount
       MOVE CO-SEQUENCE TO JL-Reference
       MOVE CO-BUSINESS-DATE TO JL-Business-Date
       MOVE CO-ORIGIN TO JL-Origin
       MOVE CO-BATCH-ID TO JL-Batch-ID
       MOVE CO-OPERATOR-CODE TO JL-Operator
       IF JL-Debit
           ADD Line-Amount TO Debit-Total
       ELSE
           ADD Line-Amount TO Credit-Total
       END-IF
       PERFORM WriteJournalRecord.

      * The envelope is opened by the first line written, so a run
      * with nothing to journal uses no journal number.
       OpenJournalEnvelope.
       OPEN EXTEND JournalFile
       IF Journal-Status IS = "35"
           OPEN OUTPUT JournalFile
       END-IF
       IF Journal-Status IS NOT = "00"
           SET Jrnl-Fail TO TRUE
           MOVE SPACES TO JrnlReportFileRecord
           STRING "JOURNAL NOT COMPLETED - JRNLOUT could not be "
               "opened (status " Journal-Status ")"
               DELIMITED BY SIZE INTO JrnlReportFileRecord
           WRITE JrnlReportFileRecord
       ELSE
           SET Envelope-Open TO TRUE
           COMPUTE Journal-Number = JC-Last-Journal + 1
           PERFORM BuildTimestamp
           MOVE SPACES TO Journal-Buffer
           MOVE "H" TO JR-Rec-Type
           MOVE Journal-Number TO JH-Journal-Number
           MOVE Date-YYYYMMDD TO JH-Run-Date
           MOVE Timestamp-Display TO JH-Created-Timestamp
           PERFORM WriteJournalRecord
       END-IF.

      * An envelope cut short by a failed write gets no trailer,
      * so the ledger refuses it whole. Its number is used all the
      * same - the header is already in JRNLOUT - so it is kept in
      * the control while the position and JRNLPEND are not, and the
      * next run journals the same records again under a new number
      * the ledger cannot confuse with the refused envelope.
       CloseJournalEnvelope.
       IF Envelope-Open
           IF NOT Jrnl-Fail
               MOVE SPACES TO Journal-Buffer
               MOVE "T" TO JR-Rec-Type
               MOVE Line-Count TO JT-Line-Count
               MOVE Debit-Total TO JT-Debit-Total
               MOVE Credit-Total TO JT-Credit-Total
               PERFORM WriteJournalRecord
           END-IF
           MOVE Journal-Number TO JC-Last-Journal
           CLOSE JournalFile
       END-IF.

       WriteJournalRecord.
       MOVE Journal-Buffer TO JournalFileRecord
       WRITE JournalFileRecord
       IF Journal-Status IS NOT = "00"
           SET Jrnl-Fail TO TRUE
           MOVE SPACES TO JrnlReportFileRecord
           STRING "JOURNAL NOT COMPLETED - write to JRNLOUT failed "
               "(status " Journal-Status "); journal "
               Journal-Number " has no trailer"
               DELIMITED BY SIZE INTO JrnlReportFileRecord
           WRITE JrnlReportFileRecord
       END-IF.

       SavePendingRecords.
       OPEN OUTPUT JrnlPendFile
       IF JrnlPend-Status IS NOT = "00"
           PERFORM ReportControlNotSaved
       ELSE
           PERFORM VARYING PendIdx FROM 1 BY 1
                   UNTIL PendIdx > Pending-Count OR Jrnl-Fail
               IF PT-Cleared(PendIdx) IS NOT = "Y"
                   MOVE PT-Image(PendIdx) TO JrnlPendFileRecord
                   WRITE JrnlPendFileRecord
                   IF JrnlPend-Status IS NOT = "00"
                       PERFORM ReportControlNotSaved
                   END-IF
               END-IF
           END-PERFORM
           CLOSE JrnlPendFile
       END-IF.

       SaveJournalControl.
       MOVE New-Position TO JC-CalcOut-Position
       PERFORM WriteJournalControl
       IF NOT Control-Saved
           PERFORM ReportControlNotSaved
       END-IF.

      * After a failed run only the journal number is carried
      * forward; the position read at the start is written back.
       SaveUsedJournalNumber.
       PERFORM WriteJournalControl
       IF NOT Control-Saved
           MOVE SPACES TO JrnlReportFileRecord
           STRING "JRNLCTL NOT SAVED - set JRNLCTL to journal "
               JC-Last-Journal " position " JC-CalcOut-Position
               " before the next run"
               DELIMITED BY SIZE INTO JrnlReportFileRecord
           WRITE JrnlReportFileRecord
       END-IF.

       WriteJournalControl.
       MOVE "N" TO Control-Saved-Flag
       PERFORM BuildTimestamp
       MOVE Timestamp-Display TO JC-Updated-Timestamp
       OPEN OUTPUT JrnlCtlFile
       IF JrnlCtl-Status IS = "00"
           MOVE Control-Record TO JrnlCtlFileRecord
           WRITE JrnlCtlFileRecord
           IF JrnlCtl-Status IS = "00"
               SET Control-Saved TO TRUE
           END-IF
           CLOSE JrnlCtlFile
       END-IF.

      * The journal is already in JRNLOUT; without the control the
      * next run would journal the same records a second time, so
      * the operator is told exactly what JRNLCTL must say.
       ReportControlNotSaved.
       SET Jrnl-Fail TO TRUE
       MOVE SPACES TO JrnlReportFileRecord
       STRING "JRNLPEND/JRNLCTL NOT SAVED - set JRNLCTL to journal "
           JC-Last-Journal " position " New-Position
           " before the next run"
           DELIMITED BY SIZE INTO JrnlReportFileRecord
       WRITE JrnlReportFileRecord.

       WriteExceptionLine.
       MOVE CO-SEQUENCE TO XL-Reference
       MOVE CO-ORIGIN TO XL-Origin
       MOVE CO-BATCH-ID TO XL-Batch-ID
       MOVE CO-OPERATOR-CODE TO XL-Operator
       IF CO-RESULT IS NUMERIC
           MOVE CO-RESULT TO XL-Amount
       ELSE
           MOVE ZERO TO XL-Amount
       END-IF
       MOVE Exception-Line TO JrnlReportFileRecord
       WRITE JrnlReportFileRecord.

       Finalize.
       MOVE SPACES TO JrnlReportFileRecord
       WRITE JrnlReportFileRecord
       MOVE SPACES TO JrnlReportFileRecord
       IF Envelope-Open
           STRING "JOURNAL NUMBER        " Journal-Number
               DELIMITED BY SIZE INTO JrnlReportFileRecord
       ELSE
           MOVE "JOURNAL NUMBER        none - nothing to journal"
               TO JrnlReportFileRecord
       END-IF
       WRITE JrnlReportFileRecord
       MOVE Journaled-Count TO Count-Edited
       MOVE SPACES TO JrnlReportFileRecord
       STRING "RECORDS JOURNALED  " Count-Edited
           DELIMITED BY SIZE INTO JrnlReportFileRecord
       WRITE JrnlReportFileRecord
       MOVE Retried-Count TO Count-Edited
       MOVE SPACES TO JrnlReportFileRecord
       STRING "  FROM HELD RECORDS" Count-Edited
           DELIMITED BY SIZE INTO JrnlReportFileRecord
       WRITE JrnlReportFileRecord
       MOVE Zero-Count TO Count-Edited
       MOVE SPACES TO JrnlReportFileRecord
       STRING "ZERO RESULTS       " Count-Edited
           DELIMITED BY SIZE INTO JrnlReportFileRecord
       WRITE JrnlReportFileRecord
       MOVE Held-Count TO Count-Edited
       MOVE SPACES TO JrnlReportFileRecord
       STRING "HELD - NO MAPPING  " Count-Edited
           DELIMITED BY SIZE INTO JrnlReportFileRecord
       WRITE JrnlReportFileRecord
       MOVE Unreadable-Count TO Count-Edited
       MOVE SPACES TO JrnlReportFileRecord
       STRING "UNREADABLE         " Count-Edited
           DELIMITED BY SIZE INTO JrnlReportFileRecord
       WRITE JrnlReportFileRecord
       MOVE Line-Count TO Count-Edited
       MOVE SPACES TO JrnlReportFileRecord
       STRING "JOURNAL LINES      " Count-Edited
           DELIMITED BY SIZE INTO JrnlReportFileRecord
       WRITE JrnlReportFileRecord
       MOVE Debit-Total TO Total-Edited
       MOVE SPACES TO JrnlReportFileRecord
       STRING "TOTAL DEBITS    " Total-Edited
           DELIMITED BY SIZE INTO JrnlReportFileRecord
       WRITE JrnlReportFileRecord
       MOVE Credit-Total TO Total-Edited
       MOVE SPACES TO JrnlReportFileRecord
       STRING "TOTAL CREDITS   " Total-Edited
           DELIMITED BY SIZE INTO JrnlReportFileRecord
       WRITE JrnlReportFileRecord
       IF Pending-Overflow
           MOVE SPACES TO JrnlReportFileRecord
           STRING "WARNING: more records were unmapped than can be "
               "held; the rest wait in CALCOUT for the next run."
               DELIMITED BY SIZE INTO JrnlReportFileRecord
           WRITE JrnlReportFileRecord
       END-IF
       CLOSE JrnlReportFile
       DISPLAY "Journal: " Journaled-Count " record(s) journaled in "
           Line-Count " line(s), " Held-Count " held for want of a "
           "mapping. See JRNLEXC.".

       BuildTimestamp.
       ACCEPT Date-YYYYMMDD FROM DATE YYYYMMDD
       ACCEPT Time-HHMMSSss FROM TIME
       STRING TS-Year "-" TS-Month "-" TS-Day " "
           TS-Hour ":" TS-Minute ":" TS-Second
           DELIMITED BY SIZE INTO Timestamp-Display.
