      * (CO-SEQUENCE / LA-SEQUENCE) and matched record for record in
      * one merge pass, so there is no table ceiling on daily volume
      * and records accumulated across runs in CALCOUT cannot
      * mis-pair the way positional matching could. When CALCPARM
      * names a transmission (RECNXMIT) only that XMIT.nnnnnn file
      * is reconciled, against the acknowledgments carrying its
      * number. Every run lists the XMITLOG transmissions the ledger
      * has not acknowledged. Totals results
      * by operator code on both sides, prints an exceptions report
      * (RECNRPT) of anything unposted, posted twice, or posted with
      * a different amount, and extracts the NOT POSTED records to
      * the CALCREPO repost file under the REPOREG register's guard.
      * Ends with return code 4 when the reconciliation is not
      * clean, and leaves the outcome in RECNSTAT for the business-
      * day close.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcRecn.
       AUTHOR. Joshua Horvath.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RepostReg-Status.

      * Register of references CalcRefa assigned after the fact to
      * CALCOUT records written without one. Optional - absent only
      * means nothing was ever backfilled.
           SELECT BackfillFile ASSIGN TO "REFBKFL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Backfill-Status.

      * Transmission log cut by CalcXmit, and the one transmission
      * file being reconciled when CALCPARM names it. The file name
      * is built from the number, as CalcXmit builds it.
           SELECT XmitLogFile ASSIGN TO "XMITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XmitLog-Status.

           SELECT XmitFile ASSIGN TO DYNAMIC Xmit-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Xmit-Status.

           SELECT ParamFile ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Param-Status.

           SELECT ReconStatusFile ASSIGN TO "RECNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReconStatus-Status.

      * The transmission's CALCOUT images and its acknowledgments,
      * extracted for sorting in place of CALCOUT and LEDGACK.
           SELECT XmitOutFile ASSIGN TO "RECNWRK4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XmitOut-Status.

           SELECT XmitAckFile ASSIGN TO "RECNWRK5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XmitAck-Status.

      * Sorted copies of the three inputs, in reference-number
      * order, consumed by the merge pass.
           SELECT SortedOutFile ASSIGN TO "RECNWRK1"
       FD RepostRegFile.
       01 RepostRegFileRecord PIC X(50).

       FD BackfillFile.
       01 BackfillFileRecord PIC X(80).

       FD XmitLogFile.
       01 XmitLogFileRecord PIC X(120).

       FD XmitFile.
       01 XmitFileRecord PIC X(100).

       FD ParamFile.
       01 ParamFileRecord PIC X(80).

       FD ReconStatusFile.
       01 ReconStatusFileRecord PIC X(60).

       FD XmitOutFile.
       01 XmitOutFileRecord PIC X(80).

       FD XmitAckFile.
       01 XmitAckFileRecord PIC X(40).

       FD SortedOutFile.
       01 SortedOutFileRecord PIC X(80).

       01 SortedRegFileRecord PIC X(50).

      * The sort records carry only enough structure to name the
      * reference-number key (and, for acknowledgments, the
      * transmission number); positions mirror the owning layout's
      * copybook, whose header forbids moving fields without
      * coordinating.
       SD OutSortFile.
       01 Out-Sort-Record.
           05 FILLER PIC X(55).
       SD AckSortFile.
       01 Ack-Sort-Record.
           05 AS-Sequence PIC 9(9).
           05 FILLER PIC X(20).
           05 AS-Xmit-Number PIC X(6).
           05 FILLER PIC X(5).

       SD RegSortFile.
       01 Reg-Sort-Record.

       COPY LEDGACKR.

       COPY REFBKFLR.

       COPY XMITR.

       COPY XMITLOGR.

       COPY RECNSTR.
       01 ReconStatus-Status PIC X(2).

      * Backfilled references. The ledger may have posted such a
      * record before it had a reference and acknowledged it under
      * zero; a zero-reference acknowledgment for the same operator
      * and amount pairs with one of these, and the paired reference
      * is then taken as posted rather than extracted a second time.
       01 Backfill-Status PIC X(2).
       01 Backfill-EOF-Flag PIC X(1) VALUE "N".
           88 Backfill-EOF VALUE "Y".
       01 Backfill-Table.
           05 Backfill-Entry OCCURS 500 TIMES INDEXED BY BfIdx.
               10 BF-Sequence PIC 9(9).
               10 BF-Operator PIC X(1).
               10 BF-Result PIC S9(7)V9(2).
               10 BF-Paired PIC X(1).
       01 Backfill-Count PIC 9(4) VALUE ZERO.
       01 Backfill-Limit PIC 9(4) VALUE 500.
       01 Backfill-Overflow-Flag PIC X(1) VALUE "N".
           88 Backfill-Overflow VALUE "Y".
       01 Backfill-Found-Flag PIC X(1) VALUE "N".
           88 Backfill-Found VALUE "Y".
       01 Backfill-Paired-Count PIC 9(9) VALUE ZERO.
       01 Backfill-Posted-Count PIC 9(9) VALUE ZERO.

      * Per-transmission reconciliation. CALCPARM keyword RECNXMIT
      * names the transmission; without it all of CALCOUT is
      * reconciled against all of LEDGACK, as before transmissions
      * existed. Keywords belonging to other programs pass by
      * unremarked.
       01 XmitLog-Status PIC X(2).
       01 Xmit-Status PIC X(2).
       01 Param-Status PIC X(2).
       01 XmitOut-Status PIC X(2).
       01 XmitAck-Status PIC X(2).
       01 Xmit-File-Name PIC X(11) VALUE SPACES.
       01 Param-EOF-Flag PIC X(1) VALUE "N".
           88 Param-EOF VALUE "Y".
       01 XmitLog-EOF-Flag PIC X(1) VALUE "N".
           88 XmitLog-EOF VALUE "Y".
       01 Xmit-EOF-Flag PIC X(1) VALUE "N".
           88 Xmit-EOF VALUE "Y".
       01 LedgAck-EOF-Flag PIC X(1) VALUE "N".
           88 LedgAck-EOF VALUE "Y".
       01 Param-Line PIC X(80).
       01 Param-Keyword PIC X(10).
       01 Param-Value PIC X(20).
       01 Recon-Xmit-Number PIC 9(6) VALUE ZERO.
       01 Xmit-Mode-Flag PIC X(1) VALUE "N".
           88 Xmit-Mode VALUE "Y".
       01 Xmit-Header-Seen-Flag PIC X(1) VALUE "N".
           88 Xmit-Header-Seen VALUE "Y".
       01 Xmit-Trailer-Seen-Flag PIC X(1) VALUE "N".
           88 Xmit-Trailer-Seen VALUE "Y".
       01 Xmit-Detail-Count PIC 9(9) VALUE ZERO.
       01 Xmit-Detail-Total PIC S9(13)V9(2) VALUE ZERO.
       01 Xmit-Trailer-Count PIC 9(9) VALUE ZERO.
       01 Xmit-Trailer-Total PIC S9(13)V9(2) VALUE ZERO.

      * Transmissions from XMITLOG and the "P" acknowledgments
      * counted against each, for the unacknowledged-transmission
      * listing.
       01 Transmission-Table.
           05 Transmission-Entry OCCURS 1000 TIMES INDEXED BY XmtIdx.
               10 TE-Number PIC 9(6).
               10 TE-Business-Date PIC 9(8).
               10 TE-Created PIC X(19).
               10 TE-Records PIC 9(9).
               10 TE-Acks PIC 9(9).
       01 Transmission-Count PIC 9(4) VALUE ZERO.
       01 Transmission-Limit PIC 9(4) VALUE 1000.
       01 Transmission-Overflow-Flag PIC X(1) VALUE "N".
           88 Transmission-Overflow VALUE "Y".
       01 Transmission-Found-Flag PIC X(1) VALUE "N".
           88 Transmission-Found VALUE "Y".
       01 Unacknowledged-Count PIC 9(9) VALUE ZERO.
      * Reference and transmission of the acknowledgment last
      * counted against a transmission.
       01 Last-Ack-Key VALUE HIGH-VALUES.
           05 Last-Ack-Sequence PIC X(9).
           05 Last-Ack-Xmit PIC X(6).

       01 Transmission-Line.
           05 TX-Number PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TX-Business-Date PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TX-Created PIC X(19).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TX-Records PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TX-Acks PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TX-Status PIC X(24).

      * A reconciliation that cannot write its report proves
      * nothing, so the run stops up front when RECNRPT will not
      * open.
                   PERFORM Finalize
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM WriteTransmissionStatus
                   PERFORM WriteTotals
                   PERFORM Finalize
                   IF Exception-Count > 0
               END-IF
           END-IF
       END-IF
       PERFORM WriteReconStatus
       GOBACK.

       InitializeProgram.
       MOVE "/" TO Rec-Operator(4)
       MOVE "%" TO Rec-Operator(5)
       MOVE "^" TO Rec-Operator(6)
       PERFORM LoadParameters
       OPEN OUTPUT RecnReportFile
       IF RecnReport-Status IS NOT = "00"
           DISPLAY "Unable to open RECNRPT report file (status "
               Timestamp-Display
               DELIMITED BY SIZE INTO RecnReportFileRecord
           WRITE RecnReportFileRecord
           IF Xmit-Mode
               MOVE SPACES TO RecnReportFileRecord
               STRING "Transmission " Recon-Xmit-Number " ("
                   Xmit-File-Name ") only"
                   DELIMITED BY SIZE INTO RecnReportFileRecord
               WRITE RecnReportFileRecord
           END-IF
           MOVE SPACES TO RecnReportFileRecord
           WRITE RecnReportFileRecord
           MOVE SPACES TO RecnReportFileRecord
       ELSE
           CLOSE LedgAckFile
       END-IF
       IF Xmit-Mode AND NOT Input-Fail
           PERFORM ExtractTransmission
       END-IF
       IF Xmit-Mode AND NOT Input-Fail
           PERFORM ExtractTransmissionAcks
       END-IF
       PERFORM LoadTransmissionLog
       PERFORM LoadBackfillRegister
       OPEN INPUT RepostRegFile
       IF RepostReg-Status IS = "00"
           SET RepostReg-Present TO TRUE

      * Sequence both sides - and the repost register guarding the
      * extract - on the reference number, so the merge pass can
      * walk all of them once with no ceiling on volume. Within a
      * reference, acknowledgments fall in transmission order so
      * repeats sit together.
       SortInputFiles.
       IF Xmit-Mode
           SORT OutSortFile ON ASCENDING KEY OS-Sequence
               USING XmitOutFile GIVING SortedOutFile
           SORT AckSortFile
               ON ASCENDING KEY AS-Sequence AS-Xmit-Number
               USING XmitAckFile GIVING SortedAckFile
       ELSE
           SORT OutSortFile ON ASCENDING KEY OS-Sequence
               USING CalcOutFile GIVING SortedOutFile
           SORT AckSortFile
               ON ASCENDING KEY AS-Sequence AS-Xmit-Number
               USING LedgAckFile GIVING SortedAckFile
       END-IF
       IF RepostReg-Present
           SORT RegSortFile ON ASCENDING KEY RG-Sequence
               USING RepostRegFile GIVING SortedRegFile
                   IF LA-POST-STATUS IS = "P"
                       SET Ack-Got TO TRUE
                       ADD 1 TO Ack-Read-Count
                       PERFORM CountTransmissionAck
                       PERFORM VARYING RecIdx FROM 1 BY 1
                               UNTIL RecIdx > 6
                           IF Rec-Operator(RecIdx)
       END-EVALUATE
       PERFORM ReadNextOut.

      * A backfilled reference whose record the ledger already posted
      * under zero has been answered; anything else unanswered is a
      * miss.
       HandleUnposted.
       PERFORM FindBackfillReference
       IF Backfill-Found AND BF-Paired(BfIdx) IS = "Y"
           ADD 1 TO Backfill-Posted-Count
           PERFORM ReadNextOut
       ELSE
           PERFORM ReportUnposted
       END-IF.

       ReportUnposted.
       ADD 1 TO Exception-Count
       MOVE SPACES TO Exception-Line
       MOVE CO-SEQUENCE TO EX-Sequence
       PERFORM WriteExceptionLine
       PERFORM ReadNextOut.

      * A zero-reference acknowledgment that pairs with a backfilled
      * reference is accounted for; only one that pairs with nothing
      * stays an exception.
       HandleZeroAck.
       PERFORM PairZeroAck
       IF Backfill-Found
           ADD 1 TO Backfill-Paired-Count
           PERFORM ReadNextAck
       ELSE
           PERFORM ReportZeroAck
       END-IF.

       ReportZeroAck.
       ADD 1 TO Exception-Count
       MOVE SPACES TO Exception-Line
       MOVE ZERO TO EX-Sequence
       PERFORM WriteExceptionLine
       PERFORM ReadNextAck.

      * Only this job's own keyword is read; everything else in
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
       IF Param-Keyword IS = "RECNXMIT"
           IF Param-Value(1:6) IS NOT NUMERIC
                   OR Param-Value(7:14) IS NOT = SPACES
                   OR Param-Value(1:6) IS = "000000"
               DISPLAY "CALCPARM RECNXMIT must be a six-digit "
                   "transmission number; value ignored: "
                   Param-Value
           ELSE
               MOVE Param-Value(1:6) TO Recon-Xmit-Number
               SET Xmit-Mode TO TRUE
               MOVE SPACES TO Xmit-File-Name
               STRING "XMIT." Recon-Xmit-Number
                   DELIMITED BY SIZE INTO Xmit-File-Name
           END-IF
       END-IF.

      * The transmission must prove itself complete - its own
      * number on the header, and a trailer agreeing with the
      * records carried - before any of it is reconciled. Its
      * CALCOUT images are extracted for the sort.
       ExtractTransmission.
       OPEN INPUT XmitFile
       IF Xmit-Status IS NOT = "00"
           DISPLAY "Unable to open transmission file "
               Xmit-File-Name " (status " Xmit-Status ")."
           SET Input-Fail TO TRUE
           MOVE SPACES TO RecnReportFileRecord
           STRING "RECONCILIATION NOT RUN - " Xmit-File-Name
               " could not be opened (status " Xmit-Status ")"
               DELIMITED BY SIZE INTO RecnReportFileRecord
           WRITE RecnReportFileRecord
       ELSE
           OPEN OUTPUT XmitOutFile
           PERFORM UNTIL Xmit-EOF
               READ XmitFile INTO Xmit-Buffer
                   AT END
                       SET Xmit-EOF TO TRUE
                   NOT AT END
                       PERFORM ExtractTransmissionRecord
               END-READ
           END-PERFORM
           CLOSE XmitOutFile
           CLOSE XmitFile
           IF NOT Xmit-Header-Seen OR NOT Xmit-Trailer-Seen
                   OR Xmit-Trailer-Count IS NOT = Xmit-Detail-Count
                   OR Xmit-Trailer-Total IS NOT = Xmit-Detail-Total
               DISPLAY "Transmission file " Xmit-File-Name
                   " is incomplete or does not balance."
               SET Input-Fail TO TRUE
               MOVE SPACES TO RecnReportFileRecord
               STRING "RECONCILIATION NOT RUN - " Xmit-File-Name
                   " is incomplete or its trailer does not balance"
                   DELIMITED BY SIZE INTO RecnReportFileRecord
               WRITE RecnReportFileRecord
           END-IF
       END-IF.

      * A header for another transmission is as bad as none.
       ExtractTransmissionRecord.
       EVALUATE TRUE
           WHEN XM-Header-Rec
               IF XH-Xmit-Number IS NUMERIC
                       AND XH-Xmit-Number = Recon-Xmit-Number
                   SET Xmit-Header-Seen TO TRUE
               END-IF
           WHEN XM-Detail-Rec
               ADD 1 TO Xmit-Detail-Count
               MOVE XD-CalcOut-Image TO CALCOUT-RECORD
               IF CO-RESULT IS NUMERIC
                   ADD CO-RESULT TO Xmit-Detail-Total
               END-IF
               MOVE XD-CalcOut-Image TO XmitOutFileRecord
               WRITE XmitOutFileRecord
           WHEN XM-Trailer-Rec
               SET Xmit-Trailer-Seen TO TRUE
               MOVE XT-Record-Count TO Xmit-Trailer-Count
               MOVE XT-Net-Total TO Xmit-Trailer-Total
       END-EVALUATE.

      * Only the acknowledgments returned for this transmission.
       ExtractTransmissionAcks.
       OPEN INPUT LedgAckFile
       OPEN OUTPUT XmitAckFile
       PERFORM UNTIL LedgAck-EOF
           READ LedgAckFile INTO LEDGACK-RECORD
               AT END
                   SET LedgAck-EOF TO TRUE
               NOT AT END
                   IF LA-XMIT-NUMBER IS NUMERIC
                           AND LA-XMIT-NUMBER = Recon-Xmit-Number
                       MOVE LedgAckFileRecord TO XmitAckFileRecord
                       WRITE XmitAckFileRecord
                   END-IF
           END-READ
       END-PERFORM
       CLOSE XmitAckFile
       CLOSE LedgAckFile.

      * Optional - absent only means no transmission was ever cut.
      * In per-transmission mode only the one being reconciled is
      * kept.
       LoadTransmissionLog.
       OPEN INPUT XmitLogFile
       IF XmitLog-Status IS = "00"
           PERFORM UNTIL XmitLog-EOF
               READ XmitLogFile INTO Xmit-Log-Record
                   AT END
                       SET XmitLog-EOF TO TRUE
                   NOT AT END
                       IF XL-Xmit-Number IS NUMERIC
                               AND (NOT Xmit-Mode
                               OR XL-Xmit-Number = Recon-Xmit-Number)
                           PERFORM HoldTransmission
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
           MOVE XL-Business-Date TO TE-Business-Date(XmtIdx)
           MOVE XL-Created-Timestamp TO TE-Created(XmtIdx)
           MOVE XL-Record-Count TO TE-Records(XmtIdx)
           MOVE ZERO TO TE-Acks(XmtIdx)
       ELSE
           SET Transmission-Overflow TO TRUE
       END-IF.

      * Acknowledgments are sorted by reference and transmission, so
      * a repeat follows the one already counted and is passed over:
      * a transmission counts the distinct records acknowledged, and
      * a record answered twice cannot stand in for one never
      * answered.
       CountTransmissionAck.
       IF LA-XMIT-NUMBER IS NUMERIC AND Transmission-Count > 0
               AND (LA-SEQUENCE IS NOT = Last-Ack-Sequence
               OR LA-XMIT-NUMBER IS NOT = Last-Ack-Xmit)
           MOVE LA-SEQUENCE TO Last-Ack-Sequence
           MOVE LA-XMIT-NUMBER TO Last-Ack-Xmit
           MOVE "N" TO Transmission-Found-Flag
           SET XmtIdx TO 1
           PERFORM UNTIL Transmission-Found
                   OR XmtIdx > Transmission-Count
               IF TE-Number(XmtIdx) = LA-XMIT-NUMBER
                   SET Transmission-Found TO TRUE
                   ADD 1 TO TE-Acks(XmtIdx)
               ELSE
                   SET XmtIdx UP BY 1
               END-IF
           END-PERFORM
       END-IF.

      * A transmission the ledger returned nothing for - or less
      * than it was sent - is an exception in its own right: the
      * records it carried may never have been looked at.
       WriteTransmissionStatus.
       IF Transmission-Count > 0
           MOVE SPACES TO RecnReportFileRecord
           WRITE RecnReportFileRecord
           MOVE SPACES TO RecnReportFileRecord
           STRING "TRANSMISSIONS NOT ACKNOWLEDGED"
               DELIMITED BY SIZE INTO RecnReportFileRecord
           WRITE RecnReportFileRecord
           MOVE SPACES TO RecnReportFileRecord
           STRING "Xmit   Bus Date Created               Records"
               "      Acks Status"
               DELIMITED BY SIZE INTO RecnReportFileRecord
           WRITE RecnReportFileRecord
           PERFORM VARYING XmtIdx FROM 1 BY 1
                   UNTIL XmtIdx > Transmission-Count
               IF TE-Acks(XmtIdx) < TE-Records(XmtIdx)
                   PERFORM WriteTransmissionLine
               END-IF
           END-PERFORM
           IF Unacknowledged-Count = 0
               MOVE SPACES TO RecnReportFileRecord
               STRING "None - every transmission has been "
                   "acknowledged in full"
                   DELIMITED BY SIZE INTO RecnReportFileRecord
               WRITE RecnReportFileRecord
           END-IF
       END-IF
       IF Transmission-Overflow
           MOVE SPACES TO RecnReportFileRecord
           STRING "WARNING: XMITLOG holds more than "
               Transmission-Limit " transmissions; later ones were "
               "not checked."
               DELIMITED BY SIZE INTO RecnReportFileRecord
           WRITE RecnReportFileRecord
       END-IF.

       WriteTransmissionLine.
       ADD 1 TO Unacknowledged-Count
       ADD 1 TO Exception-Count
       MOVE TE-Number(XmtIdx) TO TX-Number
       MOVE TE-Business-Date(XmtIdx) TO TX-Business-Date
       MOVE TE-Created(XmtIdx) TO TX-Created
       MOVE TE-Records(XmtIdx) TO TX-Records
       MOVE TE-Acks(XmtIdx) TO TX-Acks
       IF TE-Acks(XmtIdx) = 0
           MOVE "NEVER ACKNOWLEDGED" TO TX-Status
       ELSE
           MOVE "PARTLY ACKNOWLEDGED" TO TX-Status
       END-IF
       MOVE Transmission-Line TO RecnReportFileRecord
       WRITE RecnReportFileRecord.

       LoadBackfillRegister.
       OPEN INPUT BackfillFile
       IF Backfill-Status IS = "00"
           PERFORM UNTIL Backfill-EOF
               READ BackfillFile INTO Backfill-Record
                   AT END
                       SET Backfill-EOF TO TRUE
                   NOT AT END
                       IF Backfill-Count < Backfill-Limit
                           ADD 1 TO Backfill-Count
                           SET BfIdx TO Backfill-Count
                           MOVE RB-Sequence TO BF-Sequence(BfIdx)
                           MOVE RB-Operator TO BF-Operator(BfIdx)
                           MOVE RB-Result TO BF-Result(BfIdx)
                           MOVE "N" TO BF-Paired(BfIdx)
                       ELSE
                           SET Backfill-Overflow TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BackfillFile
       END-IF.

       PairZeroAck.
       MOVE "N" TO Backfill-Found-Flag
       SET BfIdx TO 1
       PERFORM UNTIL Backfill-Found OR BfIdx > Backfill-Count
           IF BF-Paired(BfIdx) IS = "N"
                   AND BF-Operator(BfIdx) IS = LA-OPERATOR-CODE
                   AND BF-Result(BfIdx) = LA-RESULT
               SET Backfill-Found TO TRUE
               MOVE "Y" TO BF-Paired(BfIdx)
           ELSE
               SET BfIdx UP BY 1
           END-IF
       END-PERFORM.

       FindBackfillReference.
       MOVE "N" TO Backfill-Found-Flag
       SET BfIdx TO 1
       PERFORM UNTIL Backfill-Found OR BfIdx > Backfill-Count
           IF BF-Sequence(BfIdx) = CO-SEQUENCE
               SET Backfill-Found TO TRUE
           ELSE
               SET BfIdx UP BY 1
           END-IF
       END-PERFORM.

      * Send one NOT POSTED record back out for reposting, unless a
      * previous reconciliation already extracted it - extracting it
      * again would post the miss twice once both reruns land. The
               DELIMITED BY SIZE INTO RecnReportFileRecord
       END-IF
       WRITE RecnReportFileRecord
       PERFORM WriteBackfillTotals
       PERFORM WriteRepostTotals
       DISPLAY "Reconciliation complete with " Exception-Count
           " exception(s); see RECNRPT.".

      * How many backfilled references were answered by the ledger's
      * zero-reference acknowledgments.
       WriteBackfillTotals.
       IF Backfill-Paired-Count > 0
           MOVE Backfill-Paired-Count TO Exception-Count-Edited
           MOVE SPACES TO RecnReportFileRecord
           STRING "BACKFILLED REFERENCES - " Exception-Count-Edited
               " ZERO-REFERENCE ACK(S) PAIRED WITH REFBKFL"
               DELIMITED BY SIZE INTO RecnReportFileRecord
           WRITE RecnReportFileRecord
       END-IF
       IF Backfill-Overflow
           MOVE SPACES TO RecnReportFileRecord
           STRING "WARNING: REFBKFL holds more than "
               Backfill-Limit " references; later ones were not "
               "paired."
               DELIMITED BY SIZE INTO RecnReportFileRecord
           WRITE RecnReportFileRecord
       END-IF.

      * Control totals for the repost extract, so the ledger rerun
      * against CALCREPO can be balanced to what was sent.
       WriteRepostTotals.
               " record(s) to CALCREPO."
       END-IF.

      * A run that never got as far as matching is recorded as not
      * run, so nothing downstream can mistake it for a clean one.
       WriteReconStatus.
       PERFORM BuildTimestamp
       MOVE SPACES TO Recon-Status-Record
       MOVE Date-YYYYMMDD TO RN-Run-Date
       MOVE Recon-Xmit-Number TO RN-Xmit-Number
       EVALUATE TRUE
           WHEN NOT Report-Open OR Input-Fail
               SET RN-Not-Run TO TRUE
           WHEN Exception-Count > 0
               SET RN-Exceptions TO TRUE
           WHEN OTHER
               SET RN-Clean TO TRUE
       END-EVALUATE
       MOVE Exception-Count TO RN-Exception-Count
       MOVE Timestamp-Display TO RN-Timestamp
       OPEN OUTPUT ReconStatusFile
       IF ReconStatus-Status IS NOT = "00"
           DISPLAY "Unable to write the RECNSTAT status file "
               "(status " ReconStatus-Status ")."
       ELSE
           MOVE SPACES TO ReconStatusFileRecord
           MOVE Recon-Status-Record TO ReconStatusFileRecord
           WRITE ReconStatusFileRecord
           CLOSE ReconStatusFile
       END-IF.

       BuildTimestamp.
       ACCEPT Date-YYYYMMDD FROM DATE YYYYMMDD
       ACCEPT Time-HHMMSSss FROM TIME
