      * SOFTWARE.
      *****************************************************************

      * One-time conversion of the CALCHIST history master from an
      * earlier layout to the current one: either the original
      * layout that predates the reversal and business-date fields,
      * or the one that predates the origin, batch and chain fields.
      * The record grew each time, so an old master fails CobCalc's
      * OPEN I-O with status 39 and the run would quietly fall back
      * to "continuing without it" - which is not an upgrade plan.
      * This job rereads the old master in whichever earlier layout
      * it opens under and rewrites every record under the new
      * layout into CALCHISTN; after the counts are verified the
      * operator replaces CALCHIST with CALCHISTN and the next
      * CobCalc run opens it normally. The new fields default to
      * not-reversed, with the calculation's own date as its
      * business date, no origin or batch, and standing on its own
      * rather than as a step of a chained calculation.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcHcvt.
       AUTHOR. Joshua Horvath.
               ALTERNATE RECORD KEY IS OH-Date WITH DUPLICATES
               FILE STATUS IS OldHist-Status.

      * The master as CobCalc built it once the reversal and
      * business-date fields existed, before origin, batch and
      * chain.
           SELECT PrevHistFile ASSIGN TO "CALCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-Seq
               ALTERNATE RECORD KEY IS PH-Date WITH DUPLICATES
               FILE STATUS IS PrevHist-Status.

      * The converted master, written beside the old one so a
      * failed conversion costs nothing.
           SELECT NewHistFile ASSIGN TO "CALCHISTN"
           05 OH-Result PIC S9(7)V9(2) SIGN LEADING SEPARATE.
           05 OH-User PIC X(8).

      * The record as CobCalc wrote it before the origin, batch and
      * chain fields existed.
       FD PrevHistFile.
       01 PrevHistFileRecord.
           05 PH-Seq PIC 9(9).
           05 PH-Date PIC 9(8).
           05 PH-Time PIC 9(6).
           05 PH-Operator PIC X(1).
           05 PH-FirstNum PIC S9(7)V9(2) SIGN LEADING SEPARATE.
           05 PH-SecondNum PIC S9(7)V9(2) SIGN LEADING SEPARATE.
           05 PH-Result PIC S9(7)V9(2) SIGN LEADING SEPARATE.
           05 PH-User PIC X(8).
           05 PH-Reversed PIC X(1).
           05 PH-Reversal-User PIC X(8).
           05 PH-Reversal-Date PIC 9(8).
           05 PH-Business-Date PIC 9(8).

      * The current record, mirroring the CALCHSTR copybook.
       FD NewHistFile.
       01 NewHistFileRecord.
           05 NH-Seq PIC 9(9).
           05 NH-Reversal-User PIC X(8).
           05 NH-Reversal-Date PIC 9(8).
           05 NH-Business-Date PIC 9(8).
           05 NH-Origin PIC X(8).
           05 NH-Batch-ID PIC X(8).
           05 NH-Chain-Role PIC X(1).

       WORKING-STORAGE SECTION.

       01 OldHist-Status PIC X(2).
       01 PrevHist-Status PIC X(2).
       01 NewHist-Status PIC X(2).

       01 OldHist-EOF-Flag PIC X(1) VALUE "N".
       01 Convert-Fail-Flag PIC X(1) VALUE "N".
           88 Convert-Fail VALUE "Y".

      * Which earlier layout the master opened under: (O)riginal or
      * (P)revious.
       01 Old-Layout PIC X(1) VALUE SPACE.
           88 Original-Layout VALUE "O".
           88 Previous-Layout VALUE "P".

       01 Read-Count PIC 9(9) VALUE ZERO.
       01 Written-Count PIC 9(9) VALUE ZERO.

           DISPLAY "The master was not converted."
           MOVE 12 TO RETURN-CODE
       ELSE
           IF Previous-Layout
               PERFORM CopyPreviousMaster
               CLOSE PrevHistFile
           ELSE
               PERFORM CopyMaster
               CLOSE OldHistFile
           END-IF
           CLOSE NewHistFile
           IF Convert-Fail
               DISPLAY "The conversion stopped after "
       END-IF
       GOBACK.

      * The more recent earlier layout is tried first. An old
      * master that will open under neither earlier layout was most
      * likely converted already; nothing here may touch it beyond
      * reading.
       OpenFiles.
       OPEN INPUT PrevHistFile
       IF PrevHist-Status IS = "00"
           SET Previous-Layout TO TRUE
       ELSE
           OPEN INPUT OldHistFile
           IF OldHist-Status IS = "00"
               SET Original-Layout TO TRUE
           END-IF
       END-IF
       IF Old-Layout IS = SPACE
           SET Convert-Fail TO TRUE
           DISPLAY "CALCHIST could not be opened under an earlier "
               "layout (status " PrevHist-Status " and "
               OldHist-Status "). If it was already converted "
               "there is nothing to do."
       ELSE
           OPEN OUTPUT NewHistFile
           IF NewHist-Status IS NOT = "00"
               SET Convert-Fail TO TRUE
               DISPLAY "CALCHISTN could not be created (status "
                   NewHist-Status ")."
               IF Previous-Layout
                   CLOSE PrevHistFile
               ELSE
                   CLOSE OldHistFile
               END-IF
           END-IF
       END-IF.

           END-READ
       END-PERFORM.

       ConvertOneRecord.
       MOVE OH-Seq TO NH-Seq
       MOVE OH-Date TO NH-Date
       MOVE SPACES TO NH-Reversal-User
       MOVE ZERO TO NH-Reversal-Date
       MOVE OH-Date TO NH-Business-Date
       MOVE SPACES TO NH-Origin
       MOVE SPACES TO NH-Batch-ID
       MOVE SPACE TO NH-Chain-Role
       PERFORM WriteNewRecord.

       CopyPreviousMaster.
       MOVE ZERO TO PH-Seq
       START PrevHistFile KEY IS >= PH-Seq
           INVALID KEY
               SET OldHist-EOF TO TRUE
       END-START
       PERFORM UNTIL OldHist-EOF OR Convert-Fail
           READ PrevHistFile NEXT RECORD
               AT END
                   SET OldHist-EOF TO TRUE
               NOT AT END
                   ADD 1 TO Read-Count
                   PERFORM ConvertPreviousRecord
           END-READ
       END-PERFORM.

       ConvertPreviousRecord.
       MOVE PH-Seq TO NH-Seq
       MOVE PH-Date TO NH-Date
       MOVE PH-Time TO NH-Time
       MOVE PH-Operator TO NH-Operator
       MOVE PH-FirstNum TO NH-FirstNum
       MOVE PH-SecondNum TO NH-SecondNum
       MOVE PH-Result TO NH-Result
       MOVE PH-User TO NH-User
       MOVE PH-Reversed TO NH-Reversed
       MOVE PH-Reversal-User TO NH-Reversal-User
       MOVE PH-Reversal-Date TO NH-Reversal-Date
       MOVE PH-Business-Date TO NH-Business-Date
       MOVE SPACES TO NH-Origin
       MOVE SPACES TO NH-Batch-ID
       MOVE SPACE TO NH-Chain-Role
       PERFORM WriteNewRecord.

      * Every write is status-checked: a new master that silently
      * lost records must never be allowed to replace the old one.
       WriteNewRecord.
       WRITE NewHistFileRecord
           INVALID KEY
               SET Convert-Fail TO TRUE
               DISPLAY "Write to CALCHISTN failed for sequence "
                   NH-Seq " (status " NewHist-Status ")."
       END-WRITE
       IF NOT Convert-Fail
           IF NewHist-Status IS = "00" OR NewHist-Status IS = "02"
           ELSE
               SET Convert-Fail TO TRUE
               DISPLAY "Write to CALCHISTN failed for sequence "
                   NH-Seq " (status " NewHist-Status ")."
           END-IF
       END-IF.
