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

      * Ledger transmission cut. Everything written to CALCOUT since
      * the last cut is copied, unchanged, into its own numbered
      * transmission file XMIT.nnnnnn between a header naming the
      * transmission number, business date and creation time and a
      * trailer carrying the record count and net CO-RESULT total,
      * so the ledger can prove the file arrived complete and every
      * record can be traced to the night it was handed off. Each
      * cut is recorded in the XMITLOG transmission log, whose last
      * record says where in CALCOUT the next cut starts. The cut is
      * taken under the CALCLOCK run lock so no CobCalc session can
      * append to CALCOUT while it is being read.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcXmit.
       AUTHOR. Joshua Horvath.
       DATE-Written. October 15, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalcOutFile ASSIGN TO "CALCOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CalcOut-Status.

      * The transmission file name is built from its number in
      * working storage, the way CalcArch names its generations.
           SELECT XmitFile ASSIGN TO DYNAMIC Xmit-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Xmit-Status.

           SELECT XmitLogFile ASSIGN TO "XMITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XmitLog-Status.

           SELECT RunLockFile ASSIGN TO "CALCLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunLock-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CalcOutFile.
       01 CalcOutFileRecord PIC X(80).

       FD XmitFile.
       01 XmitFileRecord PIC X(100).

       FD XmitLogFile.
       01 XmitLogFileRecord PIC X(120).

       FD RunLockFile.
       01 RunLockFileRecord PIC X(80).

       WORKING-STORAGE SECTION.

       01 CalcOut-Status PIC X(2).
       01 Xmit-Status PIC X(2).
       01 XmitLog-Status PIC X(2).
       01 RunLock-Status PIC X(2).

       01 Xmit-File-Name PIC X(11) VALUE SPACES.

       01 CalcOut-EOF-Flag PIC X(1) VALUE "N".
           88 CalcOut-EOF VALUE "Y".
       01 XmitLog-EOF-Flag PIC X(1) VALUE "N".
           88 XmitLog-EOF VALUE "Y".
       01 Lock-Acquired-Flag PIC X(1) VALUE "N".
           88 Lock-Acquired VALUE "Y".
       01 Xmit-Fail-Flag PIC X(1) VALUE "N".
           88 Xmit-Fail VALUE "Y".

      * The layouts shared with CobCalc, CalcRecn and the ledger job.
       COPY CALCOUTR.
       COPY XMITR.
       COPY XMITLOGR.
       COPY RUNLOCKR.

      * Where the last cut ended and what it was numbered, from the
      * last XMITLOG record; zero when nothing was ever cut.
       01 Last-Xmit-Number PIC 9(6) VALUE ZERO.
       01 Last-Position PIC 9(9) VALUE ZERO.
       01 Xmit-Number PIC 9(6) VALUE ZERO.
       01 Log-Read-Count PIC 9(9) VALUE ZERO.

       01 CalcOut-Position PIC 9(9) VALUE ZERO.
       01 Xmit-Record-Count PIC 9(9) VALUE ZERO.
       01 Written-Count PIC 9(9) VALUE ZERO.
       01 Xmit-Net-Total PIC S9(13)V9(2) VALUE ZERO.
       01 Low-Business-Date PIC 9(8) VALUE ZERO.
       01 High-Business-Date PIC 9(8) VALUE ZERO.
       01 Work-Business-Date PIC 9(8) VALUE ZERO.
       01 Xmit-Business-Date PIC 9(8) VALUE ZERO.
       01 Xmit-Created-Timestamp PIC X(19) VALUE SPACES.

       01 Total-Edited PIC -ZZZZZZZZZZZZ9.99.

       01 Run-Date-YYYYMMDD PIC 9(8).

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

      * Return code 12 when no transmission could be cut or it
      * could not be logged, 4 when there was nothing new to send.
      * The log is read under the run lock, so two cuts can never
      * start from the same position or take the same number.
       MainControl.
       ACCEPT Run-Date-YYYYMMDD FROM DATE YYYYMMDD
       PERFORM AcquireRunLock
       IF NOT Lock-Acquired
           SET Xmit-Fail TO TRUE
       ELSE
           PERFORM ReadTransmissionLog
           IF NOT Xmit-Fail
               PERFORM MeasureNewRecords
           END-IF
           IF NOT Xmit-Fail AND Xmit-Record-Count > 0
               PERFORM WriteTransmission
           END-IF
           IF NOT Xmit-Fail AND Xmit-Record-Count > 0
               PERFORM LogTransmission
           END-IF
           PERFORM ReleaseRunLock
       END-IF
       EVALUATE TRUE
           WHEN Xmit-Fail
               DISPLAY "No transmission was cut."
               MOVE 12 TO RETURN-CODE
           WHEN Xmit-Record-Count = 0
               DISPLAY "Nothing has been written to CALCOUT since "
                   "transmission " Last-Xmit-Number
                   "; no transmission was cut."
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               MOVE Xmit-Net-Total TO Total-Edited
               DISPLAY "Transmission " Xmit-Number " written to "
                   Xmit-File-Name ": " Xmit-Record-Count
                   " record(s), net " Total-Edited "."
               MOVE 0 TO RETURN-CODE
       END-EVALUATE
       GOBACK.

      * The log is the only record of where CALCOUT was last cut;
      * an unreadable last record stops the run rather than cut the
      * same records twice or skip some.
       ReadTransmissionLog.
       OPEN INPUT XmitLogFile
       IF XmitLog-Status IS = "00"
           PERFORM UNTIL XmitLog-EOF
               READ XmitLogFile INTO Xmit-Log-Record
                   AT END
                       SET XmitLog-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO Log-Read-Count
                       IF XL-Xmit-Number IS NOT NUMERIC
                               OR XL-Last-Position IS NOT NUMERIC
                           SET Xmit-Fail TO TRUE
                       ELSE
                           MOVE XL-Xmit-Number TO Last-Xmit-Number
                           MOVE XL-Last-Position TO Last-Position
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XmitLogFile
           IF Xmit-Fail
               DISPLAY "XMITLOG record " Log-Read-Count
                   " is unreadable; correct the log before cutting "
                   "another transmission."
           END-IF
       ELSE
           IF XmitLog-Status IS NOT = "35"
               SET Xmit-Fail TO TRUE
               DISPLAY "Unable to open the XMITLOG transmission log "
                   "(status " XmitLog-Status ")."
           END-IF
       END-IF
       COMPUTE Xmit-Number = Last-Xmit-Number + 1
       MOVE SPACES TO Xmit-File-Name
       STRING "XMIT." Xmit-Number
           DELIMITED BY SIZE INTO Xmit-File-Name.

      * First pass: count and total the records past the last cut
      * and find the business dates they cover, so the header can
      * be written before any detail.
       MeasureNewRecords.
       OPEN INPUT CalcOutFile
       IF CalcOut-Status IS NOT = "00"
           SET Xmit-Fail TO TRUE
           DISPLAY "Unable to open CALCOUT (status " CalcOut-Status
               ")."
       ELSE
           MOVE ZERO TO CalcOut-Position
           PERFORM UNTIL CalcOut-EOF
               READ CalcOutFile INTO CALCOUT-RECORD
                   AT END
                       SET CalcOut-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CalcOut-Position
                       IF CalcOut-Position > Last-Position
                           PERFORM MeasureOneRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CalcOutFile
           IF CalcOut-Position < Last-Position
               SET Xmit-Fail TO TRUE
               DISPLAY "CALCOUT holds " CalcOut-Position
                   " record(s) but transmission " Last-Xmit-Number
                   " ended at record " Last-Position
                   "; CALCOUT has been truncated or replaced."
           END-IF
       END-IF.

       MeasureOneRecord.
       ADD 1 TO Xmit-Record-Count
       IF CO-RESULT IS NUMERIC
           ADD CO-RESULT TO Xmit-Net-Total
       END-IF
       IF CO-BUSINESS-DATE IS NUMERIC
           MOVE CO-BUSINESS-DATE TO Work-Business-Date
           IF Low-Business-Date = ZERO
                   OR Work-Business-Date < Low-Business-Date
               MOVE Work-Business-Date TO Low-Business-Date
           END-IF
           IF Work-Business-Date > High-Business-Date
               MOVE Work-Business-Date TO High-Business-Date
           END-IF
       END-IF.

      * Second pass: header, every record past the last cut, and
      * the trailer. Only a file closed cleanly is logged.
       WriteTransmission.
       OPEN OUTPUT XmitFile
       IF Xmit-Status IS NOT = "00"
           SET Xmit-Fail TO TRUE
           DISPLAY "Unable to create " Xmit-File-Name " (status "
               Xmit-Status ")."
       ELSE
           PERFORM BuildTimestamp
           IF High-Business-Date = ZERO
               MOVE Run-Date-YYYYMMDD TO Xmit-Business-Date
           ELSE
               MOVE High-Business-Date TO Xmit-Business-Date
           END-IF
           MOVE Timestamp-Display TO Xmit-Created-Timestamp
           MOVE SPACES TO Xmit-Buffer
           SET XM-Header-Rec TO TRUE
           MOVE Xmit-Number TO XH-Xmit-Number
           MOVE Xmit-Business-Date TO XH-Business-Date
           MOVE Xmit-Created-Timestamp TO XH-Created-Timestamp
           WRITE XmitFileRecord FROM Xmit-Buffer
           IF Xmit-Status IS NOT = "00"
               SET Xmit-Fail TO TRUE
               DISPLAY "Header write to " Xmit-File-Name
                   " failed (status " Xmit-Status ")."
           END-IF
           OPEN INPUT CalcOutFile
           IF CalcOut-Status IS NOT = "00"
               SET Xmit-Fail TO TRUE
               DISPLAY "Unable to reopen CALCOUT (status "
                   CalcOut-Status ")."
           ELSE
               MOVE "N" TO CalcOut-EOF-Flag
               MOVE ZERO TO CalcOut-Position
               PERFORM UNTIL CalcOut-EOF
                       OR Written-Count >= Xmit-Record-Count
                   READ CalcOutFile
                       AT END
                           SET CalcOut-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO CalcOut-Position
                           IF CalcOut-Position > Last-Position
                               PERFORM WriteTransmissionDetail
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CalcOutFile
           END-IF
           MOVE SPACES TO Xmit-Buffer
           SET XM-Trailer-Rec TO TRUE
           MOVE Written-Count TO XT-Record-Count
           MOVE Xmit-Net-Total TO XT-Net-Total
           WRITE XmitFileRecord FROM Xmit-Buffer
           IF Xmit-Status IS NOT = "00"
               SET Xmit-Fail TO TRUE
               DISPLAY "Trailer write to " Xmit-File-Name
                   " failed (status " Xmit-Status ")."
           END-IF
           CLOSE XmitFile
           IF Xmit-Status IS NOT = "00"
                   OR Written-Count IS NOT = Xmit-Record-Count
               SET Xmit-Fail TO TRUE
               DISPLAY Xmit-File-Name " is incomplete (" Written-Count
                   " of " Xmit-Record-Count " record(s), status "
                   Xmit-Status "); it must not be sent."
           END-IF
       END-IF.

       WriteTransmissionDetail.
       MOVE SPACES TO Xmit-Buffer
       SET XM-Detail-Rec TO TRUE
       MOVE CalcOutFileRecord TO XD-CalcOut-Image
       WRITE XmitFileRecord FROM Xmit-Buffer
       IF Xmit-Status IS = "00"
           ADD 1 TO Written-Count
       END-IF.

      * The log record is what makes the cut final: without it the
      * next run cuts the same records again under the same number.
       LogTransmission.
       MOVE SPACES TO Xmit-Log-Record
       MOVE Xmit-Number TO XL-Xmit-Number
       MOVE Xmit-File-Name TO XL-File-Name
       MOVE Xmit-Business-Date TO XL-Business-Date
       COMPUTE XL-First-Position = Last-Position + 1
       COMPUTE XL-Last-Position = Last-Position + Xmit-Record-Count
       MOVE Low-Business-Date TO XL-Low-Business-Date
       MOVE High-Business-Date TO XL-High-Business-Date
       MOVE Xmit-Record-Count TO XL-Record-Count
       MOVE Xmit-Net-Total TO XL-Net-Total
       MOVE Xmit-Created-Timestamp TO XL-Created-Timestamp
       OPEN EXTEND XmitLogFile
       IF XmitLog-Status IS = "35"
           OPEN OUTPUT XmitLogFile
       END-IF
       IF XmitLog-Status IS NOT = "00"
           SET Xmit-Fail TO TRUE
       ELSE
           MOVE SPACES TO XmitLogFileRecord
           MOVE Xmit-Log-Record TO XmitLogFileRecord
           WRITE XmitLogFileRecord
           IF XmitLog-Status IS NOT = "00"
               SET Xmit-Fail TO TRUE
           END-IF
           CLOSE XmitLogFile
       END-IF
       IF Xmit-Fail
           DISPLAY "Unable to record " Xmit-File-Name " in XMITLOG "
               "(status " XmitLog-Status "); the file must not be "
               "sent and will be cut again by the next run."
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
               "."
       ELSE
           MOVE "Y" TO RL-Active
           PERFORM WriteRunLock
           IF RunLock-Status IS = "00"
               SET Lock-Acquired TO TRUE
           ELSE
               DISPLAY "Unable to write the CALCLOCK run lock "
                   "(status " RunLock-Status ")."
           END-IF
       END-IF.

       ReleaseRunLock.
       MOVE "N" TO RL-Active
       PERFORM WriteRunLock.

      * Mode "X" marks a lock held by the transmission cut.
       WriteRunLock.
       PERFORM BuildTimestamp
       MOVE "CALCXMIT" TO RL-User
       MOVE "X" TO RL-Mode
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
