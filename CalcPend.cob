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

      * Pending-approvals report over the APPROVQ four-eyes queue:
      * every reversal and reprocess request still waiting for a
      * second supervisor, with the ones left unapproved past the
      * configurable approval age listed first for escalation. The
      * queue is append-only, so each request's latest line is its
      * current state; only requests whose latest line is still
      * pending are reported.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcPend.
       AUTHOR. Joshua Horvath.
       DATE-Written. October 15, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApprovalFile ASSIGN TO "APPROVQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Approval-Status.

      * The approval age comes from the shared CALCPARM run-time
      * parameter file, so it can be changed without a recompile.
           SELECT ParamFile ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Param-Status.

           SELECT PendReportFile ASSIGN TO "APPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PendReport-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ApprovalFile.
       01 ApprovalFileRecord PIC X(150).

       FD ParamFile.
       01 ParamFileRecord PIC X(80).

       FD PendReportFile.
       01 PendReportFileRecord PIC X(120).

       WORKING-STORAGE SECTION.

       01 Approval-Status PIC X(2).
       01 Param-Status PIC X(2).
       01 PendReport-Status PIC X(2).

       01 Approval-EOF-Flag PIC X(1) VALUE "N".
           88 Approval-EOF VALUE "Y".
       01 Param-EOF-Flag PIC X(1) VALUE "N".
           88 Param-EOF VALUE "Y".
       01 Report-Open-Flag PIC X(1) VALUE "N".
           88 Report-Open VALUE "Y".

      * The approval-queue record layout shared with CobCalc.
       COPY APPROVQR.

       01 Param-Line PIC X(80).
       01 Param-Keyword PIC X(10).
       01 Param-Value PIC X(20).
       01 NumVal-Check PIC S9(4) COMP.
       01 NumVal-Result PIC S9(9)V9(2) VALUE ZERO.

      * Requests pending longer than this many days are overdue.
      * CALCPARM keyword APPRDAYS overrides the default; keywords
      * belonging to other programs pass by unremarked.
       01 Approval-Days PIC 9(5) VALUE 3.

       01 Run-Date-YYYYMMDD PIC 9(8).
       01 Run-Date-Int PIC 9(9) VALUE ZERO.
       01 Item-Age-Days PIC S9(5) VALUE ZERO.

      * One entry per request whose latest line is still pending.
      * An entry is freed when a later line decides the request,
      * so the table only ever holds the live queue.
       01 Pending-Table.
           05 Pending-Entry OCCURS 500 TIMES INDEXED BY PndIdx.
               10 PE-In-Use PIC X(1).
               10 PE-Request-ID PIC 9(9).
               10 PE-Image PIC X(131).
       01 Pending-Slot-Count PIC 9(4) VALUE ZERO.
       01 Pending-Limit PIC 9(4) VALUE 500.
       01 Pending-Slot-Found-Flag PIC X(1) VALUE "N".
           88 Pending-Slot-Found VALUE "Y".
       01 Pending-Overflow-Flag PIC X(1) VALUE "N".
           88 Pending-Overflow VALUE "Y".

       01 Queue-Read-Count PIC 9(9) VALUE ZERO.
       01 Pending-Count PIC 9(9) VALUE ZERO.
       01 Overdue-Count PIC 9(9) VALUE ZERO.
       01 Listing-Overdue-Flag PIC X(1) VALUE "N".
           88 Listing-Overdue VALUE "Y".
       01 Section-Count PIC 9(9) VALUE ZERO.

       01 Pending-Line.
           05 PL-Request-ID PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 PL-Type PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PL-Reference PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PL-Requester PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PL-Raised PIC X(19).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PL-Age PIC -ZZZZ9.
           05 FILLER PIC X(8) VALUE " DAY(S) ".
           05 PL-Reason PIC X(40).

       01 Approval-Days-Edited PIC ZZZZ9.
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

      * Overdue requests hold the step at return code 4 so the
      * scheduler can page a supervisor.
       MainControl.
       PERFORM InitializeProgram
       IF NOT Report-Open
           MOVE 12 TO RETURN-CODE
       ELSE
           PERFORM ScanApprovalQueue
           PERFORM CountPending
           MOVE "Y" TO Listing-Overdue-Flag
           PERFORM WritePendingSection
           MOVE "N" TO Listing-Overdue-Flag
           PERFORM WritePendingSection
           PERFORM Finalize
           IF Overdue-Count > 0
               MOVE 4 TO RETURN-CODE
           END-IF
       END-IF
       GOBACK.

       InitializeProgram.
       ACCEPT Run-Date-YYYYMMDD FROM DATE YYYYMMDD
       MOVE FUNCTION INTEGER-OF-DATE(Run-Date-YYYYMMDD)
           TO Run-Date-Int
       PERFORM LoadParameters
       OPEN OUTPUT PendReportFile
       IF PendReport-Status IS NOT = "00"
           DISPLAY "Unable to open APPRRPT report file (status "
               PendReport-Status ")."
       ELSE
           SET Report-Open TO TRUE
           PERFORM BuildTimestamp
           MOVE SPACES TO PendReportFileRecord
           STRING "CobCalc Pending Approvals Report  "
               Timestamp-Display
               DELIMITED BY SIZE INTO PendReportFileRecord
           WRITE PendReportFileRecord
           MOVE Approval-Days TO Approval-Days-Edited
           MOVE SPACES TO PendReportFileRecord
           STRING "Approval age: " Approval-Days-Edited
               " day(s)"
               DELIMITED BY SIZE INTO PendReportFileRecord
           WRITE PendReportFileRecord
           MOVE SPACES TO PendReportFileRecord
           WRITE PendReportFileRecord
       END-IF.

      * Only the approval age belongs to this job; everything else
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
       IF Param-Keyword IS = "APPRDAYS"
           MOVE FUNCTION TEST-NUMVAL(Param-Value)
               TO NumVal-Check
           IF NumVal-Check IS NOT = 0
               DISPLAY "CALCPARM APPRDAYS value ignored: "
                   Param-Value
           ELSE
               MOVE FUNCTION NUMVAL(Param-Value) TO NumVal-Result
               IF NumVal-Result < 0 OR NumVal-Result > 99999
                   DISPLAY "CALCPARM APPRDAYS must be between 0 "
                       "and 99999; value ignored: " Param-Value
               ELSE
                   MOVE NumVal-Result TO Approval-Days
               END-IF
           END-IF
       END-IF.

      * Follow every request to its latest line. A request enters
      * the table on its pending line and leaves it on the line that
      * decides it.
       ScanApprovalQueue.
       OPEN INPUT ApprovalFile
       IF Approval-Status IS NOT = "00"
           DISPLAY "The APPROVQ approval queue could not be opened "
               "(status " Approval-Status "); nothing is pending."
       ELSE
           PERFORM UNTIL Approval-EOF
               READ ApprovalFile INTO Approval-Record
                   AT END
                       SET Approval-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO Queue-Read-Count
                       PERFORM TrackApprovalLine
               END-READ
           END-PERFORM
           CLOSE ApprovalFile
       END-IF.

       TrackApprovalLine.
       PERFORM FindPendingSlot
       IF AQ-Pending
           IF NOT Pending-Slot-Found
               PERFORM TakePendingSlot
           END-IF
           IF Pending-Slot-Found
               MOVE AQ-Request-ID TO PE-Request-ID(PndIdx)
               MOVE Approval-Record TO PE-Image(PndIdx)
           END-IF
       ELSE
           IF Pending-Slot-Found
               MOVE "N" TO PE-In-Use(PndIdx)
           END-IF
       END-IF.

       FindPendingSlot.
       MOVE "N" TO Pending-Slot-Found-Flag
       SET PndIdx TO 1
       PERFORM UNTIL Pending-Slot-Found
               OR PndIdx > Pending-Slot-Count
           IF PE-In-Use(PndIdx) IS = "Y"
                   AND PE-Request-ID(PndIdx) IS = AQ-Request-ID
               SET Pending-Slot-Found TO TRUE
           ELSE
               SET PndIdx UP BY 1
           END-IF
       END-PERFORM.

      * A freed entry is reused before the table grows.
       TakePendingSlot.
       SET PndIdx TO 1
       PERFORM UNTIL Pending-Slot-Found
               OR PndIdx > Pending-Slot-Count
           IF PE-In-Use(PndIdx) IS NOT = "Y"
               SET Pending-Slot-Found TO TRUE
           ELSE
               SET PndIdx UP BY 1
           END-IF
       END-PERFORM
       IF NOT Pending-Slot-Found
           IF Pending-Slot-Count < Pending-Limit
               ADD 1 TO Pending-Slot-Count
               SET PndIdx TO Pending-Slot-Count
               SET Pending-Slot-Found TO TRUE
           ELSE
               SET Pending-Overflow TO TRUE
           END-IF
       END-IF
       IF Pending-Slot-Found
           MOVE "Y" TO PE-In-Use(PndIdx)
       END-IF.

       CountPending.
       PERFORM VARYING PndIdx FROM 1 BY 1
               UNTIL PndIdx > Pending-Slot-Count
           IF PE-In-Use(PndIdx) IS = "Y"
               ADD 1 TO Pending-Count
               MOVE PE-Image(PndIdx) TO Approval-Record
               PERFORM AgeOneRequest
               IF Item-Age-Days > Approval-Days
                   ADD 1 TO Overdue-Count
               END-IF
           END-IF
       END-PERFORM.

      * A request whose raised date will not parse is aged as
      * overdue, so damage cannot hide a forgotten request.
       AgeOneRequest.
       IF AQ-Request-Date IS NOT NUMERIC OR AQ-Request-Date = ZERO
           MOVE 99999 TO Item-Age-Days
       ELSE
           COMPUTE Item-Age-Days = Run-Date-Int
               - FUNCTION INTEGER-OF-DATE(AQ-Request-Date)
           IF Item-Age-Days < 0
               MOVE ZERO TO Item-Age-Days
           END-IF
       END-IF.

      * One pass over the table per section: overdue requests
      * first, then those still within the approval age.
       WritePendingSection.
       MOVE ZERO TO Section-Count
       MOVE SPACES TO PendReportFileRecord
       IF Listing-Overdue
           STRING "OVERDUE - PENDING OVER " Approval-Days-Edited
               " DAY(S)"
               DELIMITED BY SIZE INTO PendReportFileRecord
       ELSE
           STRING "PENDING WITHIN THE APPROVAL AGE"
               DELIMITED BY SIZE INTO PendReportFileRecord
       END-IF
       WRITE PendReportFileRecord
       MOVE SPACES TO PendReportFileRecord
       STRING "  Request Type      Reference User     "
           "Raised on              Age        Reason"
           DELIMITED BY SIZE INTO PendReportFileRecord
       WRITE PendReportFileRecord
       PERFORM VARYING PndIdx FROM 1 BY 1
               UNTIL PndIdx > Pending-Slot-Count
           IF PE-In-Use(PndIdx) IS = "Y"
               MOVE PE-Image(PndIdx) TO Approval-Record
               PERFORM AgeOneRequest
               IF (Listing-Overdue
                       AND Item-Age-Days > Approval-Days)
                   OR (NOT Listing-Overdue
                       AND Item-Age-Days <= Approval-Days)
                   PERFORM WritePendingLine
               END-IF
           END-IF
       END-PERFORM
       IF Section-Count = 0
           MOVE SPACES TO PendReportFileRecord
           STRING "No requests in this section."
               DELIMITED BY SIZE INTO PendReportFileRecord
           WRITE PendReportFileRecord
       END-IF
       MOVE SPACES TO PendReportFileRecord
       WRITE PendReportFileRecord.

      * The line is not blanked first: its VALUE-bearing FILLERs
      * carry the " DAY(S)" label, and every named field is filled
      * below.
       WritePendingLine.
       ADD 1 TO Section-Count
       MOVE AQ-Request-ID TO PL-Request-ID
       IF AQ-Reversal
           MOVE "REVERSAL" TO PL-Type
       ELSE
           MOVE "REPROCESS" TO PL-Type
       END-IF
       MOVE AQ-Reference TO PL-Reference
       MOVE AQ-Requester TO PL-Requester
       MOVE AQ-Request-Timestamp TO PL-Raised
       MOVE Item-Age-Days TO PL-Age
       MOVE AQ-Reason TO PL-Reason
       MOVE Pending-Line TO PendReportFileRecord
       WRITE PendReportFileRecord.

       Finalize.
       MOVE Pending-Count TO Count-Edited
       MOVE SPACES TO PendReportFileRecord
       STRING "TOTAL PENDING" Count-Edited
           DELIMITED BY SIZE INTO PendReportFileRecord
       WRITE PendReportFileRecord
       MOVE Overdue-Count TO Count-Edited
       MOVE SPACES TO PendReportFileRecord
       STRING "TOTAL OVERDUE" Count-Edited
           DELIMITED BY SIZE INTO PendReportFileRecord
       WRITE PendReportFileRecord
       IF Pending-Overflow
           MOVE Pending-Limit TO Count-Edited
           MOVE SPACES TO PendReportFileRecord
           STRING "WARNING - more than" Count-Edited
               " requests are pending; later requests are not "
               "listed"
               DELIMITED BY SIZE INTO PendReportFileRecord
           WRITE PendReportFileRecord
       END-IF
       CLOSE PendReportFile
       DISPLAY "Pending-approvals report written to APPRRPT ("
           Pending-Count " pending, " Overdue-Count
           " past the approval age).".

       BuildTimestamp.
       ACCEPT Date-YYYYMMDD FROM DATE YYYYMMDD
       ACCEPT Time-HHMMSSss FROM TIME
       STRING TS-Year "-" TS-Month "-" TS-Day " "
           TS-Hour ":" TS-Minute ":" TS-Second
           DELIMITED BY SIZE INTO Timestamp-Display.
