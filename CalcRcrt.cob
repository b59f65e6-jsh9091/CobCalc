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

      * Periodic user access recertification. Lists every USERAUTH
      * user with their role and active flag, their latest activity
      * as the user on a CALCLOG or ERRLOG line - across the live
      * logs and every archived generation indexed in ARCHIDX - and
      * the role changes USERLOG holds for them. Active accounts
      * with no activity inside the configurable dormancy window,
      * and users who approved a four-eyes request they raised or
      * one covering their own work, are flagged. Every active
      * account is also written to the RCRTSIGN sign-off file,
      * which the reviewing manager marks and returns so CalcUser
      * can deactivate the accounts the manager did not recertify.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcRcrt.
       AUTHOR. Joshua Horvath.
       DATE-Written. October 15, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UserAuthFile ASSIGN TO "USERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UserAuth-Status.

           SELECT UserLogFile ASSIGN TO "USERLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UserLog-Status.

      * The same SELECT serves the live logs and every archived
      * generation: the file name is assigned from working storage,
      * the same way CalcArch writes the generations.
           SELECT ActivityLogFile ASSIGN TO DYNAMIC Log-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActivityLog-Status.

           SELECT ArchIndexFile ASSIGN TO "ARCHIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchIndex-Status.

           SELECT ApprovalFile ASSIGN TO "APPROVQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Approval-Status.

      * CALCOUT tells whose calculation a reversal backed out and
      * who submitted a reprocessed batch.
           SELECT CalcOutFile ASSIGN TO "CALCOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CalcOut-Status.

      * The dormancy window comes from the shared CALCPARM run-time
      * parameter file, so it can be changed without a recompile.
           SELECT ParamFile ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Param-Status.

           SELECT RecertReportFile ASSIGN TO "RCRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RecertReport-Status.

           SELECT SignoffFile ASSIGN TO "RCRTSIGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Signoff-Status.

       DATA DIVISION.
       FILE SECTION.
       FD UserAuthFile.
       01 UserAuthFileRecord PIC X(40).

       FD UserLogFile.
       01 UserLogFileRecord PIC X(80).

       FD ActivityLogFile.
       01 ActivityLogFileRecord PIC X(132).

       FD ArchIndexFile.
       01 ArchIndexFileRecord PIC X(100).

       FD ApprovalFile.
       01 ApprovalFileRecord PIC X(150).

       FD CalcOutFile.
       01 CalcOutFileRecord PIC X(80).

       FD ParamFile.
       01 ParamFileRecord PIC X(80).

       FD RecertReportFile.
       01 RecertReportFileRecord PIC X(132).

       FD SignoffFile.
       01 SignoffFileRecord PIC X(80).

       WORKING-STORAGE SECTION.

       01 UserAuth-Status PIC X(2).
       01 UserLog-Status PIC X(2).
       01 ActivityLog-Status PIC X(2).
       01 ArchIndex-Status PIC X(2).
       01 Approval-Status PIC X(2).
       01 CalcOut-Status PIC X(2).
       01 Param-Status PIC X(2).
       01 RecertReport-Status PIC X(2).
       01 Signoff-Status PIC X(2).

       01 UserAuth-EOF-Flag PIC X(1) VALUE "N".
           88 UserAuth-EOF VALUE "Y".
       01 UserLog-EOF-Flag PIC X(1) VALUE "N".
           88 UserLog-EOF VALUE "Y".
       01 ActivityLog-EOF-Flag PIC X(1) VALUE "N".
           88 ActivityLog-EOF VALUE "Y".
       01 ArchIndex-EOF-Flag PIC X(1) VALUE "N".
           88 ArchIndex-EOF VALUE "Y".
       01 Approval-EOF-Flag PIC X(1) VALUE "N".
           88 Approval-EOF VALUE "Y".
       01 CalcOut-EOF-Flag PIC X(1) VALUE "N".
           88 CalcOut-EOF VALUE "Y".
       01 Param-EOF-Flag PIC X(1) VALUE "N".
           88 Param-EOF VALUE "Y".
       01 Report-Open-Flag PIC X(1) VALUE "N".
           88 Report-Open VALUE "Y".
       01 Signoff-Open-Flag PIC X(1) VALUE "N".
           88 Signoff-Open VALUE "Y".

      * Record layouts shared with the programs that write them.
       COPY USERAUTR.

       COPY USERLOGR.

       COPY CALCLOGR.

       COPY ERRLOGR.

       COPY ARCHIDXR.

       COPY APPROVQR.

       COPY CALCOUTR.

       COPY RCRTSGNR.

       01 Param-Line PIC X(80).
       01 Param-Keyword PIC X(10).
       01 Param-Value PIC X(20).
       01 NumVal-Check PIC S9(4) COMP.
       01 NumVal-Result PIC S9(9)V9(2) VALUE ZERO.

      * Active accounts with no activity for more than this many
      * days are dormant. CALCPARM keyword DORMDAYS overrides the
      * default; keywords belonging to other programs pass by
      * unremarked.
       01 Dormant-Days PIC 9(5) VALUE 90.

       01 Run-Date-YYYYMMDD PIC 9(8).
       01 Run-Date-Int PIC 9(9) VALUE ZERO.
       01 Idle-Days PIC S9(9) VALUE ZERO.

      * One entry per USERAUTH user, the same table size CalcUser
      * maintains the file with.
       01 User-Table.
           05 User-Entry OCCURS 200 TIMES INDEXED BY UsrIdx.
               10 UE-User-ID PIC X(8).
               10 UE-User-Name PIC X(20).
               10 UE-Active PIC X(1).
               10 UE-Role PIC X(1).
               10 UE-Last-Activity PIC X(19).
               10 UE-Last-Source PIC X(20).
               10 UE-Dormant PIC X(1).
               10 UE-Self-Count PIC 9(4).
       01 User-Count PIC 9(4) VALUE ZERO.
       01 User-Limit PIC 9(4) VALUE 200.
       01 User-Overflow-Flag PIC X(1) VALUE "N".
           88 User-Overflow VALUE "Y".
       01 User-Found-Flag PIC X(1) VALUE "N".
           88 User-Found VALUE "Y".
       01 Search-User PIC X(8).

      * Role grants and changes from USERLOG, in file order.
       01 Role-Event-Table.
           05 Role-Event OCCURS 1000 TIMES INDEXED BY EvtIdx.
               10 RE-Target PIC X(8).
               10 RE-Timestamp PIC X(19).
               10 RE-Admin PIC X(8).
               10 RE-Action PIC X(6).
               10 RE-Old-Role PIC X(1).
               10 RE-New-Role PIC X(1).
       01 Role-Event-Count PIC 9(4) VALUE ZERO.
       01 Role-Event-Limit PIC 9(4) VALUE 1000.
       01 Role-Event-Overflow-Flag PIC X(1) VALUE "N".
           88 Role-Event-Overflow VALUE "Y".

      * Archived generations named by ARCHIDX; a generation indexed
      * twice by a rerun archive is read once.
       01 Generation-Table.
           05 Generation-Entry OCCURS 500 TIMES INDEXED BY GenIdx.
               10 GE-File-Name PIC X(20).
               10 GE-Log-Name PIC X(8).
       01 Generation-Count PIC 9(4) VALUE ZERO.
       01 Generation-Limit PIC 9(4) VALUE 500.
       01 Generation-Found-Flag PIC X(1) VALUE "N".
           88 Generation-Found VALUE "Y".
       01 Generation-Read-Count PIC 9(4) VALUE ZERO.
       01 Generation-Purged-Count PIC 9(4) VALUE ZERO.
       01 Generation-Overflow-Flag PIC X(1) VALUE "N".
           88 Generation-Overflow VALUE "Y".

       01 Log-File-Name PIC X(20).
       01 Log-Name PIC X(8).
       01 Log-Line PIC X(132).
       01 Log-User PIC X(8).
       01 Log-Timestamp PIC X(19).
       01 Log-Missing-Flag PIC X(1) VALUE "N".
           88 Log-Missing VALUE "Y".

      * Approved four-eyes requests, each judged for self-approval:
      * (R)aised and approved by the same supervisor, approval of
      * the reversal of the approver's own (C)alculation, or of the
      * reprocess of a (B)atch the approver submitted.
       01 Approved-Table.
           05 Approved-Entry OCCURS 1000 TIMES INDEXED BY AprIdx.
               10 AR-Request-ID PIC 9(9).
               10 AR-Type PIC X(1).
               10 AR-Reference PIC X(9).
               10 AR-Requester PIC X(8).
               10 AR-Approver PIC X(8).
               10 AR-Self-Reason PIC X(1).
       01 Approved-Count PIC 9(4) VALUE ZERO.
       01 Approved-Limit PIC 9(4) VALUE 1000.
       01 Approved-Found-Flag PIC X(1) VALUE "N".
           88 Approved-Found VALUE "Y".
       01 Approved-Overflow-Flag PIC X(1) VALUE "N".
           88 Approved-Overflow VALUE "Y".

       01 Out-Sequence PIC 9(9).
       01 Out-Sequence-Text REDEFINES Out-Sequence PIC X(9).

       01 Activity-Date-Text.
           05 AD-Year PIC X(4).
           05 AD-Month PIC X(2).
           05 AD-Day PIC X(2).
       01 Activity-Date REDEFINES Activity-Date-Text PIC 9(8).

       01 Active-Count PIC 9(4) VALUE ZERO.
       01 Dormant-Count PIC 9(4) VALUE ZERO.
       01 Self-Approver-Count PIC 9(4) VALUE ZERO.
       01 Signoff-Count PIC 9(4) VALUE ZERO.

       01 User-Line.
           05 UL-User-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 UL-User-Name PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 UL-Role PIC X(13).
           05 FILLER PIC X(1) VALUE SPACE.
           05 UL-Active PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 UL-Last-Activity PIC X(19).
           05 FILLER PIC X(1) VALUE SPACE.
           05 UL-Source PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 UL-Flags PIC X(22).

       01 Role-Text PIC X(13).
       01 Role-Code PIC X(1).
       01 New-Role-Text PIC X(13).
       01 Dormant-Days-Edited PIC ZZZZ9.
       01 Count-Edited PIC ZZZ9.
       01 Request-Edited PIC Z(8)9.

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

      * Dormant accounts or self-approvals hold the step at return
      * code 4, so the findings reach the auditors' attention.
       MainControl.
       PERFORM InitializeProgram
       EVALUATE TRUE
           WHEN NOT Report-Open
               MOVE 12 TO RETURN-CODE
           WHEN User-Overflow
               DISPLAY "The USERAUTH file holds more than "
                   User-Limit " records; the recertification "
                   "cannot run until the file is split."
               MOVE 12 TO RETURN-CODE
           WHEN User-Count = 0
               DISPLAY "The USERAUTH file is missing or empty; "
                   "there is nothing to recertify."
               MOVE 12 TO RETURN-CODE
           WHEN OTHER
               PERFORM LoadRoleEvents
               PERFORM ScanActivity
               PERFORM ScanApprovals
               PERFORM JudgeUsers
               PERFORM WriteUserSection
               PERFORM WriteSignoffFile
               PERFORM Finalize
               IF Dormant-Count > 0 OR Self-Approver-Count > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF NOT Signoff-Open
                   MOVE 12 TO RETURN-CODE
               END-IF
       END-EVALUATE
       IF Report-Open
           CLOSE RecertReportFile
       END-IF
       GOBACK.

       InitializeProgram.
       ACCEPT Run-Date-YYYYMMDD FROM DATE YYYYMMDD
       MOVE FUNCTION INTEGER-OF-DATE(Run-Date-YYYYMMDD)
           TO Run-Date-Int
       PERFORM LoadParameters
       PERFORM LoadUserFile
       OPEN OUTPUT RecertReportFile
       IF RecertReport-Status IS NOT = "00"
           DISPLAY "Unable to open RCRTRPT report file (status "
               RecertReport-Status ")."
       ELSE
           SET Report-Open TO TRUE
           PERFORM BuildTimestamp
           MOVE SPACES TO RecertReportFileRecord
           STRING "CobCalc User Access Recertification  "
               Timestamp-Display
               DELIMITED BY SIZE INTO RecertReportFileRecord
           WRITE RecertReportFileRecord
           MOVE Dormant-Days TO Dormant-Days-Edited
           MOVE SPACES TO RecertReportFileRecord
           STRING "Dormant after: " Dormant-Days-Edited
               " day(s) without CALCLOG or ERRLOG activity"
               DELIMITED BY SIZE INTO RecertReportFileRecord
           WRITE RecertReportFileRecord
           MOVE SPACES TO RecertReportFileRecord
           WRITE RecertReportFileRecord
       END-IF.

      * Only the dormancy window belongs to this job; everything
      * else in CALCPARM is another program's parameter.
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
       IF Param-Keyword IS = "DORMDAYS"
           MOVE FUNCTION TEST-NUMVAL(Param-Value)
               TO NumVal-Check
           IF NumVal-Check IS NOT = 0
               DISPLAY "CALCPARM DORMDAYS value ignored: "
                   Param-Value
           ELSE
               MOVE FUNCTION NUMVAL(Param-Value) TO NumVal-Result
               IF NumVal-Result < 1 OR NumVal-Result > 99999
                   DISPLAY "CALCPARM DORMDAYS must be between 1 "
                       "and 99999; value ignored: " Param-Value
               ELSE
                   MOVE NumVal-Result TO Dormant-Days
               END-IF
           END-IF
       END-IF.

      * Role spaces on records written before roles existed are
      * reported as operator, as CobCalc treats them.
       LoadUserFile.
       MOVE ZERO TO User-Count
       MOVE "N" TO UserAuth-EOF-Flag
       OPEN INPUT UserAuthFile
       IF UserAuth-Status IS NOT = "00"
           DISPLAY "The USERAUTH authorized-user file is "
               "unavailable (status " UserAuth-Status ")."
       ELSE
           PERFORM UNTIL UserAuth-EOF
               READ UserAuthFile INTO UserAuth-Record
                   AT END
                       SET UserAuth-EOF TO TRUE
                   NOT AT END
                       IF User-Count >= User-Limit
                           SET User-Overflow TO TRUE
                           SET UserAuth-EOF TO TRUE
                       ELSE
                           ADD 1 TO User-Count
                           SET UsrIdx TO User-Count
                           PERFORM LoadOneUser
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UserAuthFile
       END-IF.

       LoadOneUser.
       MOVE UA-User-ID TO UE-User-ID(UsrIdx)
       MOVE UA-User-Name TO UE-User-Name(UsrIdx)
       MOVE UA-Active TO UE-Active(UsrIdx)
       IF UA-Supervisor OR UA-Administrator
           MOVE UA-Role TO UE-Role(UsrIdx)
       ELSE
           MOVE "O" TO UE-Role(UsrIdx)
       END-IF
       MOVE SPACES TO UE-Last-Activity(UsrIdx)
       MOVE SPACES TO UE-Last-Source(UsrIdx)
       MOVE "N" TO UE-Dormant(UsrIdx)
       MOVE ZERO TO UE-Self-Count(UsrIdx).

      * Locate Search-User in the user table, leaving UsrIdx on the
      * match when one is found.
       FindUser.
       MOVE "N" TO User-Found-Flag
       SET UsrIdx TO 1
       PERFORM UNTIL User-Found OR UsrIdx > User-Count
           IF UE-User-ID(UsrIdx) IS = Search-User
               SET User-Found TO TRUE
           ELSE
               SET UsrIdx UP BY 1
           END-IF
       END-PERFORM.

      * Role grants (ADD) and role changes (ROLE) are kept for the
      * report; the rest of the audit trail is not about roles.
       LoadRoleEvents.
       MOVE "N" TO UserLog-EOF-Flag
       OPEN INPUT UserLogFile
       IF UserLog-Status IS NOT = "00"
           MOVE SPACES TO RecertReportFileRecord
           STRING "USERLOG could not be opened (status "
               UserLog-Status "); no role changes are shown"
               DELIMITED BY SIZE INTO RecertReportFileRecord
           WRITE RecertReportFileRecord
       ELSE
           PERFORM UNTIL UserLog-EOF
               READ UserLogFile INTO User-Audit-Record
                   AT END
                       SET UserLog-EOF TO TRUE
                   NOT AT END
                       IF AU-Action IS = "ADD"
                               OR AU-Action IS = "ROLE"
                           PERFORM KeepRoleEvent
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UserLogFile
       END-IF.

       KeepRoleEvent.
       IF Role-Event-Count >= Role-Event-Limit
           SET Role-Event-Overflow TO TRUE
       ELSE
           ADD 1 TO Role-Event-Count
           SET EvtIdx TO Role-Event-Count
           MOVE AU-Target TO RE-Target(EvtIdx)
           MOVE AU-Timestamp TO RE-Timestamp(EvtIdx)
           MOVE AU-Admin TO RE-Admin(EvtIdx)
           MOVE AU-Action TO RE-Action(EvtIdx)
           MOVE AU-Old-Value TO RE-Old-Role(EvtIdx)
           MOVE AU-New-Value TO RE-New-Role(EvtIdx)
       END-IF.

      * Latest activity per user over the live logs and every
      * archived generation. A generation that was indexed but has
      * since been purged past the retention window is counted, so
      * the report says how far back the evidence reaches.
       ScanActivity.
       MOVE "CALCLOG" TO Log-File-Name
       MOVE "CALCLOG" TO Log-Name
       PERFORM ScanOneLog
       MOVE "ERRLOG" TO Log-File-Name
       MOVE "ERRLOG" TO Log-Name
       PERFORM ScanOneLog
       PERFORM LoadGenerations
       PERFORM VARYING GenIdx FROM 1 BY 1
               UNTIL GenIdx > Generation-Count
           MOVE GE-File-Name(GenIdx) TO Log-File-Name
           MOVE GE-Log-Name(GenIdx) TO Log-Name
           PERFORM ScanOneLog
           IF Log-Missing
               ADD 1 TO Generation-Purged-Count
           ELSE
               ADD 1 TO Generation-Read-Count
           END-IF
       END-PERFORM
       MOVE SPACES TO RecertReportFileRecord
       MOVE Generation-Read-Count TO Count-Edited
       STRING "Activity taken from the live CALCLOG and ERRLOG and "
           Count-Edited " archived generation(s)"
           DELIMITED BY SIZE INTO RecertReportFileRecord
       WRITE RecertReportFileRecord
       IF Generation-Purged-Count > 0
           MOVE SPACES TO RecertReportFileRecord
           MOVE Generation-Purged-Count TO Count-Edited
           STRING Count-Edited " indexed generation(s) were purged "
               "past the retention window and could not be read"
               DELIMITED BY SIZE INTO RecertReportFileRecord
           WRITE RecertReportFileRecord
       END-IF
       IF Generation-Overflow
           MOVE SPACES TO RecertReportFileRecord
           STRING "ARCHIDX names more than " Generation-Limit
               " generations; those beyond that were not read"
               DELIMITED BY SIZE INTO RecertReportFileRecord
           WRITE RecertReportFileRecord
       END-IF
       MOVE SPACES TO RecertReportFileRecord
       WRITE RecertReportFileRecord.

      * Generations are named <log>.YYYYMM, as CalcArch writes them.
       LoadGenerations.
       MOVE "N" TO ArchIndex-EOF-Flag
       OPEN INPUT ArchIndexFile
       IF ArchIndex-Status IS NOT = "00"
           CONTINUE
       ELSE
           PERFORM UNTIL ArchIndex-EOF
               READ ArchIndexFile INTO Archive-Index-Record
                   AT END
                       SET ArchIndex-EOF TO TRUE
                   NOT AT END
                       IF AX-Log-Name IS = "CALCLOG"
                               OR AX-Log-Name IS = "ERRLOG"
                           PERFORM KeepGeneration
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArchIndexFile
       END-IF.

       KeepGeneration.
       MOVE SPACES TO Log-File-Name
       STRING AX-Log-Name DELIMITED BY SPACE
           "." AX-Period DELIMITED BY SIZE
           INTO Log-File-Name
       MOVE "N" TO Generation-Found-Flag
       PERFORM VARYING GenIdx FROM 1 BY 1
               UNTIL GenIdx > Generation-Count OR Generation-Found
           IF GE-File-Name(GenIdx) IS = Log-File-Name
               SET Generation-Found TO TRUE
           END-IF
       END-PERFORM
       IF NOT Generation-Found
           IF Generation-Count >= Generation-Limit
               SET Generation-Overflow TO TRUE
           ELSE
               ADD 1 TO Generation-Count
               SET GenIdx TO Generation-Count
               MOVE Log-File-Name TO GE-File-Name(GenIdx)
               MOVE AX-Log-Name TO GE-Log-Name(GenIdx)
           END-IF
       END-IF.

       ScanOneLog.
       MOVE "N" TO Log-Missing-Flag
       MOVE "N" TO ActivityLog-EOF-Flag
       OPEN INPUT ActivityLogFile
       IF ActivityLog-Status IS NOT = "00"
           SET Log-Missing TO TRUE
       ELSE
           PERFORM UNTIL ActivityLog-EOF
               READ ActivityLogFile INTO Log-Line
                   AT END
                       SET ActivityLog-EOF TO TRUE
                   NOT AT END
                       PERFORM JudgeActivityLine
               END-READ
           END-PERFORM
           CLOSE ActivityLogFile
       END-IF.

      * Lines written before user attribution existed carry no user
      * and prove nothing about anybody's access.
       JudgeActivityLine.
       IF Log-Name IS = "CALCLOG"
           MOVE Log-Line TO CalcLog-Record
           MOVE CL-User TO Log-User
           MOVE CL-Timestamp TO Log-Timestamp
       ELSE
           MOVE Log-Line TO ErrLog-Record
           MOVE EL-User TO Log-User
           MOVE EL-Timestamp TO Log-Timestamp
       END-IF
       IF Log-User IS NOT = SPACES
           MOVE Log-User TO Search-User
           PERFORM FindUser
           IF User-Found
                   AND Log-Timestamp > UE-Last-Activity(UsrIdx)
               PERFORM TakeActivityDate
               IF Activity-Date IS NUMERIC
                   MOVE Log-Timestamp TO UE-Last-Activity(UsrIdx)
                   MOVE Log-File-Name TO UE-Last-Source(UsrIdx)
               END-IF
           END-IF
       END-IF.

       TakeActivityDate.
       MOVE Log-Timestamp(1:4) TO AD-Year
       MOVE Log-Timestamp(6:2) TO AD-Month
       MOVE Log-Timestamp(9:2) TO AD-Day.

      * Every request a second supervisor approved. An approval line
      * where the approver is the requester is a self-approval on
      * its face; the others are checked against CALCOUT for the
      * approver's own work.
       ScanApprovals.
       MOVE "N" TO Approval-EOF-Flag
       OPEN INPUT ApprovalFile
       IF Approval-Status IS NOT = "00"
           MOVE SPACES TO RecertReportFileRecord
           STRING "APPROVQ could not be opened (status "
               Approval-Status "); self-approval was not checked"
               DELIMITED BY SIZE INTO RecertReportFileRecord
           WRITE RecertReportFileRecord
       ELSE
           PERFORM UNTIL Approval-EOF
               READ ApprovalFile INTO Approval-Record
                   AT END
                       SET Approval-EOF TO TRUE
                   NOT AT END
                       IF AQ-Approved
                           PERFORM KeepApproval
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ApprovalFile
           IF Approved-Count > 0
               PERFORM ScanCalcOut
           END-IF
       END-IF.

       KeepApproval.
       MOVE "N" TO Approved-Found-Flag
       PERFORM VARYING AprIdx FROM 1 BY 1
               UNTIL AprIdx > Approved-Count OR Approved-Found
           IF AR-Request-ID(AprIdx) IS = AQ-Request-ID
               SET Approved-Found TO TRUE
           END-IF
       END-PERFORM
       IF NOT Approved-Found
           IF Approved-Count >= Approved-Limit
               SET Approved-Overflow TO TRUE
           ELSE
               ADD 1 TO Approved-Count
               SET AprIdx TO Approved-Count
               MOVE AQ-Request-ID TO AR-Request-ID(AprIdx)
               MOVE AQ-Type TO AR-Type(AprIdx)
               MOVE AQ-Reference TO AR-Reference(AprIdx)
               MOVE AQ-Requester TO AR-Requester(AprIdx)
               MOVE AQ-Approver TO AR-Approver(AprIdx)
               MOVE SPACE TO AR-Self-Reason(AprIdx)
               IF AQ-Approver IS = AQ-Requester
                   MOVE "R" TO AR-Self-Reason(AprIdx)
               END-IF
           END-IF
       END-IF.

      * A reversal's reference is the reversed calculation's CALCOUT
      * sequence; a reprocess's reference is the batch ID. The
      * REVERSAL offsets themselves are not anybody's own work.
       ScanCalcOut.
       MOVE "N" TO CalcOut-EOF-Flag
       OPEN INPUT CalcOutFile
       IF CalcOut-Status IS NOT = "00"
           MOVE SPACES TO RecertReportFileRecord
           STRING "CALCOUT could not be opened (status "
               CalcOut-Status "); approvals of the approver's own "
               "work were not checked"
               DELIMITED BY SIZE INTO RecertReportFileRecord
           WRITE RecertReportFileRecord
       ELSE
           PERFORM UNTIL CalcOut-EOF
               READ CalcOutFile INTO CALCOUT-RECORD
                   AT END
                       SET CalcOut-EOF TO TRUE
                   NOT AT END
                       IF CO-BATCH-ID IS NOT = "REVERSAL"
                               AND CO-USER-ID IS NOT = SPACES
                           PERFORM MatchOwnWork
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CalcOutFile
       END-IF.

       MatchOwnWork.
       MOVE CO-SEQUENCE TO Out-Sequence
       PERFORM VARYING AprIdx FROM 1 BY 1
               UNTIL AprIdx > Approved-Count
           IF AR-Self-Reason(AprIdx) IS = SPACE
                   AND AR-Approver(AprIdx) IS = CO-USER-ID
               IF AR-Type(AprIdx) IS = "R"
                       AND AR-Reference(AprIdx) IS = Out-Sequence-Text
                   MOVE "C" TO AR-Self-Reason(AprIdx)
               END-IF
               IF AR-Type(AprIdx) IS = "P"
                       AND AR-Reference(AprIdx) IS = CO-BATCH-ID
                   MOVE "B" TO AR-Self-Reason(AprIdx)
               END-IF
           END-IF
       END-PERFORM.

      * Charge each self-approval to its approver, then judge every
      * active account for dormancy. An account never seen in any
      * log is dormant.
       JudgeUsers.
       PERFORM VARYING AprIdx FROM 1 BY 1
               UNTIL AprIdx > Approved-Count
           IF AR-Self-Reason(AprIdx) IS NOT = SPACE
               MOVE AR-Approver(AprIdx) TO Search-User
               PERFORM FindUser
               IF User-Found
                   ADD 1 TO UE-Self-Count(UsrIdx)
               END-IF
           END-IF
       END-PERFORM
       PERFORM VARYING UsrIdx FROM 1 BY 1
               UNTIL UsrIdx > User-Count
           IF UE-Self-Count(UsrIdx) > 0
               ADD 1 TO Self-Approver-Count
           END-IF
           IF UE-Active(UsrIdx) IS = "Y"
               ADD 1 TO Active-Count
               PERFORM JudgeDormancy
           END-IF
       END-PERFORM.

       JudgeDormancy.
       IF UE-Last-Activity(UsrIdx) IS = SPACES
           MOVE "Y" TO UE-Dormant(UsrIdx)
       ELSE
           MOVE UE-Last-Activity(UsrIdx) TO Log-Timestamp
           PERFORM TakeActivityDate
           COMPUTE Idle-Days = Run-Date-Int
               - FUNCTION INTEGER-OF-DATE(Activity-Date)
           IF Idle-Days > Dormant-Days
               MOVE "Y" TO UE-Dormant(UsrIdx)
           END-IF
       END-IF
       IF UE-Dormant(UsrIdx) IS = "Y"
           ADD 1 TO Dormant-Count
       END-IF.

      * One line per USERAUTH user, followed by their role history
      * and any self-approvals charged to them.
       WriteUserSection.
       MOVE SPACES TO RecertReportFileRecord
       STRING "User ID  Name                 Role          Active "
           "Last activity       Source               Flags"
           DELIMITED BY SIZE INTO RecertReportFileRecord
       WRITE RecertReportFileRecord
       PERFORM VARYING UsrIdx FROM 1 BY 1
               UNTIL UsrIdx > User-Count
           PERFORM WriteUserLine
           PERFORM WriteRoleHistory
           IF UE-Self-Count(UsrIdx) > 0
               PERFORM WriteSelfApprovals
           END-IF
       END-PERFORM
       IF Role-Event-Overflow
           MOVE SPACES TO RecertReportFileRecord
           STRING "USERLOG holds more than " Role-Event-Limit
               " role changes; later changes are not shown"
               DELIMITED BY SIZE INTO RecertReportFileRecord
           WRITE RecertReportFileRecord
       END-IF
       IF Approved-Overflow
           MOVE SPACES TO RecertReportFileRecord
           STRING "APPROVQ holds more than " Approved-Limit
               " approved requests; later approvals were not "
               "checked"
               DELIMITED BY SIZE INTO RecertReportFileRecord
           WRITE RecertReportFileRecord
       END-IF
       MOVE SPACES TO RecertReportFileRecord
       WRITE RecertReportFileRecord.

      * The line is not blanked first: every named field is filled
      * below and the FILLERs carry their own spaces.
       WriteUserLine.
       MOVE UE-User-ID(UsrIdx) TO UL-User-ID
       MOVE UE-User-Name(UsrIdx) TO UL-User-Name
       MOVE UE-Role(UsrIdx) TO Role-Code
       PERFORM NameRole
       MOVE Role-Text TO UL-Role
       IF UE-Active(UsrIdx) IS = "Y"
           MOVE "YES" TO UL-Active
       ELSE
           MOVE "NO" TO UL-Active
       END-IF
       IF UE-Last-Activity(UsrIdx) IS = SPACES
           MOVE "NEVER" TO UL-Last-Activity
           MOVE SPACES TO UL-Source
       ELSE
           MOVE UE-Last-Activity(UsrIdx) TO UL-Last-Activity
           MOVE UE-Last-Source(UsrIdx) TO UL-Source
       END-IF
       MOVE SPACES TO UL-Flags
       EVALUATE TRUE
           WHEN UE-Dormant(UsrIdx) IS = "Y"
                   AND UE-Self-Count(UsrIdx) > 0
               MOVE "DORMANT SELF-APPROVED" TO UL-Flags
           WHEN UE-Dormant(UsrIdx) IS = "Y"
               MOVE "DORMANT" TO UL-Flags
           WHEN UE-Self-Count(UsrIdx) > 0
               MOVE "SELF-APPROVED" TO UL-Flags
       END-EVALUATE
       MOVE SPACES TO RecertReportFileRecord
       MOVE User-Line TO RecertReportFileRecord
       WRITE RecertReportFileRecord.

       NameRole.
       EVALUATE Role-Code
           WHEN "A"
               MOVE "ADMINISTRATOR" TO Role-Text
           WHEN "S"
               MOVE "SUPERVISOR" TO Role-Text
           WHEN "O"
               MOVE "OPERATOR" TO Role-Text
           WHEN OTHER
               MOVE "NONE" TO Role-Text
       END-EVALUATE.

       WriteRoleHistory.
       PERFORM VARYING EvtIdx FROM 1 BY 1
               UNTIL EvtIdx > Role-Event-Count
           IF RE-Target(EvtIdx) IS = UE-User-ID(UsrIdx)
               MOVE RE-New-Role(EvtIdx) TO Role-Code
               PERFORM NameRole
               MOVE SPACES TO RecertReportFileRecord
               IF RE-Action(EvtIdx) IS = "ADD"
                   STRING "         Granted " DELIMITED BY SIZE
                       Role-Text DELIMITED BY SPACE
                       " on " RE-Timestamp(EvtIdx) " by "
                       RE-Admin(EvtIdx)
                       DELIMITED BY SIZE INTO RecertReportFileRecord
               ELSE
                   MOVE Role-Text TO New-Role-Text
                   MOVE RE-Old-Role(EvtIdx) TO Role-Code
                   PERFORM NameRole
                   STRING "         Role changed from "
                       DELIMITED BY SIZE
                       Role-Text DELIMITED BY SPACE
                       " to " DELIMITED BY SIZE
                       New-Role-Text DELIMITED BY SPACE
                       " on " RE-Timestamp(EvtIdx) " by "
                       RE-Admin(EvtIdx)
                       DELIMITED BY SIZE INTO RecertReportFileRecord
               END-IF
               WRITE RecertReportFileRecord
           END-IF
       END-PERFORM.

       WriteSelfApprovals.
       PERFORM VARYING AprIdx FROM 1 BY 1
               UNTIL AprIdx > Approved-Count
           IF AR-Self-Reason(AprIdx) IS NOT = SPACE
                   AND AR-Approver(AprIdx) IS = UE-User-ID(UsrIdx)
               MOVE AR-Request-ID(AprIdx) TO Request-Edited
               MOVE SPACES TO RecertReportFileRecord
               EVALUATE AR-Self-Reason(AprIdx)
                   WHEN "R"
                       STRING "         Self-approved request "
                           Request-Edited " (reference "
                           AR-Reference(AprIdx)
                           "): approver raised it"
                           DELIMITED BY SIZE
                           INTO RecertReportFileRecord
                   WHEN "C"
                       STRING "         Self-approved request "
                           Request-Edited " (reference "
                           AR-Reference(AprIdx)
                           "): reversal of approver's own "
                           "calculation"
                           DELIMITED BY SIZE
                           INTO RecertReportFileRecord
                   WHEN OTHER
                       STRING "         Self-approved request "
                           Request-Edited " (batch "
                           AR-Reference(AprIdx)
                           "): reprocess of a batch the approver "
                           "submitted"
                           DELIMITED BY SIZE
                           INTO RecertReportFileRecord
               END-EVALUATE
               WRITE RecertReportFileRecord
           END-IF
       END-PERFORM.

      * Only active accounts need recertifying; the decision and
      * manager columns are left blank for the manager to fill.
       WriteSignoffFile.
       OPEN OUTPUT SignoffFile
       IF Signoff-Status IS NOT = "00"
           DISPLAY "Unable to open RCRTSIGN sign-off file (status "
               Signoff-Status ")."
           MOVE SPACES TO RecertReportFileRecord
           STRING "RCRTSIGN could not be written (status "
               Signoff-Status "); no sign-off was issued"
               DELIMITED BY SIZE INTO RecertReportFileRecord
           WRITE RecertReportFileRecord
       ELSE
           SET Signoff-Open TO TRUE
           PERFORM VARYING UsrIdx FROM 1 BY 1
                   UNTIL UsrIdx > User-Count
               IF UE-Active(UsrIdx) IS = "Y"
                   PERFORM WriteSignoffRecord
               END-IF
           END-PERFORM
           CLOSE SignoffFile
       END-IF.

       WriteSignoffRecord.
       MOVE UE-User-ID(UsrIdx) TO RV-User-ID
       MOVE UE-User-Name(UsrIdx) TO RV-User-Name
       MOVE UE-Role(UsrIdx) TO RV-Role
       MOVE UE-Active(UsrIdx) TO RV-Active
       IF UE-Last-Activity(UsrIdx) IS = SPACES
           MOVE "NEVER" TO RV-Last-Activity
       ELSE
           MOVE UE-Last-Activity(UsrIdx) TO RV-Last-Activity
       END-IF
       MOVE UE-Dormant(UsrIdx) TO RV-Dormant
       IF UE-Self-Count(UsrIdx) > 0
           MOVE "Y" TO RV-Self-Approved
       ELSE
           MOVE "N" TO RV-Self-Approved
       END-IF
       MOVE Run-Date-YYYYMMDD TO RV-Cycle-Date
       MOVE SPACE TO RV-Decision
       MOVE SPACES TO RV-Manager
       MOVE SPACES TO SignoffFileRecord
       MOVE Recert-Signoff-Record TO SignoffFileRecord
       WRITE SignoffFileRecord
       ADD 1 TO Signoff-Count.

       Finalize.
       MOVE SPACES TO RecertReportFileRecord
       MOVE User-Count TO Count-Edited
       STRING "Users on USERAUTH         : " Count-Edited
           DELIMITED BY SIZE INTO RecertReportFileRecord
       WRITE RecertReportFileRecord
       MOVE SPACES TO RecertReportFileRecord
       MOVE Active-Count TO Count-Edited
       STRING "Active accounts           : " Count-Edited
           DELIMITED BY SIZE INTO RecertReportFileRecord
       WRITE RecertReportFileRecord
       MOVE SPACES TO RecertReportFileRecord
       MOVE Dormant-Count TO Count-Edited
       STRING "Dormant active accounts   : " Count-Edited
           DELIMITED BY SIZE INTO RecertReportFileRecord
       WRITE RecertReportFileRecord
       MOVE SPACES TO RecertReportFileRecord
       MOVE Self-Approver-Count TO Count-Edited
       STRING "Users who self-approved   : " Count-Edited
           DELIMITED BY SIZE INTO RecertReportFileRecord
       WRITE RecertReportFileRecord
       MOVE SPACES TO RecertReportFileRecord
       MOVE Signoff-Count TO Count-Edited
       STRING "Issued on RCRTSIGN        : " Count-Edited
           DELIMITED BY SIZE INTO RecertReportFileRecord
       WRITE RecertReportFileRecord
       DISPLAY "Access recertification written to RCRTRPT; "
           Count-Edited " account(s) issued on RCRTSIGN for "
           "sign-off.".

       BuildTimestamp.
       ACCEPT Date-YYYYMMDD FROM DATE YYYYMMDD
       ACCEPT Time-HHMMSSss FROM TIME
       STRING TS-Year "-" TS-Month "-" TS-Day " "
           TS-Hour ":" TS-Minute ":" TS-Second
           DELIMITED BY SIZE INTO Timestamp-Display.
