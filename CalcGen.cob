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

      * Standing-instruction generator. Recurring calculations -
      * the month-end accruals and allocations that used to be keyed
      * into CALCIN by hand - are held on the STANDING master with
      * their operands, operator, frequency, origin, and start and
      * stop dates. For the business date (the calendar's expected
      * processing date, or the run date without one) this job finds
      * every instruction falling due and appends one balanced H/D/T
      * batch per origin to CALCIN for the next CobCalc batch run.
      * Due dates are judged against the CALCCAL holiday calendar: a
      * weekly instruction whose day is not a business day rolls
      * forward to the next one, and a month-end instruction falls
      * on the last business day of the month. The GENREG register
      * records every instruction generated for every period, so a
      * rerun of this job can never submit the same work twice.
      * Nothing is generated for a business date CalcClos has
      * closed, and CALCIN is only appended to while the CALCLOCK
      * run lock is held, so no CobCalc run sees it change.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcGen.
       AUTHOR. Joshua Horvath.
       DATE-Written. October 15, 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Standing-instruction master, maintained by hand like the
      * calendar and the parameter file.
           SELECT StandingFile ASSIGN TO "STANDING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Standing-Status.

           SELECT CalendarFile ASSIGN TO "CALCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Calendar-Status.

      * Generated batches are appended, so they join whatever else
      * was submitted for the day.
           SELECT CalcInFile ASSIGN TO "CALCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CalcIn-Status.

      * Generation register: one line per instruction per period
      * it was generated for, and the batch that carried it.
           SELECT GenRegFile ASSIGN TO "GENREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GenReg-Status.

           SELECT GenReportFile ASSIGN TO "GENRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GenReport-Status.

      * Business dates closed by CalcClos.
           SELECT ClosedDateFile ASSIGN TO "CALCCLSD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClosedDate-Status.

           SELECT RunLockFile ASSIGN TO "CALCLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunLock-Status.

       DATA DIVISION.
       FILE SECTION.
       FD StandingFile.
       01 StandingFileRecord PIC X(100).

       FD CalendarFile.
       01 CalendarFileRecord PIC X(20).

       FD CalcInFile.
       01 CalcInFileRecord PIC X(80).

       FD GenRegFile.
       01 GenRegFileRecord PIC X(60).

       FD GenReportFile.
       01 GenReportFileRecord PIC X(100).

       FD ClosedDateFile.
       01 ClosedDateFileRecord PIC X(90).

       FD RunLockFile.
       01 RunLockFileRecord PIC X(80).

       WORKING-STORAGE SECTION.

       01 Standing-Status PIC X(2).
       01 Calendar-Status PIC X(2).
       01 CalcIn-Status PIC X(2).
       01 GenReg-Status PIC X(2).
       01 GenReport-Status PIC X(2).
       01 ClosedDate-Status PIC X(2).
       01 RunLock-Status PIC X(2).

       01 Standing-EOF-Flag PIC X(1) VALUE "N".
           88 Standing-EOF VALUE "Y".
       01 Calendar-EOF-Flag PIC X(1) VALUE "N".
           88 Calendar-EOF VALUE "Y".
       01 GenReg-EOF-Flag PIC X(1) VALUE "N".
           88 GenReg-EOF VALUE "Y".
       01 Report-Open-Flag PIC X(1) VALUE "N".
           88 Report-Open VALUE "Y".
       01 Gen-Fail-Flag PIC X(1) VALUE "N".
           88 Gen-Fail VALUE "Y".
       01 ClosedDate-EOF-Flag PIC X(1) VALUE "N".
           88 ClosedDate-EOF VALUE "Y".
       01 Date-Closed-Flag PIC X(1) VALUE "N".
           88 Date-Closed VALUE "Y".
       01 Lock-Acquired-Flag PIC X(1) VALUE "N".
           88 Lock-Acquired VALUE "Y".

      * The closed-date and run-lock layouts shared with CobCalc
      * and CalcClos.
       COPY CALCCLSR.

       COPY RUNLOCKR.

      * One standing instruction. Lines whose first character is
      * "*" are comments. The operands are keyed exactly as they
      * would be on a CALCIN detail card.
       01 Standing-Record.
           05 SI-Instruction-ID PIC X(8).
           05 FILLER PIC X(1).
           05 SI-Origin PIC X(8).
           05 FILLER PIC X(1).
      * (D)aily, (W)eekly, or (M)onth-end.
           05 SI-Frequency PIC X(1).
               88 SI-Daily VALUE "D".
               88 SI-Weekly VALUE "W".
               88 SI-Month-End VALUE "M".
      * Day of the week a weekly instruction falls on: 1 for Monday
      * through 5 for Friday. Unused for the other frequencies.
           05 SI-Weekday PIC X(1).
           05 FILLER PIC X(1).
           05 SI-Start-Date PIC X(8).
           05 FILLER PIC X(1).
      * Last business date the instruction runs; spaces or zero
      * for an open-ended instruction.
           05 SI-Stop-Date PIC X(8).
           05 FILLER PIC X(1).
           05 SI-FirstNum PIC X(11).
           05 SI-Operator PIC X(1).
           05 SI-SecondNum PIC X(11).
           05 FILLER PIC X(1).
           05 SI-Description PIC X(30).

       01 Gen-Register-Record.
           05 GR-Instruction-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
      * The period the instruction was generated for: the business
      * date for a daily instruction, the scheduled date for a
      * weekly one, and YYYYMM followed by ME for a month-end one.
           05 GR-Period PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GR-Batch-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GR-Business-Date PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GR-Timestamp PIC X(19).

      * The CALCIN batch layouts shared with CobCalc.
       COPY CALCINR.

      * Processing calendar, read the same way CobCalc reads it:
      * "H" lines name holidays, an "N" line names the expected
      * next processing date, anything else is a comment.
       01 Calendar-Loaded-Flag PIC X(1) VALUE "N".
           88 Calendar-Loaded VALUE "Y".
       01 Calendar-Record.
           05 CAL-Type PIC X(1).
           05 FILLER PIC X(1).
           05 CAL-Date PIC X(8).
       01 Holiday-Table.
           05 Holiday-Date PIC 9(8) OCCURS 100 TIMES
               INDEXED BY HolIdx.
       01 Holiday-Count PIC 9(4) VALUE ZERO.
       01 Holiday-Limit PIC 9(4) VALUE 100.
       01 Expected-Proc-Date PIC 9(8) VALUE ZERO.
       01 Holiday-Found-Flag PIC X(1) VALUE "N".
           88 Holiday-Found VALUE "Y".

      * The business date being generated for.
       01 Gen-Business-Date PIC 9(8) VALUE ZERO.
       01 Gen-Business-Int PIC 9(9) VALUE ZERO.
       01 Gen-Date-OK-Flag PIC X(1) VALUE "N".
           88 Gen-Date-OK VALUE "Y".

      * Scratch date for validating and rolling.
       01 Work-Date PIC 9(8) VALUE ZERO.
       01 Work-Date-Parts REDEFINES Work-Date.
           05 WD-Year PIC 9(4).
           05 WD-Month PIC 9(2).
           05 WD-Day PIC 9(2).
       01 Work-Date-Int PIC 9(9) VALUE ZERO.
       01 Month-Day-Limit PIC 9(2) VALUE ZERO.
       01 Weekday-Offset PIC 9(1) VALUE ZERO.
       01 Date-Valid-Flag PIC X(1) VALUE "N".
           88 Date-Valid VALUE "Y".
       01 Business-Day-Flag PIC X(1) VALUE "N".
           88 Business-Day VALUE "Y".

      * Due-date judgment for one instruction.
       01 Start-Date-Num PIC 9(8) VALUE ZERO.
       01 Stop-Date-Num PIC 9(8) VALUE ZERO.
       01 Weekday-Number PIC 9(1) VALUE ZERO.
       01 Week-Monday-Int PIC 9(9) VALUE ZERO.
       01 Sched-Int PIC 9(9) VALUE ZERO.
       01 Sched-Date PIC 9(8) VALUE ZERO.
       01 Due-Period PIC X(8) VALUE SPACES.
       01 Month-End-Period.
           05 ME-Year PIC 9(4).
           05 ME-Month PIC 9(2).
           05 FILLER PIC X(2) VALUE "ME".
       01 Instruction-Due-Flag PIC X(1) VALUE "N".
           88 Instruction-Due VALUE "Y".
       01 Instr-Error-Flag PIC X(1) VALUE "N".
           88 Instr-Error VALUE "Y".
       01 Instr-Error-Text PIC X(40) VALUE SPACES.
       01 NumVal-Check PIC S9(4) COMP.
       01 NumVal-Result PIC S9(11)V9(2) VALUE ZERO.
      * The operand range CobCalc's batch edit enforces.
       01 Operand-Limit PIC 9(7)V9(2) VALUE 9999999.99.
       01 Operand-Limit-Neg PIC S9(7)V9(2) VALUE -9999999.99.

      * Instructions due today, grouped into one batch per origin
      * once the register has struck out those already generated.
      * Status: (G)enerate, already (R)egistered, (B)atched into
      * the batch being written, or (W)ritten and registered.
       01 Due-Table.
           05 Due-Entry OCCURS 500 TIMES INDEXED BY DueIdx.
               10 DU-Instruction-ID PIC X(8).
               10 DU-Origin PIC X(8).
               10 DU-Period PIC X(8).
               10 DU-FirstNum PIC X(11).
               10 DU-Operator PIC X(1).
               10 DU-SecondNum PIC X(11).
               10 DU-Status PIC X(1).
       01 Due-Count PIC 9(4) VALUE ZERO.
       01 Due-Limit PIC 9(4) VALUE 500.
       01 Due-Overflow-Flag PIC X(1) VALUE "N".
           88 Due-Overflow VALUE "Y".

      * Generated batch IDs are SI followed by a running number
      * carried forward from the register.
       01 Gen-Batch-ID.
           05 FILLER PIC X(2) VALUE "SI".
           05 GB-Number PIC 9(6).
       01 Next-Batch-Number PIC 9(6) VALUE 1.
       01 Reg-Batch-Number PIC 9(6) VALUE ZERO.
       01 Current-Origin PIC X(8) VALUE SPACES.
       01 Batches-Done-Flag PIC X(1) VALUE "N".
           88 Batches-Done VALUE "Y".
       01 Batch-Detail-Count PIC 9(9) VALUE ZERO.
       01 Batch-First-Hash PIC S9(11)V9(2) VALUE ZERO.
       01 Batch-Second-Hash PIC S9(11)V9(2) VALUE ZERO.

       01 Instructions-Read PIC 9(9) VALUE ZERO.
       01 Generated-Count PIC 9(9) VALUE ZERO.
       01 Already-Count PIC 9(9) VALUE ZERO.
       01 Error-Count PIC 9(9) VALUE ZERO.
       01 Batches-Written PIC 9(9) VALUE ZERO.

       01 Gen-Line.
           05 GL-Status PIC X(17).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GL-Instruction-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GL-Period PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GL-Batch-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GL-Text PIC X(50).

       01 Count-Edited PIC ZZZZZZZZ9.
       01 Hash-Edited PIC -ZZZZZZZZZZ9.99.
       01 Hash-Edited-2 PIC -ZZZZZZZZZZ9.99.

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

      * Return code 12 when a batch could not be written or
      * registered, 8 when more instructions fell due than one run
      * can hold, 4 when an instruction on the master is in error
      * or the business date is already closed. The run lock is
      * held from the closed-date check through the last batch, so
      * neither a close nor another generation run can act on what
      * this run has read before it has written.
       MainControl.
       PERFORM InitializeProgram
       IF NOT Report-Open
           MOVE 12 TO RETURN-CODE
       ELSE
           PERFORM LoadCalendar
           PERFORM AcquireRunLock
           IF NOT Lock-Acquired
               SET Gen-Fail TO TRUE
           ELSE
               PERFORM DetermineBusinessDate
               IF Gen-Date-OK
                   PERFORM SelectDueInstructions
                   IF Due-Count > 0 AND NOT Gen-Fail
                       PERFORM CheckGenRegister
                   END-IF
                   IF Due-Count > 0 AND NOT Gen-Fail
                       PERFORM WriteBatches
                   END-IF
               END-IF
               PERFORM ReleaseRunLock
           END-IF
           PERFORM Finalize
           EVALUATE TRUE
               WHEN Gen-Fail
                   MOVE 12 TO RETURN-CODE
               WHEN Due-Overflow
                   MOVE 8 TO RETURN-CODE
               WHEN Error-Count > 0 OR Date-Closed
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
       END-IF
       GOBACK.

       InitializeProgram.
       OPEN OUTPUT GenReportFile
       IF GenReport-Status IS NOT = "00"
           DISPLAY "Unable to open GENRPT report file (status "
               GenReport-Status ")."
       ELSE
           SET Report-Open TO TRUE
           PERFORM BuildTimestamp
           MOVE SPACES TO GenReportFileRecord
           STRING "CobCalc Standing Instruction Generation  "
               Timestamp-Display
               DELIMITED BY SIZE INTO GenReportFileRecord
           WRITE GenReportFileRecord
       END-IF.

      * Without a calendar only weekends are known not to be
      * business days, the same allowance CobCalc makes.
       LoadCalendar.
       OPEN INPUT CalendarFile
       IF Calendar-Status IS NOT = "00"
           DISPLAY "No CALCCAL processing calendar found; only "
               "weekends are treated as non-business days."
       ELSE
           SET Calendar-Loaded TO TRUE
           PERFORM UNTIL Calendar-EOF
               READ CalendarFile INTO Calendar-Record
                   AT END
                       SET Calendar-EOF TO TRUE
                   NOT AT END
                       PERFORM LoadCalendarRecord
               END-READ
           END-PERFORM
           CLOSE CalendarFile
       END-IF.

       LoadCalendarRecord.
       EVALUATE TRUE
           WHEN CAL-Type IS = "H" AND CAL-Date IS NUMERIC
               IF Holiday-Count < Holiday-Limit
                   ADD 1 TO Holiday-Count
                   SET HolIdx TO Holiday-Count
                   MOVE CAL-Date TO Holiday-Date(HolIdx)
               ELSE
                   DISPLAY "CALCCAL holds more than "
                       Holiday-Limit " holidays; later entries "
                       "were ignored."
               END-IF
           WHEN CAL-Type IS = "N" AND CAL-Date IS NUMERIC
               MOVE CAL-Date TO Expected-Proc-Date
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

      * Generate for the day CobCalc expects to process next, or
      * for today when the calendar does not say. A day that is not
      * itself a business day has nothing due.
       DetermineBusinessDate.
       MOVE "N" TO Gen-Date-OK-Flag
       IF Expected-Proc-Date > 0
           MOVE Expected-Proc-Date TO Gen-Business-Date
       ELSE
           ACCEPT Gen-Business-Date FROM DATE YYYYMMDD
       END-IF
       MOVE Gen-Business-Date TO Work-Date
       PERFORM ValidateWorkDate
       MOVE SPACES TO GenReportFileRecord
       STRING "Business date: " Gen-Business-Date
           DELIMITED BY SIZE INTO GenReportFileRecord
       WRITE GenReportFileRecord
       MOVE SPACES TO GenReportFileRecord
       WRITE GenReportFileRecord
       IF NOT Date-Valid
           SET Gen-Fail TO TRUE
           MOVE SPACES TO GenReportFileRecord
           STRING "The business date " Gen-Business-Date
               " is not a valid date; nothing was generated."
               DELIMITED BY SIZE INTO GenReportFileRecord
           WRITE GenReportFileRecord
       ELSE
           PERFORM JudgeBusinessDay
           PERFORM LoadClosedDates
           EVALUATE TRUE
               WHEN NOT Business-Day
                   MOVE SPACES TO GenReportFileRecord
                   STRING "The business date " Gen-Business-Date
                       " is a weekend or holiday; no instructions "
                       "fall due."
                       DELIMITED BY SIZE INTO GenReportFileRecord
                   WRITE GenReportFileRecord
      * CobCalc would refuse every batch dated for a closed day, so
      * none is written; the instructions stay unregistered and are
      * generated if the date is reopened.
               WHEN Date-Closed
                   MOVE SPACES TO GenReportFileRecord
                   STRING "The business date " Gen-Business-Date
                       " has been closed; nothing was generated."
                       DELIMITED BY SIZE INTO GenReportFileRecord
                   WRITE GenReportFileRecord
               WHEN OTHER
                   SET Gen-Date-OK TO TRUE
                   MOVE FUNCTION INTEGER-OF-DATE(Gen-Business-Date)
                       TO Gen-Business-Int
           END-EVALUATE
       END-IF.

      * The latest CALCCLSD line for the business date says whether
      * it is closed; no file means no date has ever been closed.
       LoadClosedDates.
       MOVE "N" TO Date-Closed-Flag
       OPEN INPUT ClosedDateFile
       IF ClosedDate-Status IS = "00"
           PERFORM UNTIL ClosedDate-EOF
               READ ClosedDateFile INTO Closed-Date-Record
                   AT END
                       SET ClosedDate-EOF TO TRUE
                   NOT AT END
                       IF CD-Business-Date IS NUMERIC
                               AND CD-Business-Date
                                   = Gen-Business-Date
                           IF CD-Closed
                               SET Date-Closed TO TRUE
                           ELSE
                               MOVE "N" TO Date-Closed-Flag
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ClosedDateFile
       END-IF.

      * Pass over the master, judging every instruction against the
      * business date.
       SelectDueInstructions.
       OPEN INPUT StandingFile
       IF Standing-Status IS NOT = "00"
           SET Gen-Fail TO TRUE
           MOVE SPACES TO GenReportFileRecord
           STRING "The STANDING instruction master could not be "
               "opened (status " Standing-Status ")."
               DELIMITED BY SIZE INTO GenReportFileRecord
           WRITE GenReportFileRecord
       ELSE
           PERFORM UNTIL Standing-EOF
               READ StandingFile INTO Standing-Record
                   AT END
                       SET Standing-EOF TO TRUE
                   NOT AT END
                       IF Standing-Record(1:1) IS NOT = "*"
                               AND Standing-Record IS NOT = SPACES
                           PERFORM JudgeInstruction
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StandingFile
       END-IF.

       JudgeInstruction.
       ADD 1 TO Instructions-Read
       PERFORM ValidateInstruction
       IF Instr-Error
           ADD 1 TO Error-Count
           MOVE SPACES TO Gen-Line
           MOVE "IN ERROR" TO GL-Status
           MOVE SI-Instruction-ID TO GL-Instruction-ID
           MOVE Instr-Error-Text TO GL-Text
           PERFORM WriteGenLine
       ELSE
           PERFORM JudgeInstructionDue
           IF Instruction-Due
               PERFORM AddDueEntry
           END-IF
       END-IF.

      * An instruction is checked in full before it can fall due,
      * so a mistyped master line is reported rather than turned
      * into a batch CobCalc would reject.
       ValidateInstruction.
       MOVE "N" TO Instr-Error-Flag
       MOVE SPACES TO Instr-Error-Text
       EVALUATE TRUE
           WHEN SI-Instruction-ID IS = SPACES
               MOVE "No instruction ID" TO Instr-Error-Text
           WHEN NOT SI-Daily AND NOT SI-Weekly
                   AND NOT SI-Month-End
               MOVE "Frequency must be D, W, or M"
                   TO Instr-Error-Text
           WHEN SI-Weekly
                   AND (SI-Weekday < "1" OR SI-Weekday > "5")
               MOVE "Weekly day must be 1 (Mon) to 5 (Fri)"
                   TO Instr-Error-Text
           WHEN SI-Start-Date IS NOT NUMERIC
               MOVE "Start date is not a date" TO Instr-Error-Text
           WHEN SI-Stop-Date IS NOT = SPACES
                   AND SI-Stop-Date IS NOT NUMERIC
               MOVE "Stop date is not a date" TO Instr-Error-Text
           WHEN SI-Operator IS NOT = "+"
                   AND SI-Operator IS NOT = "-"
                   AND SI-Operator IS NOT = "*"
                   AND SI-Operator IS NOT = "/"
                   AND SI-Operator IS NOT = "%"
                   AND SI-Operator IS NOT = "^"
               MOVE "Unrecognized operator" TO Instr-Error-Text
       END-EVALUATE
       IF Instr-Error-Text IS = SPACES
           MOVE SI-Start-Date TO Work-Date
           PERFORM ValidateWorkDate
           IF NOT Date-Valid
               MOVE "Start date is not a date" TO Instr-Error-Text
           END-IF
       END-IF
       IF Instr-Error-Text IS = SPACES
           MOVE FUNCTION TEST-NUMVAL(SI-FirstNum) TO NumVal-Check
           IF NumVal-Check IS NOT = 0
               MOVE "First operand is not numeric"
                   TO Instr-Error-Text
           ELSE
               MOVE FUNCTION NUMVAL(SI-FirstNum) TO NumVal-Result
               IF NumVal-Result > Operand-Limit
                       OR NumVal-Result < Operand-Limit-Neg
                   MOVE "First operand out of range"
                       TO Instr-Error-Text
               END-IF
           END-IF
       END-IF
       IF Instr-Error-Text IS = SPACES
           MOVE FUNCTION TEST-NUMVAL(SI-SecondNum) TO NumVal-Check
           IF NumVal-Check IS NOT = 0
               MOVE "Second operand is not numeric"
                   TO Instr-Error-Text
           ELSE
               MOVE FUNCTION NUMVAL(SI-SecondNum) TO NumVal-Result
               IF NumVal-Result > Operand-Limit
                       OR NumVal-Result < Operand-Limit-Neg
                   MOVE "Second operand out of range"
                       TO Instr-Error-Text
               END-IF
           END-IF
       END-IF
       IF Instr-Error-Text IS NOT = SPACES
           SET Instr-Error TO TRUE
       END-IF.

      * Within its start and stop dates, a daily instruction is due
      * every business day; weekly and month-end ones are due on
      * the business day their scheduled date rolls to.
       JudgeInstructionDue.
       MOVE "N" TO Instruction-Due-Flag
       MOVE SI-Start-Date TO Start-Date-Num
       IF SI-Stop-Date IS NUMERIC
           MOVE SI-Stop-Date TO Stop-Date-Num
       ELSE
           MOVE ZERO TO Stop-Date-Num
       END-IF
       IF Start-Date-Num <= Gen-Business-Date
               AND (Stop-Date-Num = ZERO
               OR Stop-Date-Num >= Gen-Business-Date)
           EVALUATE TRUE
               WHEN SI-Daily
                   SET Instruction-Due TO TRUE
                   MOVE Gen-Business-Date TO Due-Period
               WHEN SI-Weekly
                   PERFORM JudgeWeeklyDue
               WHEN SI-Month-End
                   PERFORM JudgeMonthEndDue
           END-EVALUATE
       END-IF.

      * The scheduled day in this week may have rolled forward onto
      * the business date, and so may last week's when a holiday
      * pushed it over the weekend.
       JudgeWeeklyDue.
       COMPUTE Week-Monday-Int = Gen-Business-Int
           - FUNCTION MOD(Gen-Business-Int - 1, 7)
       MOVE SI-Weekday TO Weekday-Number
       COMPUTE Sched-Int = Week-Monday-Int + Weekday-Number - 1
       PERFORM JudgeWeeklyDate
       IF NOT Instruction-Due
           SUBTRACT 7 FROM Sched-Int
           PERFORM JudgeWeeklyDate
       END-IF.

       JudgeWeeklyDate.
       MOVE FUNCTION DATE-OF-INTEGER(Sched-Int) TO Sched-Date
       IF Sched-Date >= Start-Date-Num
           MOVE Sched-Date TO Work-Date
           PERFORM RollForward
           IF Work-Date = Gen-Business-Date
               SET Instruction-Due TO TRUE
               MOVE Sched-Date TO Due-Period
           END-IF
       END-IF.

      * Month-end work belongs to the month, so a month-end that
      * falls on a weekend or holiday rolls back to the last
      * business day rather than forward into the next month.
       JudgeMonthEndDue.
       MOVE Gen-Business-Date TO Work-Date
       MOVE WD-Year TO ME-Year
       MOVE WD-Month TO ME-Month
       PERFORM SetMonthDayLimit
       MOVE Month-Day-Limit TO WD-Day
       PERFORM RollBackward
       IF Work-Date = Gen-Business-Date
           SET Instruction-Due TO TRUE
           MOVE Month-End-Period TO Due-Period
       END-IF.

       AddDueEntry.
       IF Due-Count >= Due-Limit
           SET Due-Overflow TO TRUE
           MOVE SPACES TO Gen-Line
           MOVE "NOT GENERATED" TO GL-Status
           MOVE SI-Instruction-ID TO GL-Instruction-ID
           MOVE Due-Period TO GL-Period
           MOVE "More instructions due than one run holds"
               TO GL-Text
           PERFORM WriteGenLine
       ELSE
           ADD 1 TO Due-Count
           SET DueIdx TO Due-Count
           MOVE SI-Instruction-ID TO DU-Instruction-ID(DueIdx)
           MOVE SI-Origin TO DU-Origin(DueIdx)
           MOVE Due-Period TO DU-Period(DueIdx)
           MOVE SI-FirstNum TO DU-FirstNum(DueIdx)
           MOVE SI-Operator TO DU-Operator(DueIdx)
           MOVE SI-SecondNum TO DU-SecondNum(DueIdx)
           MOVE "G" TO DU-Status(DueIdx)
       END-IF.

      * One pass over the register strikes out every due
      * instruction already generated for its period and carries
      * the batch numbering forward. No register yet means nothing
      * was ever generated; a register that will not open for any
      * other reason could hide work already generated, so nothing
      * is.
       CheckGenRegister.
       OPEN INPUT GenRegFile
       EVALUATE TRUE
           WHEN GenReg-Status IS = "35"
               CONTINUE
           WHEN GenReg-Status IS NOT = "00"
               SET Gen-Fail TO TRUE
               MOVE SPACES TO GenReportFileRecord
               STRING "GENREG could not be opened (status "
                   GenReg-Status "); nothing was generated."
                   DELIMITED BY SIZE INTO GenReportFileRecord
               WRITE GenReportFileRecord
           WHEN OTHER
               PERFORM UNTIL GenReg-EOF
                   READ GenRegFile INTO Gen-Register-Record
                       AT END
                           SET GenReg-EOF TO TRUE
                       NOT AT END
                           PERFORM CheckOneRegisterLine
                   END-READ
               END-PERFORM
               CLOSE GenRegFile
       END-EVALUATE.

       CheckOneRegisterLine.
       IF GR-Batch-ID(1:2) IS = "SI"
               AND GR-Batch-ID(3:6) IS NUMERIC
           MOVE GR-Batch-ID(3:6) TO Reg-Batch-Number
           IF Reg-Batch-Number >= Next-Batch-Number
               COMPUTE Next-Batch-Number = Reg-Batch-Number + 1
           END-IF
       END-IF
       PERFORM VARYING DueIdx FROM 1 BY 1 UNTIL DueIdx > Due-Count
           IF DU-Status(DueIdx) IS = "G"
                   AND DU-Instruction-ID(DueIdx)
                       IS = GR-Instruction-ID
                   AND DU-Period(DueIdx) IS = GR-Period
               MOVE "R" TO DU-Status(DueIdx)
               ADD 1 TO Already-Count
               MOVE SPACES TO Gen-Line
               MOVE "ALREADY GENERATED" TO GL-Status
               MOVE GR-Instruction-ID TO GL-Instruction-ID
               MOVE GR-Period TO GL-Period
               MOVE GR-Batch-ID TO GL-Batch-ID
               MOVE GR-Timestamp TO GL-Text
               PERFORM WriteGenLine
           END-IF
       END-PERFORM.

      * One batch per origin, each balanced on its own, so CobCalc
      * can refuse one department's batch without the others.
       WriteBatches.
       OPEN EXTEND CalcInFile
       IF CalcIn-Status IS = "35"
           OPEN OUTPUT CalcInFile
       END-IF
       IF CalcIn-Status IS NOT = "00"
           SET Gen-Fail TO TRUE
           MOVE SPACES TO GenReportFileRecord
           STRING "CALCIN could not be opened (status "
               CalcIn-Status "); nothing was generated."
               DELIMITED BY SIZE INTO GenReportFileRecord
           WRITE GenReportFileRecord
       ELSE
           PERFORM WriteOneOriginBatch
               UNTIL Batches-Done OR Gen-Fail
           CLOSE CalcInFile
       END-IF.

       WriteOneOriginBatch.
       SET Batches-Done TO TRUE
       PERFORM VARYING DueIdx FROM 1 BY 1
               UNTIL DueIdx > Due-Count OR NOT Batches-Done
           IF DU-Status(DueIdx) IS = "G"
               MOVE "N" TO Batches-Done-Flag
               MOVE DU-Origin(DueIdx) TO Current-Origin
           END-IF
       END-PERFORM
       IF NOT Batches-Done
           MOVE Next-Batch-Number TO GB-Number
           ADD 1 TO Next-Batch-Number
           MOVE ZERO TO Batch-Detail-Count
           MOVE ZERO TO Batch-First-Hash
           MOVE ZERO TO Batch-Second-Hash
           MOVE SPACES TO CalcIn-Buffer
           MOVE "H" TO CalcIn-Rec-Type
           MOVE Gen-Batch-ID TO BH-Batch-ID
           MOVE Current-Origin TO BH-Origin
           MOVE Gen-Business-Date TO BH-Business-Date
           PERFORM WriteCalcInLine
           PERFORM VARYING DueIdx FROM 1 BY 1
                   UNTIL DueIdx > Due-Count OR Gen-Fail
               IF DU-Status(DueIdx) IS = "G"
                       AND DU-Origin(DueIdx) IS = Current-Origin
                   PERFORM WriteBatchDetail
               END-IF
           END-PERFORM
           IF NOT Gen-Fail
               MOVE SPACES TO CalcIn-Buffer
               MOVE "T" TO CalcIn-Rec-Type
               MOVE Batch-Detail-Count TO BT-Detail-Count
               MOVE Batch-First-Hash TO BT-First-Hash
               MOVE Batch-Second-Hash TO BT-Second-Hash
               PERFORM WriteCalcInLine
           END-IF
           IF NOT Gen-Fail
               PERFORM RegisterBatchEntries
           END-IF
       END-IF.

      * The hash totals are built from the same parsed values
      * CobCalc's pre-pass will total, so the batch balances. A
      * hash that would overflow stops the batch before the card is
      * written: a wrapped total could otherwise still balance.
       WriteBatchDetail.
       MOVE SPACES TO CalcIn-Buffer
       MOVE "D" TO CalcIn-Rec-Type
       MOVE DU-FirstNum(DueIdx) TO BD-FirstNum
       MOVE DU-Operator(DueIdx) TO BD-Operator
       MOVE DU-SecondNum(DueIdx) TO BD-SecondNum
       ADD FUNCTION NUMVAL(BD-FirstNum) TO Batch-First-Hash
           ON SIZE ERROR
               PERFORM ReportHashOverflow
       END-ADD
       IF NOT Gen-Fail
           ADD FUNCTION NUMVAL(BD-SecondNum) TO Batch-Second-Hash
               ON SIZE ERROR
                   PERFORM ReportHashOverflow
           END-ADD
       END-IF
       IF NOT Gen-Fail
           PERFORM WriteCalcInLine
       END-IF
       IF NOT Gen-Fail
           ADD 1 TO Batch-Detail-Count
           MOVE "B" TO DU-Status(DueIdx)
       END-IF.

       ReportHashOverflow.
       SET Gen-Fail TO TRUE
       MOVE SPACES TO GenReportFileRecord
       STRING "Hash total overflow at instruction "
           DU-Instruction-ID(DueIdx) " in batch " Gen-Batch-ID
           "; the batch is incomplete and will not balance."
           DELIMITED BY SIZE INTO GenReportFileRecord
       WRITE GenReportFileRecord.

       WriteCalcInLine.
       MOVE CalcIn-Buffer TO CalcInFileRecord
       WRITE CalcInFileRecord
       IF CalcIn-Status IS NOT = "00"
           SET Gen-Fail TO TRUE
           MOVE SPACES TO GenReportFileRecord
           STRING "Write to CALCIN failed (status " CalcIn-Status
               ") in batch " Gen-Batch-ID "; the batch is "
               "incomplete and will not balance."
               DELIMITED BY SIZE INTO GenReportFileRecord
           WRITE GenReportFileRecord
       END-IF.

      * Only a batch written whole reaches the register. A register
      * that cannot be written stops the run: an unregistered batch
      * would be generated again by the next run.
       RegisterBatchEntries.
       ADD 1 TO Batches-Written
       MOVE Batch-Detail-Count TO Count-Edited
       MOVE Batch-First-Hash TO Hash-Edited
       MOVE Batch-Second-Hash TO Hash-Edited-2
       MOVE SPACES TO GenReportFileRecord
       STRING "BATCH " Gen-Batch-ID " ORIGIN " Current-Origin
           " DETAILS" Count-Edited " HASHES" Hash-Edited
           Hash-Edited-2
           DELIMITED BY SIZE INTO GenReportFileRecord
       WRITE GenReportFileRecord
       PERFORM BuildTimestamp
       OPEN EXTEND GenRegFile
       IF GenReg-Status IS = "35"
           OPEN OUTPUT GenRegFile
       END-IF
       IF GenReg-Status IS NOT = "00"
           SET Gen-Fail TO TRUE
           MOVE SPACES TO GenReportFileRecord
           STRING "GENREG could not be opened (status "
               GenReg-Status "); batch " Gen-Batch-ID " is in "
               "CALCIN but unregistered."
               DELIMITED BY SIZE INTO GenReportFileRecord
           WRITE GenReportFileRecord
       ELSE
           PERFORM VARYING DueIdx FROM 1 BY 1
                   UNTIL DueIdx > Due-Count
               IF DU-Status(DueIdx) IS = "B"
                   PERFORM RegisterOneEntry
               END-IF
           END-PERFORM
           CLOSE GenRegFile
       END-IF.

       RegisterOneEntry.
       MOVE DU-Instruction-ID(DueIdx) TO GR-Instruction-ID
       MOVE DU-Period(DueIdx) TO GR-Period
       MOVE Gen-Batch-ID TO GR-Batch-ID
       MOVE Gen-Business-Date TO GR-Business-Date
       MOVE Timestamp-Display TO GR-Timestamp
       MOVE SPACES TO GenRegFileRecord
       MOVE Gen-Register-Record TO GenRegFileRecord
       WRITE GenRegFileRecord
       IF GenReg-Status IS NOT = "00"
           SET Gen-Fail TO TRUE
           MOVE SPACES TO GenReportFileRecord
           STRING "Write to GENREG failed (status " GenReg-Status
               ") for instruction " GR-Instruction-ID "."
               DELIMITED BY SIZE INTO GenReportFileRecord
           WRITE GenReportFileRecord
       ELSE
           MOVE "W" TO DU-Status(DueIdx)
           ADD 1 TO Generated-Count
           MOVE SPACES TO Gen-Line
           MOVE "GENERATED" TO GL-Status
           MOVE GR-Instruction-ID TO GL-Instruction-ID
           MOVE GR-Period TO GL-Period
           MOVE GR-Batch-ID TO GL-Batch-ID
           MOVE DU-Origin(DueIdx) TO GL-Text
           PERFORM WriteGenLine
       END-IF.

       WriteGenLine.
       MOVE Gen-Line TO GenReportFileRecord
       WRITE GenReportFileRecord.

      * Only an idle lock is taken; a live or restarting CobCalc
      * session is never overridden from here, and the instructions
      * are generated by the next run instead.
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
           MOVE SPACES TO GenReportFileRecord
           STRING "CALCLOCK is held by " RL-User " (mode " RL-Mode
               ", since " RL-Timestamp "); nothing was generated."
               DELIMITED BY SIZE INTO GenReportFileRecord
           WRITE GenReportFileRecord
       ELSE
           MOVE "Y" TO RL-Active
           PERFORM WriteRunLock
           IF RunLock-Status IS = "00"
               SET Lock-Acquired TO TRUE
           ELSE
               MOVE SPACES TO GenReportFileRecord
               STRING "Unable to write the CALCLOCK run lock "
                   "(status " RunLock-Status "); nothing was "
                   "generated."
                   DELIMITED BY SIZE INTO GenReportFileRecord
               WRITE GenReportFileRecord
           END-IF
       END-IF.

       ReleaseRunLock.
       MOVE "N" TO RL-Active
       PERFORM WriteRunLock.

      * Mode "G" marks a lock held by standing-instruction
      * generation.
       WriteRunLock.
       PERFORM BuildTimestamp
       MOVE "CALCGEN" TO RL-User
       MOVE "G" TO RL-Mode
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

      * A date must name a real day before the intrinsic date
      * functions ever see it.
       ValidateWorkDate.
       MOVE "N" TO Date-Valid-Flag
       IF Work-Date IS NUMERIC
           PERFORM SetMonthDayLimit
           IF WD-Year >= 1601
                   AND WD-Month >= 1 AND WD-Month <= 12
                   AND WD-Day >= 1 AND WD-Day <= Month-Day-Limit
               SET Date-Valid TO TRUE
           END-IF
       END-IF.

      * Day limit for the scratch date's month, leap years
      * included.
       SetMonthDayLimit.
       EVALUATE WD-Month
           WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30 TO Month-Day-Limit
           WHEN 2
               IF (FUNCTION MOD(WD-Year, 4) = 0
                       AND FUNCTION MOD(WD-Year, 100) NOT = 0)
                       OR FUNCTION MOD(WD-Year, 400) = 0
                   MOVE 29 TO Month-Day-Limit
               ELSE
                   MOVE 28 TO Month-Day-Limit
               END-IF
           WHEN OTHER
               MOVE 31 TO Month-Day-Limit
       END-EVALUATE.

       JudgeBusinessDay.
       MOVE "N" TO Business-Day-Flag
       MOVE FUNCTION INTEGER-OF-DATE(Work-Date) TO Work-Date-Int
       COMPUTE Weekday-Offset = FUNCTION MOD(Work-Date-Int - 1, 7)
       IF Weekday-Offset <= 4
           PERFORM LookUpHoliday
           IF NOT Holiday-Found
               SET Business-Day TO TRUE
           END-IF
       END-IF.

       LookUpHoliday.
       MOVE "N" TO Holiday-Found-Flag
       SET HolIdx TO 1
       PERFORM UNTIL Holiday-Found OR HolIdx > Holiday-Count
           IF Holiday-Date(HolIdx) IS = Work-Date
               SET Holiday-Found TO TRUE
           ELSE
               SET HolIdx UP BY 1
           END-IF
       END-PERFORM.

       RollForward.
       PERFORM JudgeBusinessDay
       PERFORM UNTIL Business-Day
           ADD 1 TO Work-Date-Int
           MOVE FUNCTION DATE-OF-INTEGER(Work-Date-Int) TO Work-Date
           PERFORM JudgeBusinessDay
       END-PERFORM.

       RollBackward.
       PERFORM JudgeBusinessDay
       PERFORM UNTIL Business-Day
           SUBTRACT 1 FROM Work-Date-Int
           MOVE FUNCTION DATE-OF-INTEGER(Work-Date-Int) TO Work-Date
           PERFORM JudgeBusinessDay
       END-PERFORM.

       Finalize.
       MOVE SPACES TO GenReportFileRecord
       WRITE GenReportFileRecord
       MOVE Instructions-Read TO Count-Edited
       MOVE SPACES TO GenReportFileRecord
       STRING "INSTRUCTIONS READ    " Count-Edited
           DELIMITED BY SIZE INTO GenReportFileRecord
       WRITE GenReportFileRecord
       MOVE Generated-Count TO Count-Edited
       MOVE SPACES TO GenReportFileRecord
       STRING "GENERATED            " Count-Edited
           DELIMITED BY SIZE INTO GenReportFileRecord
       WRITE GenReportFileRecord
       MOVE Already-Count TO Count-Edited
       MOVE SPACES TO GenReportFileRecord
       STRING "ALREADY GENERATED    " Count-Edited
           DELIMITED BY SIZE INTO GenReportFileRecord
       WRITE GenReportFileRecord
       MOVE Error-Count TO Count-Edited
       MOVE SPACES TO GenReportFileRecord
       STRING "IN ERROR             " Count-Edited
           DELIMITED BY SIZE INTO GenReportFileRecord
       WRITE GenReportFileRecord
       MOVE Batches-Written TO Count-Edited
       MOVE SPACES TO GenReportFileRecord
       STRING "BATCHES WRITTEN      " Count-Edited
           DELIMITED BY SIZE INTO GenReportFileRecord
       WRITE GenReportFileRecord
       CLOSE GenReportFile
       IF Lock-Acquired
           DISPLAY "Standing instructions for " Gen-Business-Date
               ": " Generated-Count " generated in " Batches-Written
               " batch(es), " Already-Count " already generated, "
               Error-Count " in error. See GENRPT."
       ELSE
           DISPLAY "Standing instructions were not generated; the "
               "CALCLOCK run lock could not be taken. See GENRPT."
       END-IF.

       BuildTimestamp.
       ACCEPT Date-YYYYMMDD FROM DATE YYYYMMDD
       ACCEPT Time-HHMMSSss FROM TIME
       STRING TS-Year "-" TS-Month "-" TS-Day " "
           TS-Hour ":" TS-Minute ":" TS-Second
           DELIMITED BY SIZE INTO Timestamp-Display.
