IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing7-21.
AUTHOR. Michael Coughlan
* Weekly timesheet capture and approval for hourly-paid staff.
* Warehouse and shift staff are paid by the hour (pay basis H and an
* hourly rate on the SalaryFile), and their pay used to be worked
* out on a spreadsheet and keyed in as adjustments.  Their hours now
* come in on the TimesheetFile, one record per employee per week:
*   - option 1 (permission level 2, signed on through the shared
*     SignOnOperator service) keys a timesheet - the EmpSSN must be
*     on the INDEXED EmployeeFile and hourly-paid on the SalaryFile,
*     the week-ending date must be a real Sunday, and the basic,
*     overtime (time-and-a-half) and Sunday/holiday (double time)
*     hours are keyed separately.  A week that already has a live
*     timesheet for the employee is refused; hours over the weekly
*     limit are warned about but may still be entered;
*   - option 2 (permission level 3) works through the timesheets
*     still waiting for approval, approving, rejecting or skipping
*     each one.  A supervisor may not approve a timesheet they keyed
*     themselves.
* Only approved timesheets are paid - the payroll run (Listing7-12)
* computes hourly gross pay from them, and Listing7-22 flags hourly
* staff with no timesheet or with hours over the limit.  A rejected
* timesheet stays on the file marked R so that a corrected one can
* be keyed for the same week.  The file is rewritten at the end of
* the session, as the deductions master is by Listing7-20.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT EmployeeFile ASSIGN TO "Employee.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS EmpSSN
          ALTERNATE RECORD KEY IS EmpSurname
              WITH DUPLICATES
          FILE STATUS IS EmployeeStatus.

   SELECT SalaryFile ASSIGN TO "Listing7-12Salary.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS EmpSSN-SAL
          FILE STATUS IS SalaryStatus.

   SELECT TimesheetFile ASSIGN TO "Listing7-21Timesheet.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS TimesheetStatus.

DATA DIVISION.
FILE SECTION.
FD EmployeeFile.
01 EmployeeDetails.
   02  EmpSSN              PIC 9(9).
   02  EmpName.
       03 EmpSurname       PIC X(15).
       03 EmpForename      PIC X(10).
   02  EmpDateOfBirth.
       03 EmpYOB           PIC 9(4).
       03 EmpMOB           PIC 99.
       03 EmpDOB           PIC 99.
   02  EmpGender           PIC X.
   02  EmpDeptCode         PIC X(4).
   02  EmpHireDate         PIC 9(8).
   02  EmpLeaveDate        PIC 9(8).

FD SalaryFile.
01 SalaryRec.
   02 EmpSSN-SAL           PIC 9(9).
   02 Grade-SAL            PIC XX.
   02 AnnualSalary-SAL     PIC 9(7)V99.
   02 PayBasis-SAL         PIC X.
      88 SalariedPay       VALUE "S", SPACE.
      88 HourlyPay         VALUE "H".
   02 HourlyRate-SAL       PIC 9(3)V99.

FD TimesheetFile.
01 TimesheetRec.
   88 EndOfTimesheetFile   VALUE HIGH-VALUES.
   02 EmpSSN-TS            PIC 9(9).
   02 WeekEnding-TS        PIC 9(8).
   02 BasicHours-TS        PIC 99V99.
   02 OvertimeHours-TS     PIC 99V99.
   02 DoubleTimeHours-TS   PIC 99V99.
   02 Status-TS            PIC X.
      88 AwaitingApproval-TS VALUE "E".
      88 Approved-TS       VALUE "A".
      88 Rejected-TS       VALUE "R".
   02 EnteredBy-TS         PIC X(4).
   02 ApprovedBy-TS        PIC X(4).

WORKING-STORAGE SECTION.
01 EmployeeStatus          PIC XX.
   88 EmployeeFileOK       VALUE "00".
   88 NoSuchEmployee       VALUE "23".

01 SalaryStatus            PIC XX.
   88 SalaryFileOK         VALUE "00".
   88 NoSalaryRecord       VALUE "23".

01 TimesheetStatus         PIC XX.
   88 NoTimesheetFileYet   VALUE "35".

01 OperatorId              PIC X(4).
01 SignOnProgramName       PIC X(12) VALUE "Listing7-21".
01 OperatorPermission      PIC 9.
   88 UpdatesAllowed       VALUE 2, 3.
   88 ApprovalAllowed      VALUE 3.
01 LogActionName           PIC X(8).

01 TimesheetTable.
   02 TimesheetEntry OCCURS 3000 TIMES.
      03 TT-EmpSSN         PIC 9(9).
      03 TT-WeekEnding     PIC 9(8).
      03 TT-BasicHours     PIC 99V99.
      03 TT-OvertimeHours  PIC 99V99.
      03 TT-DoubleHours    PIC 99V99.
      03 TT-Status         PIC X.
         88 TT-Awaiting    VALUE "E".
         88 TT-Approved    VALUE "A".
         88 TT-Rejected    VALUE "R".
      03 TT-EnteredBy      PIC X(4).
      03 TT-ApprovedBy     PIC X(4).

01 TimesheetCount          PIC 9(4) VALUE ZERO.
01 TimesheetIdx            PIC 9(4).

01 FILLER                  PIC X VALUE "n".
   88 TimesheetTableFull   VALUE "y".

*  More than this many hours in a week is flagged here and on the
*  Listing7-22 exceptions report.
01 WeeklyHoursLimit        PIC 99V99 VALUE 60.

01 MenuChoice              PIC X.
   88 ChoseEnter           VALUE "1".
   88 ChoseApprove         VALUE "2".
   88 ChoseQuit            VALUE "0".
   88 ValidMenuChoice      VALUE "0", "1", "2".

01 EnteredSSN              PIC X(9).
01 EnteredSSNNum REDEFINES EnteredSSN
                           PIC 9(9).
01 EnteredWeekEnding       PIC X(8).
01 EnteredWeekEndingNum REDEFINES EnteredWeekEnding
                           PIC 9(8).
01 EnteredHours            PIC X(4).
01 EnteredHoursNum REDEFINES EnteredHours
                           PIC 99V99.
01 HoursPrompt             PIC X(30).

01 BasicHours              PIC 99V99.
01 OvertimeHours           PIC 99V99.
01 DoubleTimeHours         PIC 99V99.
01 TotalHours              PIC 9(3)V99.

01 FILLER                  PIC X VALUE "n".
   88 FieldAccepted        VALUE "y".
   88 FieldRejected        VALUE "n".

01 FILLER                  PIC X VALUE "n".
   88 WeekAlreadyOnFile    VALUE "y".
   88 WeekNotOnFile        VALUE "n".

01 ConfirmReply            PIC X.
   88 EntryConfirmed       VALUE "Y", "y".

01 DecisionReply           PIC X.
   88 ApproveTimesheet     VALUE "A", "a".
   88 RejectTimesheet      VALUE "R", "r".
   88 SkipTimesheet        VALUE "S", "s".
   88 ValidDecision        VALUE "A", "a", "R", "r", "S", "s".

01 DateCheckInt            PIC 9(7).
01 DayOfWeekNum            PIC 9.

01 TimesheetsEntered       PIC 9(4) VALUE ZERO.
01 TimesheetsApproved      PIC 9(4) VALUE ZERO.
01 TimesheetsRejected      PIC 9(4) VALUE ZERO.
01 ChangesMade             PIC 9(4) VALUE ZERO.
01 PrnCount                PIC ZZZ9.

01 TimesheetLine.
   02 PrnEmpSSN            PIC 9(9).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnEmpName           PIC X(25).
   02 FILLER               PIC X(4)  VALUE " wk ".
   02 PrnWeekEnding        PIC 9(8).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnBasic             PIC Z9.99.
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnOvertime          PIC Z9.99.
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnDouble            PIC Z9.99.
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnTotal             PIC ZZ9.99.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnEnteredBy         PIC X(4).
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnOverLimit         PIC X(10).

PROCEDURE DIVISION.
Begin.
   DISPLAY "Weekly timesheet capture and approval"
   CALL "SignOnOperator" USING SignOnProgramName, OperatorId,
                               OperatorPermission
   IF NOT UpdatesAllowed
      DISPLAY "Recording timesheets needs permission level 2."
      STOP RUN
   END-IF
   PERFORM LoadTimesheetTable
   IF TimesheetTableFull
*     Rewriting a partly loaded table would lose timesheets.
      DISPLAY "Timesheet file exceeds 3000 records - run refused."
      STOP RUN
   END-IF
   OPEN INPUT EmployeeFile
   OPEN INPUT SalaryFile
   PERFORM DisplayMenuAndGetChoice
   PERFORM UNTIL ChoseQuit
      EVALUATE TRUE
          WHEN ChoseEnter   PERFORM EnterOneTimesheet
          WHEN ChoseApprove PERFORM ApproveTimesheets
      END-EVALUATE
      PERFORM DisplayMenuAndGetChoice
   END-PERFORM
   CLOSE EmployeeFile, SalaryFile
   IF ChangesMade > ZERO
      PERFORM RewriteTimesheetFile
   END-IF
   MOVE TimesheetsEntered TO PrnCount
   DISPLAY "Timesheets entered this session  - " PrnCount
   MOVE TimesheetsApproved TO PrnCount
   DISPLAY "Timesheets approved this session - " PrnCount
   MOVE TimesheetsRejected TO PrnCount
   DISPLAY "Timesheets rejected this session - " PrnCount
   STOP RUN.

LoadTimesheetTable.
   OPEN INPUT TimesheetFile
   IF NoTimesheetFileYet
      SET EndOfTimesheetFile TO TRUE
   ELSE
      READ TimesheetFile
         AT END SET EndOfTimesheetFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfTimesheetFile
      IF TimesheetCount < 3000
         ADD 1 TO TimesheetCount
         MOVE EmpSSN-TS          TO TT-EmpSSN(TimesheetCount)
         MOVE WeekEnding-TS      TO TT-WeekEnding(TimesheetCount)
         MOVE BasicHours-TS      TO TT-BasicHours(TimesheetCount)
         MOVE OvertimeHours-TS   TO TT-OvertimeHours(TimesheetCount)
         MOVE DoubleTimeHours-TS TO TT-DoubleHours(TimesheetCount)
         MOVE Status-TS          TO TT-Status(TimesheetCount)
         MOVE EnteredBy-TS       TO TT-EnteredBy(TimesheetCount)
         MOVE ApprovedBy-TS      TO TT-ApprovedBy(TimesheetCount)
      ELSE
         SET TimesheetTableFull TO TRUE
      END-IF
      READ TimesheetFile
         AT END SET EndOfTimesheetFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoTimesheetFileYet
      CLOSE TimesheetFile
   END-IF.

DisplayMenuAndGetChoice.
   DISPLAY " "
   DISPLAY "1. Enter a weekly timesheet"
   DISPLAY "2. Approve timesheets (level 3)"
   DISPLAY "0. Quit and rewrite the file"
   MOVE SPACE TO MenuChoice
   PERFORM UNTIL ValidMenuChoice
      DISPLAY "Enter choice - " WITH NO ADVANCING
      ACCEPT MenuChoice
   END-PERFORM.

EnterOneTimesheet.
   IF TimesheetCount NOT LESS THAN 3000
      DISPLAY "Timesheet table full - no more can be entered."
      EXIT PARAGRAPH
   END-IF
   PERFORM GetValidHourlyEmployee
   PERFORM GetValidWeekEnding
   PERFORM CheckWeekAlreadyOnFile
   IF WeekAlreadyOnFile
      DISPLAY "A timesheet for week ending " EnteredWeekEnding
              " is already on file for this employee."
      EXIT PARAGRAPH
   END-IF
   MOVE "Basic hours (4 digits, 99v99) "  TO HoursPrompt
   PERFORM GetValidHours
   MOVE EnteredHoursNum TO BasicHours
   MOVE "Overtime hours at x1.5        "  TO HoursPrompt
   PERFORM GetValidHours
   MOVE EnteredHoursNum TO OvertimeHours
   MOVE "Sunday/holiday hours at x2    "  TO HoursPrompt
   PERFORM GetValidHours
   MOVE EnteredHoursNum TO DoubleTimeHours
   COMPUTE TotalHours = BasicHours + OvertimeHours + DoubleTimeHours
   IF TotalHours = ZERO
      DISPLAY "No hours keyed - not recorded."
      EXIT PARAGRAPH
   END-IF
   IF TotalHours > WeeklyHoursLimit
      MOVE TotalHours TO PrnTotal
      DISPLAY "WARNING - " PrnTotal " hours is over the weekly"
              " hours limit."
   END-IF
   DISPLAY "Record week ending " EnteredWeekEnding " for "
           EmpSurname " (Y/N) - " WITH NO ADVANCING
   ACCEPT ConfirmReply
   IF EntryConfirmed
      ADD 1 TO TimesheetCount
      MOVE EnteredSSNNum        TO TT-EmpSSN(TimesheetCount)
      MOVE EnteredWeekEndingNum TO TT-WeekEnding(TimesheetCount)
      MOVE BasicHours           TO TT-BasicHours(TimesheetCount)
      MOVE OvertimeHours        TO TT-OvertimeHours(TimesheetCount)
      MOVE DoubleTimeHours      TO TT-DoubleHours(TimesheetCount)
      MOVE "E"                  TO TT-Status(TimesheetCount)
      MOVE OperatorId           TO TT-EnteredBy(TimesheetCount)
      MOVE SPACES               TO TT-ApprovedBy(TimesheetCount)
      ADD 1 TO TimesheetsEntered, ChangesMade
      MOVE "TIMESHT" TO LogActionName
      CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                     LogActionName
      DISPLAY "Recorded - awaiting approval."
   ELSE
      DISPLAY "Not recorded."
   END-IF.

GetValidHourlyEmployee.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "EmpSSN (9 digits) - " WITH NO ADVANCING
      ACCEPT EnteredSSN
      IF EnteredSSN NOT NUMERIC
         DISPLAY "EmpSSN must be 9 digits - " EnteredSSN
      ELSE
         PERFORM CheckHourlyEmployee
      END-IF
   END-PERFORM.

CheckHourlyEmployee.
   MOVE EnteredSSNNum TO EmpSSN
   READ EmployeeFile
      INVALID KEY CONTINUE
   END-READ
   IF NOT EmployeeFileOK
      DISPLAY "No employee with EmpSSN " EnteredSSN
      EXIT PARAGRAPH
   END-IF
   MOVE EnteredSSNNum TO EmpSSN-SAL
   READ SalaryFile
      INVALID KEY CONTINUE
   END-READ
   IF NOT SalaryFileOK
      DISPLAY "No salary record for " EmpSurname " - not paid"
              " through payroll."
      EXIT PARAGRAPH
   END-IF
   IF NOT HourlyPay
      DISPLAY EmpSurname " is salaried - no timesheet needed."
      EXIT PARAGRAPH
   END-IF
   DISPLAY "Employee - " EmpSurname " " EmpForename
   SET FieldAccepted TO TRUE.

GetValidWeekEnding.
*  Weeks run Monday to Sunday; INTEGER-OF-DATE counts from Monday
*  1 January 1601, so a Sunday leaves no remainder over seven.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Week ending Sunday (YYYYMMDD) - " WITH NO ADVANCING
      ACCEPT EnteredWeekEnding
      IF EnteredWeekEnding NOT NUMERIC
         DISPLAY "Date must be 8 digits - " EnteredWeekEnding
      ELSE
         COMPUTE DateCheckInt =
                 FUNCTION INTEGER-OF-DATE(EnteredWeekEndingNum)
         IF DateCheckInt = ZERO
            DISPLAY "Not a real calendar date - " EnteredWeekEnding
         ELSE
            COMPUTE DayOfWeekNum = FUNCTION MOD(DateCheckInt, 7)
            IF DayOfWeekNum NOT = ZERO
               DISPLAY "Week-ending date must be a Sunday - "
                       EnteredWeekEnding
            ELSE
               SET FieldAccepted TO TRUE
            END-IF
         END-IF
      END-IF
   END-PERFORM.

CheckWeekAlreadyOnFile.
*  A rejected timesheet does not count - it is there to be replaced.
   SET WeekNotOnFile TO TRUE
   PERFORM VARYING TimesheetIdx FROM 1 BY 1
           UNTIL TimesheetIdx > TimesheetCount
      IF TT-EmpSSN(TimesheetIdx) = EnteredSSNNum
         AND TT-WeekEnding(TimesheetIdx) = EnteredWeekEndingNum
         AND NOT TT-Rejected(TimesheetIdx)
         SET WeekAlreadyOnFile TO TRUE
      END-IF
   END-PERFORM.

GetValidHours.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY HoursPrompt " - " WITH NO ADVANCING
      ACCEPT EnteredHours
      IF EnteredHours NOT NUMERIC
         DISPLAY "Hours must be 4 digits, as 99v99 - " EnteredHours
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM.

ApproveTimesheets.
   IF NOT ApprovalAllowed
      DISPLAY "Approving timesheets needs permission level 3."
      EXIT PARAGRAPH
   END-IF
   PERFORM VARYING TimesheetIdx FROM 1 BY 1
           UNTIL TimesheetIdx > TimesheetCount
      IF TT-Awaiting(TimesheetIdx)
         PERFORM DecideOneTimesheet
      END-IF
   END-PERFORM
   DISPLAY "End of timesheets awaiting approval.".

DecideOneTimesheet.
   MOVE TT-EmpSSN(TimesheetIdx) TO EmpSSN
   READ EmployeeFile
      INVALID KEY MOVE "** not on EmployeeFile **" TO EmpName
   END-READ
   MOVE TT-EmpSSN(TimesheetIdx)        TO PrnEmpSSN
   MOVE SPACES                         TO PrnEmpName
   STRING EmpSurname DELIMITED BY "  "
          ", "       DELIMITED BY SIZE
          EmpForename DELIMITED BY SIZE
          INTO PrnEmpName
   MOVE TT-WeekEnding(TimesheetIdx)    TO PrnWeekEnding
   MOVE TT-BasicHours(TimesheetIdx)    TO PrnBasic
   MOVE TT-OvertimeHours(TimesheetIdx) TO PrnOvertime
   MOVE TT-DoubleHours(TimesheetIdx)   TO PrnDouble
   COMPUTE TotalHours = TT-BasicHours(TimesheetIdx)
                      + TT-OvertimeHours(TimesheetIdx)
                      + TT-DoubleHours(TimesheetIdx)
   MOVE TotalHours                     TO PrnTotal
   MOVE TT-EnteredBy(TimesheetIdx)     TO PrnEnteredBy
   IF TotalHours > WeeklyHoursLimit
      MOVE "OVER LIMIT" TO PrnOverLimit
   ELSE
      MOVE SPACES TO PrnOverLimit
   END-IF
   DISPLAY " "
   DISPLAY TimesheetLine
   IF TT-EnteredBy(TimesheetIdx) = OperatorId
      DISPLAY "You keyed this timesheet - another supervisor must"
              " approve it."
      EXIT PARAGRAPH
   END-IF
   MOVE SPACE TO DecisionReply
   PERFORM UNTIL ValidDecision
      DISPLAY "Approve, Reject or Skip (A/R/S) - "
              WITH NO ADVANCING
      ACCEPT DecisionReply
   END-PERFORM
   EVALUATE TRUE
      WHEN ApproveTimesheet
         SET TT-Approved(TimesheetIdx) TO TRUE
         MOVE OperatorId TO TT-ApprovedBy(TimesheetIdx)
         ADD 1 TO TimesheetsApproved, ChangesMade
         MOVE "TSAPPR" TO LogActionName
         CALL "LogOperatorAction" USING OperatorId,
                                        SignOnProgramName,
                                        LogActionName
      WHEN RejectTimesheet
         SET TT-Rejected(TimesheetIdx) TO TRUE
         MOVE OperatorId TO TT-ApprovedBy(TimesheetIdx)
         ADD 1 TO TimesheetsRejected, ChangesMade
         MOVE "TSREJ" TO LogActionName
         CALL "LogOperatorAction" USING OperatorId,
                                        SignOnProgramName,
                                        LogActionName
   END-EVALUATE.

RewriteTimesheetFile.
   OPEN OUTPUT TimesheetFile
   PERFORM VARYING TimesheetIdx FROM 1 BY 1
           UNTIL TimesheetIdx > TimesheetCount
      MOVE TT-EmpSSN(TimesheetIdx)        TO EmpSSN-TS
      MOVE TT-WeekEnding(TimesheetIdx)    TO WeekEnding-TS
      MOVE TT-BasicHours(TimesheetIdx)    TO BasicHours-TS
      MOVE TT-OvertimeHours(TimesheetIdx) TO OvertimeHours-TS
      MOVE TT-DoubleHours(TimesheetIdx)   TO DoubleTimeHours-TS
      MOVE TT-Status(TimesheetIdx)        TO Status-TS
      MOVE TT-EnteredBy(TimesheetIdx)     TO EnteredBy-TS
      MOVE TT-ApprovedBy(TimesheetIdx)    TO ApprovedBy-TS
      WRITE TimesheetRec
   END-PERFORM
   CLOSE TimesheetFile.
