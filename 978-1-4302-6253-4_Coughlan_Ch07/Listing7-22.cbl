IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing7-22.
AUTHOR. Michael Coughlan
* Timesheet exceptions report for hourly-paid staff.
* Run before the monthly payroll (Listing7-12) for the same period,
* so missing and doubtful hours are chased while there is still time
* to key or approve them.  For every hourly-paid employee on the
* SalaryFile (pay basis H) it looks at each week ending on a Sunday
* inside the period - only the weeks the employee was employed for,
* by the hire and leaving dates on the EmployeeFile - and flags:
*   NO TIMESHEET   no live timesheet keyed for the week;
*   REJECTED       the only timesheet was rejected and no corrected
*                  one has been keyed;
*   NOT APPROVED   keyed through Listing7-21 but still awaiting a
*                  supervisor - payroll will not pay it;
*   OVER LIMIT     total hours for the week over the weekly limit.
* Timesheets in the period for an EmpSSN that is not hourly-paid on
* the SalaryFile, or for a week outside the employee's employment
* dates, are listed as NOT CHECKED.
* Control totals close the report.

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
          ACCESS MODE IS DYNAMIC
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
   88 EndOfSalaryFile      VALUE HIGH-VALUES.
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
   02 EnteredBy-TS         PIC X(4).
   02 ApprovedBy-TS        PIC X(4).

WORKING-STORAGE SECTION.
01 EmployeeStatus          PIC XX.
   88 EmployeeFileOK       VALUE "00".

01 SalaryStatus            PIC XX.
   88 NoSalaryFile         VALUE "35".

01 TimesheetStatus         PIC XX.
   88 NoTimesheetFile      VALUE "35".

01 ReportPeriod            PIC 9(6).
01 ReportPeriodR REDEFINES ReportPeriod.
   02 ReportYear           PIC 9(4).
   02 ReportMonth          PIC 99.

01 PeriodStartDate         PIC 9(8).
01 PeriodEndScan           PIC 9(8).
01 PeriodStartInt          PIC 9(7).
01 PeriodEndInt            PIC 9(7).
01 FirstSundayInt          PIC 9(7).
01 SundayInt               PIC 9(7).
01 EmployedFromInt         PIC 9(7).
01 EmployedToInt           PIC 9(7).
01 WeekStartInt            PIC 9(7).

*  The same weekly limit Listing7-21 warns on at capture.
01 WeeklyHoursLimit        PIC 99V99 VALUE 60.

*  The period's timesheets - every status, so a rejected or
*  unapproved week can be told apart from a missing one.
01 PeriodTimesheetTable.
   02 PeriodTimesheetEntry OCCURS 3000 TIMES.
      03 PT-EmpSSN         PIC 9(9).
      03 PT-WeekEndingInt  PIC 9(7).
      03 PT-WeekEnding     PIC 9(8).
      03 PT-TotalHours     PIC 9(3)V99.
      03 PT-Status         PIC X.
         88 PT-Awaiting    VALUE "E".
         88 PT-Approved    VALUE "A".
         88 PT-Rejected    VALUE "R".
      03 PT-HourlyFlag     PIC X.
         88 PT-ForHourly   VALUE "y".

01 PeriodTimesheetCount    PIC 9(4) VALUE ZERO.
01 TimesheetIdx            PIC 9(4).

*  The week's best timesheet for the employee - approved beats
*  awaiting beats rejected.
01 WeekState               PIC X.
   88 WeekMissing          VALUE SPACE.
   88 WeekRejected         VALUE "R".
   88 WeekAwaiting         VALUE "E".
   88 WeekApproved         VALUE "A".
01 WeekHours               PIC 9(3)V99.

01 ControlTotals.
   02 HourlyStaffChecked   PIC 9(4) VALUE ZERO.
   02 WeeksChecked         PIC 9(5) VALUE ZERO.
   02 WeeksMissing         PIC 9(4) VALUE ZERO.
   02 WeeksRejected        PIC 9(4) VALUE ZERO.
   02 WeeksNotApproved     PIC 9(4) VALUE ZERO.
   02 WeeksOverLimit       PIC 9(4) VALUE ZERO.
   02 NotHourlyTimesheets  PIC 9(4) VALUE ZERO.

01 ReportHeading           PIC X(72) VALUE
   "EmpSSN     Name                      Week end    Hours  Exception".

01 ExceptionLine.
   02 PrnEmpSSN            PIC 9(9).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnEmpName           PIC X(25).
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnWeekEnding        PIC 9(8).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnHours             PIC ZZ9.99.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnException         PIC X(14).

01 ControlCountLine.
   02 PrnCountLabel        PIC X(30).
   02 PrnControlCount      PIC ZZZZ9.

PROCEDURE DIVISION.
Begin.
   DISPLAY "Timesheet exceptions - period (YYYYMM) - "
           WITH NO ADVANCING
   ACCEPT ReportPeriod
   PERFORM ComputePeriodBounds
   OPEN INPUT SalaryFile
   IF NoSalaryFile
      DISPLAY "No SalaryFile (Listing7-12Salary.dat) found."
      STOP RUN
   END-IF
   OPEN INPUT EmployeeFile
   PERFORM LoadPeriodTimesheets
   DISPLAY "***** TIMESHEET EXCEPTIONS - " ReportPeriod " *****"
   DISPLAY ReportHeading
   PERFORM CheckEachHourlyEmployee
   PERFORM ReportNotHourlyTimesheets
   CLOSE SalaryFile, EmployeeFile
   PERFORM PrintControlTotals
   STOP RUN.

ComputePeriodBounds.
*  As Listing7-12 bounds the pay period.  INTEGER-OF-DATE counts
*  from Monday 1 January 1601, so Sundays leave no remainder over
*  seven.
   COMPUTE PeriodStartDate = (ReportPeriod * 100) + 1
   COMPUTE PeriodStartInt =
           FUNCTION INTEGER-OF-DATE(PeriodStartDate)
   IF ReportMonth = 12
      COMPUTE PeriodEndScan = ((ReportYear + 1) * 10000) + 0101
   ELSE
      COMPUTE PeriodEndScan =
              (ReportYear * 10000) + ((ReportMonth + 1) * 100) + 1
   END-IF
   COMPUTE PeriodEndInt =
           FUNCTION INTEGER-OF-DATE(PeriodEndScan) - 1
   COMPUTE FirstSundayInt = PeriodStartInt
           + FUNCTION MOD(7 - FUNCTION MOD(PeriodStartInt, 7), 7).

LoadPeriodTimesheets.
   OPEN INPUT TimesheetFile
   IF NoTimesheetFile
      SET EndOfTimesheetFile TO TRUE
   ELSE
      READ TimesheetFile
         AT END SET EndOfTimesheetFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfTimesheetFile
      COMPUTE SundayInt = FUNCTION INTEGER-OF-DATE(WeekEnding-TS)
      IF SundayInt NOT LESS THAN PeriodStartInt
         AND SundayInt NOT GREATER THAN PeriodEndInt
         AND PeriodTimesheetCount < 3000
         ADD 1 TO PeriodTimesheetCount
         MOVE EmpSSN-TS     TO PT-EmpSSN(PeriodTimesheetCount)
         MOVE SundayInt     TO PT-WeekEndingInt(PeriodTimesheetCount)
         MOVE WeekEnding-TS TO PT-WeekEnding(PeriodTimesheetCount)
         COMPUTE PT-TotalHours(PeriodTimesheetCount) =
                 BasicHours-TS + OvertimeHours-TS
               + DoubleTimeHours-TS
         MOVE Status-TS     TO PT-Status(PeriodTimesheetCount)
         MOVE "n"           TO PT-HourlyFlag(PeriodTimesheetCount)
      END-IF
      READ TimesheetFile
         AT END SET EndOfTimesheetFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoTimesheetFile
      CLOSE TimesheetFile
   END-IF.

CheckEachHourlyEmployee.
   MOVE LOW-VALUES TO EmpSSN-SAL
   START SalaryFile KEY IS NOT LESS THAN EmpSSN-SAL
      INVALID KEY SET EndOfSalaryFile TO TRUE
   END-START
   IF NOT EndOfSalaryFile
      READ SalaryFile NEXT RECORD
         AT END SET EndOfSalaryFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfSalaryFile
      IF HourlyPay
         PERFORM CheckOneHourlyEmployee
      END-IF
      READ SalaryFile NEXT RECORD
         AT END SET EndOfSalaryFile TO TRUE
      END-READ
   END-PERFORM.

CheckOneHourlyEmployee.
   ADD 1 TO HourlyStaffChecked
   MOVE EmpSSN-SAL TO EmpSSN, PrnEmpSSN
   READ EmployeeFile
      INVALID KEY CONTINUE
   END-READ
   MOVE SPACES TO PrnEmpName
   MOVE PeriodStartInt TO EmployedFromInt
   MOVE PeriodEndInt   TO EmployedToInt
   IF EmployeeFileOK
      STRING EmpSurname DELIMITED BY "  "
             ", "       DELIMITED BY SIZE
             EmpForename DELIMITED BY SIZE
             INTO PrnEmpName
      IF EmpHireDate NOT = ZERO
         COMPUTE WeekStartInt = FUNCTION INTEGER-OF-DATE(EmpHireDate)
         IF WeekStartInt > EmployedFromInt
            MOVE WeekStartInt TO EmployedFromInt
         END-IF
      END-IF
      IF EmpLeaveDate NOT = ZERO
         COMPUTE WeekStartInt = FUNCTION INTEGER-OF-DATE(EmpLeaveDate)
         IF WeekStartInt < EmployedToInt
            MOVE WeekStartInt TO EmployedToInt
         END-IF
      END-IF
   ELSE
      MOVE "** not on EmployeeFile **" TO PrnEmpName
   END-IF
*  A week counts if any of its seven days fall inside employment.
   PERFORM VARYING SundayInt FROM FirstSundayInt BY 7
           UNTIL SundayInt > PeriodEndInt
      COMPUTE WeekStartInt = SundayInt - 6
      IF SundayInt NOT LESS THAN EmployedFromInt
         AND WeekStartInt NOT GREATER THAN EmployedToInt
         PERFORM CheckOneWeek
      END-IF
   END-PERFORM.

CheckOneWeek.
   ADD 1 TO WeeksChecked
   SET WeekMissing TO TRUE
   MOVE ZERO TO WeekHours
   PERFORM VARYING TimesheetIdx FROM 1 BY 1
           UNTIL TimesheetIdx > PeriodTimesheetCount
      IF PT-EmpSSN(TimesheetIdx) = EmpSSN-SAL
         AND PT-WeekEndingInt(TimesheetIdx) = SundayInt
         PERFORM TakeBetterTimesheet
      END-IF
   END-PERFORM
   MOVE FUNCTION DATE-OF-INTEGER(SundayInt) TO PrnWeekEnding
   MOVE WeekHours TO PrnHours
   EVALUATE TRUE
      WHEN WeekMissing
         MOVE "NO TIMESHEET" TO PrnException
         DISPLAY ExceptionLine
         ADD 1 TO WeeksMissing
      WHEN WeekRejected
         MOVE "REJECTED" TO PrnException
         DISPLAY ExceptionLine
         ADD 1 TO WeeksRejected
      WHEN WeekAwaiting
         MOVE "NOT APPROVED" TO PrnException
         DISPLAY ExceptionLine
         ADD 1 TO WeeksNotApproved
   END-EVALUATE
   IF NOT WeekMissing AND NOT WeekRejected
      AND WeekHours > WeeklyHoursLimit
      MOVE "OVER LIMIT" TO PrnException
      DISPLAY ExceptionLine
      ADD 1 TO WeeksOverLimit
   END-IF.

TakeBetterTimesheet.
   MOVE "y" TO PT-HourlyFlag(TimesheetIdx)
   EVALUATE TRUE
      WHEN PT-Approved(TimesheetIdx)
         SET WeekApproved TO TRUE
         MOVE PT-TotalHours(TimesheetIdx) TO WeekHours
      WHEN PT-Awaiting(TimesheetIdx) AND NOT WeekApproved
         SET WeekAwaiting TO TRUE
         MOVE PT-TotalHours(TimesheetIdx) TO WeekHours
      WHEN PT-Rejected(TimesheetIdx) AND WeekMissing
         SET WeekRejected TO TRUE
         MOVE PT-TotalHours(TimesheetIdx) TO WeekHours
   END-EVALUATE.

ReportNotHourlyTimesheets.
*  Anything not claimed by a week checked above - the employee has
*  since gone salaried, has no salary record at all, or the week
*  falls outside their employment dates.  Payroll pays none of these
*  except the last, so each is worth a look.
   PERFORM VARYING TimesheetIdx FROM 1 BY 1
           UNTIL TimesheetIdx > PeriodTimesheetCount
      IF NOT PT-ForHourly(TimesheetIdx)
         AND NOT PT-Rejected(TimesheetIdx)
         MOVE PT-EmpSSN(TimesheetIdx)     TO PrnEmpSSN
         MOVE "** no hourly week above **" TO PrnEmpName
         MOVE PT-WeekEnding(TimesheetIdx) TO PrnWeekEnding
         MOVE PT-TotalHours(TimesheetIdx) TO PrnHours
         MOVE "NOT CHECKED" TO PrnException
         DISPLAY ExceptionLine
         ADD 1 TO NotHourlyTimesheets
      END-IF
   END-PERFORM.

PrintControlTotals.
   DISPLAY " "
   MOVE "Hourly staff checked"         TO PrnCountLabel
   MOVE HourlyStaffChecked             TO PrnControlCount
   DISPLAY ControlCountLine
   MOVE "Employee-weeks checked"       TO PrnCountLabel
   MOVE WeeksChecked                   TO PrnControlCount
   DISPLAY ControlCountLine
   MOVE "Weeks with no timesheet"      TO PrnCountLabel
   MOVE WeeksMissing                   TO PrnControlCount
   DISPLAY ControlCountLine
   MOVE "Weeks rejected, not rekeyed"  TO PrnCountLabel
   MOVE WeeksRejected                  TO PrnControlCount
   DISPLAY ControlCountLine
   MOVE "Weeks awaiting approval"      TO PrnCountLabel
   MOVE WeeksNotApproved               TO PrnControlCount
   DISPLAY ControlCountLine
   MOVE "Weeks over the hours limit"   TO PrnCountLabel
   MOVE WeeksOverLimit                 TO PrnControlCount
   DISPLAY ControlCountLine
   MOVE "Timesheets not checked"       TO PrnCountLabel
   MOVE NotHourlyTimesheets            TO PrnControlCount
   DISPLAY ControlCountLine.
