IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing7-25.
AUTHOR. Michael Coughlan
* Annual leave entitlement and leave-year-end carry-over run.
* The LeaveFile holds one record per employee, keyed on EmpSSN, for
* the current leave year (the calendar year): the full yearly
* allowance, the allowance actually granted after pro-rating, the
* days carried over from the year before and the days taken, which
* Listing7-16 adds to as annual leave is booked.  The yearly
* allowance is by length of service from EmpHireDate - the base
* allowance plus a day for every complete five years' service at
* the start of the leave year, up to the service maximum.  Starters
* and leavers in the year get the allowance pro-rated by calendar
* days employed, rounded up to the next half day.
* Two modes:
*   R - recalculate the year's entitlements: every employee's
*       allowance is worked out again (so starters get a record and
*       a leaving date set since the last run pro-rates the leaver),
*       keeping the days carried over;
*   Y - leave-year-end: every record for the year just ended is
*       rolled into the new year.  The unused balance carries over,
*       capped at the policy maximum and any excess forfeited; an
*       overdrawn balance (booked under supervisor override) is
*       carried as a negative and comes off the new year.  A record
*       already on the new year is left alone, so a rerun does not
*       carry the balance twice.
* In both modes the days taken are recounted from the annual leave
* on Listing7-16's AbsenceFile - working days on the shared business
* calendar (BusinessCalendar, Listing16-22sub), so bank holidays are
* not counted, falling in the leave year - so leave booked ahead into
* the new year, or booked before the employee had a record, is not
* lost.
* The roll carries what the old record shows as taken, so the year
* just ended is recalculated (R) before it is rolled (Y).
* A register of every employee processed prints with control totals;
* Listing7-26 prints each employee's leave balance statement.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT EmployeeFile ASSIGN TO "Employee.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS EmpSSN
          ALTERNATE RECORD KEY IS EmpSurname
              WITH DUPLICATES
          FILE STATUS IS EmployeeStatus.

   SELECT AbsenceFile ASSIGN TO "Listing7-16Absence.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AbsenceStatus.

   SELECT LeaveFile ASSIGN TO "Listing7-25Leave.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS EmpSSN-LV
          FILE STATUS IS LeaveStatus.

DATA DIVISION.
FILE SECTION.
FD EmployeeFile.
01 EmployeeDetails.
   88  EndOfEmployeeFile   VALUE HIGH-VALUES.
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

FD AbsenceFile.
01 AbsenceRec.
   88 EndOfAbsenceFile     VALUE HIGH-VALUES.
   02 EmpSSN-AB            PIC 9(9).
   02 AbsenceType-AB       PIC X.
      88 AnnualLeave       VALUE "A".
   02 FirstDay-AB          PIC 9(8).
   02 LastDay-AB           PIC 9(8).

FD LeaveFile.
01 LeaveRec.
   02 EmpSSN-LV            PIC 9(9).
   02 LeaveYear-LV         PIC 9(4).
   02 FullAllowance-LV     PIC 99V9.
   02 Allowance-LV         PIC 99V9.
   02 CarriedOver-LV       PIC S99V9.
   02 DaysTaken-LV         PIC 99V9.

WORKING-STORAGE SECTION.
01 EmployeeStatus          PIC XX.
   88 EmployeeFileOK       VALUE "00".

01 AbsenceStatus           PIC XX.
   88 NoAbsenceFile        VALUE "35".

*  Working days of annual leave per employee in the leave year.
01 TakenTable.
   02 TakenEntry OCCURS 2000 TIMES.
      03 TK-EmpSSN         PIC 9(9).
      03 TK-Days           PIC 99V9.

01 TakenCount              PIC 9(4) VALUE ZERO.
01 TakenIdx                PIC 9(4).
01 FoundTakenIdx           PIC 9(4).
01 ClipStartInt            PIC 9(7).
01 ClipEndInt              PIC 9(7).
01 ClipStartDate           PIC 9(8).
01 ClipEndDate             PIC 9(8).
01 DaysTakenThisEmp        PIC 99V9.

01 CalendarResult.
   02 ValidFlag-BC         PIC 9.
      88 DateValid-BC      VALUE 0.
      88 DateInvalid-BC    VALUE 1.
   02 OnCalendar-BC        PIC X.
      88 DateOnCalendar-BC VALUE "Y", "P".
      88 DateOffCalendar-BC VALUE "N".
      88 ScanOffCalendar-BC VALUE "P".
   02 Working-BC           PIC X.
      88 WorkingDay-BC     VALUE "Y".
      88 NonWorkingDay-BC  VALUE "N".
   02 HolidayName-BC       PIC X(24).
   02 Period-BC            PIC 9(6).
   02 PeriodEndFlag-BC     PIC X.
      88 PeriodEndDay-BC   VALUE "Y".
   02 PeriodStart-BC       PIC 9(8).
   02 PeriodEnd-BC         PIC 9(8).
   02 NextWorkingDay-BC    PIC 9(8).
   02 WorkingDays-BC       PIC 9(5).

01 LeaveStatus             PIC XX.
   88 LeaveRecordFound     VALUE "00".
   88 NoLeaveRecord        VALUE "23".
   88 NoLeaveFileYet       VALUE "35".

01 RunMode                 PIC X.
   88 RecalculateMode      VALUE "R", "r".
   88 YearEndMode          VALUE "Y", "y".
   88 ValidRunMode         VALUE "R", "r", "Y", "y".

01 LeaveYear               PIC 9(4).
01 YearStartDate           PIC 9(8).
01 YearEndDate             PIC 9(8).
01 YearStartInt            PIC 9(7).
01 YearEndInt              PIC 9(7).
01 DaysInYear              PIC 9(3).
01 EmployedFromInt         PIC 9(7).
01 EmployedToInt           PIC 9(7).
01 DaysEmployed            PIC S9(3).
01 EmpDateInt              PIC 9(7).
01 ServiceYears            PIC 99.
01 ServiceDays             PIC 99.
01 HalfDays                PIC 9(3).

*  Leave policy - a base allowance, a day more per complete five
*  years' service up to the service maximum, and the most that may
*  be carried into the next leave year.
01 BaseAllowance           PIC 99V9 VALUE 20.
01 ServiceStepYears        PIC 9    VALUE 5.
01 MaxServiceDays          PIC 9    VALUE 5.
01 MaxCarryOver            PIC 99V9 VALUE 5.

01 FullAllowance           PIC 99V9.
01 ProratedAllowance       PIC 99V9.
01 OldBalance              PIC S9(3)V9.
01 NewCarryOver            PIC S99V9.
01 Forfeited               PIC 99V9.
01 RegisterNote            PIC X(12).

01 FILLER                  PIC X VALUE "n".
   88 WriteNewRecord       VALUE "y".
   88 RewriteOldRecord     VALUE "n".

01 ControlTotals.
   02 EmployeesRead        PIC 9(4) VALUE ZERO.
   02 LeftBeforeYear       PIC 9(4) VALUE ZERO.
   02 RecordsCreated       PIC 9(4) VALUE ZERO.
   02 RecordsUpdated       PIC 9(4) VALUE ZERO.
   02 AlreadyRolled        PIC 9(4) VALUE ZERO.
   02 WrongYearRecords     PIC 9(4) VALUE ZERO.
   02 ProratedCount        PIC 9(4) VALUE ZERO.
   02 TotalCarried         PIC S9(5)V9 VALUE ZERO.
   02 TotalForfeited       PIC 9(5)V9 VALUE ZERO.

01 RegisterHeading         PIC X(76) VALUE
   "EmpSSN     Name                       Full  Granted  Carried  Forfeit  Note".

01 RegisterLine.
   02 PrnEmpSSN            PIC 9(9).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnEmpName           PIC X(25).
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnFull              PIC ZZ9.9.
   02 FILLER               PIC X(4)  VALUE SPACES.
   02 PrnGranted           PIC ZZ9.9.
   02 FILLER               PIC X(3)  VALUE SPACES.
   02 PrnCarried           PIC -ZZ9.9.
   02 FILLER               PIC X(4)  VALUE SPACES.
   02 PrnForfeited         PIC ZZ9.9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnNote              PIC X(12).

01 PrnCount                PIC ZZZ9.
01 PrnDays                 PIC -ZZ,ZZ9.9.

PROCEDURE DIVISION.
Begin.
   DISPLAY "Annual leave entitlement run"
   MOVE SPACE TO RunMode
   PERFORM UNTIL ValidRunMode
      DISPLAY "R recalculate a year, Y leave-year-end roll (R/Y) - "
              WITH NO ADVANCING
      ACCEPT RunMode
   END-PERFORM
   IF YearEndMode
      DISPLAY "New leave year being opened (YYYY) - "
              WITH NO ADVANCING
   ELSE
      DISPLAY "Leave year to recalculate (YYYY) - "
              WITH NO ADVANCING
   END-IF
   ACCEPT LeaveYear
   PERFORM ComputeYearBounds
   PERFORM LoadTakenTable
   OPEN I-O LeaveFile
   IF NoLeaveFileYet
      OPEN OUTPUT LeaveFile
      CLOSE LeaveFile
      OPEN I-O LeaveFile
   END-IF
   OPEN INPUT EmployeeFile
   DISPLAY " "
   IF YearEndMode
      DISPLAY "***** LEAVE-YEAR-END ROLL INTO " LeaveYear " *****"
   ELSE
      DISPLAY "***** LEAVE ENTITLEMENTS FOR " LeaveYear " *****"
   END-IF
   DISPLAY RegisterHeading
   PERFORM ProcessEachEmployee
   CLOSE EmployeeFile, LeaveFile
   PERFORM PrintControlTotals
   STOP RUN.

ComputeYearBounds.
   COMPUTE YearStartDate = (LeaveYear * 10000) + 0101
   COMPUTE YearEndDate   = (LeaveYear * 10000) + 1231
   COMPUTE YearStartInt = FUNCTION INTEGER-OF-DATE(YearStartDate)
   COMPUTE YearEndInt   = FUNCTION INTEGER-OF-DATE(YearEndDate)
   COMPUTE DaysInYear = YearEndInt - YearStartInt + 1.

LoadTakenTable.
   OPEN INPUT AbsenceFile
   IF NoAbsenceFile
      SET EndOfAbsenceFile TO TRUE
   ELSE
      READ AbsenceFile
         AT END SET EndOfAbsenceFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfAbsenceFile
      IF AnnualLeave
         PERFORM TakeOneAbsence
      END-IF
      READ AbsenceFile
         AT END SET EndOfAbsenceFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoAbsenceFile
      CLOSE AbsenceFile
   END-IF.

TakeOneAbsence.
*  Clipped to the leave year, in working days on the business
*  calendar.
   COMPUTE ClipStartInt = FUNCTION INTEGER-OF-DATE(FirstDay-AB)
   COMPUTE ClipEndInt   = FUNCTION INTEGER-OF-DATE(LastDay-AB)
   IF ClipStartInt < YearStartInt
      MOVE YearStartInt TO ClipStartInt
   END-IF
   IF ClipEndInt > YearEndInt
      MOVE YearEndInt TO ClipEndInt
   END-IF
   IF ClipStartInt > ClipEndInt
      EXIT PARAGRAPH
   END-IF
   MOVE ZERO TO FoundTakenIdx
   PERFORM VARYING TakenIdx FROM 1 BY 1
           UNTIL TakenIdx > TakenCount OR FoundTakenIdx NOT = ZERO
      IF TK-EmpSSN(TakenIdx) = EmpSSN-AB
         MOVE TakenIdx TO FoundTakenIdx
      END-IF
   END-PERFORM
   IF FoundTakenIdx = ZERO
      IF TakenCount NOT LESS THAN 2000
         DISPLAY "Taken-days table full - EmpSSN " EmpSSN-AB
                 " not counted."
         EXIT PARAGRAPH
      END-IF
      ADD 1 TO TakenCount
      MOVE TakenCount TO FoundTakenIdx
      MOVE EmpSSN-AB  TO TK-EmpSSN(FoundTakenIdx)
      MOVE ZERO       TO TK-Days(FoundTakenIdx)
   END-IF
   COMPUTE ClipStartDate = FUNCTION DATE-OF-INTEGER(ClipStartInt)
   COMPUTE ClipEndDate = FUNCTION DATE-OF-INTEGER(ClipEndInt)
   CALL "BusinessCalendar" USING BY CONTENT ClipStartDate
                                 BY CONTENT ClipEndDate
                                 BY REFERENCE CalendarResult
   ADD WorkingDays-BC TO TK-Days(FoundTakenIdx).

FindDaysTaken.
   MOVE ZERO TO DaysTakenThisEmp
   PERFORM VARYING TakenIdx FROM 1 BY 1
           UNTIL TakenIdx > TakenCount
      IF TK-EmpSSN(TakenIdx) = EmpSSN
         MOVE TK-Days(TakenIdx) TO DaysTakenThisEmp
      END-IF
   END-PERFORM.

ProcessEachEmployee.
   MOVE LOW-VALUES TO EmpSSN
   START EmployeeFile KEY IS NOT LESS THAN EmpSSN
      INVALID KEY SET EndOfEmployeeFile TO TRUE
   END-START
   IF NOT EndOfEmployeeFile
      READ EmployeeFile NEXT RECORD
         AT END SET EndOfEmployeeFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfEmployeeFile
      ADD 1 TO EmployeesRead
      PERFORM ProcessOneEmployee
      READ EmployeeFile NEXT RECORD
         AT END SET EndOfEmployeeFile TO TRUE
      END-READ
   END-PERFORM.

ProcessOneEmployee.
   IF EmpLeaveDate NOT = ZERO
      COMPUTE EmpDateInt = FUNCTION INTEGER-OF-DATE(EmpLeaveDate)
      IF EmpDateInt < YearStartInt
*        Gone before the year begins - no entitlement to open.
         ADD 1 TO LeftBeforeYear
         EXIT PARAGRAPH
      END-IF
   END-IF
   IF EmpHireDate NOT = ZERO
      COMPUTE EmpDateInt = FUNCTION INTEGER-OF-DATE(EmpHireDate)
      IF EmpDateInt > YearEndInt
*        Not started until after the year - next year's run.
         EXIT PARAGRAPH
      END-IF
   END-IF
   MOVE SPACES TO RegisterNote
   MOVE ZERO TO Forfeited
   MOVE EmpSSN TO EmpSSN-LV
   READ LeaveFile
      INVALID KEY CONTINUE
   END-READ
   IF LeaveRecordFound
      SET RewriteOldRecord TO TRUE
   ELSE
      SET WriteNewRecord TO TRUE
   END-IF
   PERFORM ComputeEntitlement
   PERFORM FindDaysTaken
   IF YearEndMode
      PERFORM RollIntoNewYear
   ELSE
      PERFORM RecalculateYear
   END-IF.

ComputeEntitlement.
*  Complete years' service at the start of the leave year; a hire
*  date of zero predates hire dating and counts as no service.
   MOVE ZERO TO ServiceYears
   IF EmpHireDate NOT = ZERO
      IF YearStartDate > EmpHireDate
         COMPUTE ServiceYears =
                 (YearStartDate - EmpHireDate) / 10000
      END-IF
   END-IF
   COMPUTE ServiceDays = ServiceYears / ServiceStepYears
   IF ServiceDays > MaxServiceDays
      MOVE MaxServiceDays TO ServiceDays
   END-IF
   COMPUTE FullAllowance = BaseAllowance + ServiceDays
   MOVE YearStartInt TO EmployedFromInt
   MOVE YearEndInt   TO EmployedToInt
   IF EmpHireDate NOT = ZERO
      COMPUTE EmpDateInt = FUNCTION INTEGER-OF-DATE(EmpHireDate)
      IF EmpDateInt > EmployedFromInt
         MOVE EmpDateInt TO EmployedFromInt
      END-IF
   END-IF
   IF EmpLeaveDate NOT = ZERO
      COMPUTE EmpDateInt = FUNCTION INTEGER-OF-DATE(EmpLeaveDate)
      IF EmpDateInt < EmployedToInt
         MOVE EmpDateInt TO EmployedToInt
      END-IF
   END-IF
   COMPUTE DaysEmployed = EmployedToInt - EmployedFromInt + 1
   IF DaysEmployed < DaysInYear
*     Rounded up to the next half day in the employee's favour.
      COMPUTE HalfDays = ((FullAllowance * 2 * DaysEmployed)
                          + DaysInYear - 1) / DaysInYear
      COMPUTE ProratedAllowance = HalfDays / 2
      MOVE "PRO-RATED" TO RegisterNote
      ADD 1 TO ProratedCount
   ELSE
      MOVE FullAllowance TO ProratedAllowance
   END-IF.

RollIntoNewYear.
   IF RewriteOldRecord
      IF LeaveYear-LV = LeaveYear
         MOVE "ALREADY ROLL" TO RegisterNote
         ADD 1 TO AlreadyRolled
         PERFORM PrintRegisterLine
         EXIT PARAGRAPH
      END-IF
      IF LeaveYear-LV = LeaveYear - 1
         COMPUTE OldBalance = Allowance-LV + CarriedOver-LV
                            - DaysTaken-LV
         IF OldBalance > MaxCarryOver
            MOVE MaxCarryOver TO NewCarryOver
            COMPUTE Forfeited = OldBalance - MaxCarryOver
         ELSE
            MOVE OldBalance TO NewCarryOver
         END-IF
      ELSE
*        A record more than a year old was never rolled - nothing
*        of it can be carried.
         MOVE ZERO TO NewCarryOver
         MOVE "STALE RECORD" TO RegisterNote
         ADD 1 TO WrongYearRecords
      END-IF
   ELSE
      MOVE ZERO TO NewCarryOver
   END-IF
   MOVE LeaveYear         TO LeaveYear-LV
   MOVE FullAllowance     TO FullAllowance-LV
   MOVE ProratedAllowance TO Allowance-LV
   MOVE NewCarryOver      TO CarriedOver-LV
   MOVE DaysTakenThisEmp  TO DaysTaken-LV
   ADD NewCarryOver TO TotalCarried
   ADD Forfeited    TO TotalForfeited
   PERFORM WriteOrRewriteLeave
   PERFORM PrintRegisterLine.

RecalculateYear.
   IF RewriteOldRecord
      IF LeaveYear-LV NOT = LeaveYear
         MOVE "NOT ON YEAR" TO RegisterNote
         ADD 1 TO WrongYearRecords
         MOVE CarriedOver-LV TO NewCarryOver
         PERFORM PrintRegisterLine
         EXIT PARAGRAPH
      END-IF
   ELSE
      MOVE LeaveYear TO LeaveYear-LV
      MOVE ZERO      TO CarriedOver-LV
   END-IF
   MOVE DaysTakenThisEmp  TO DaysTaken-LV
   MOVE FullAllowance     TO FullAllowance-LV
   MOVE ProratedAllowance TO Allowance-LV
   MOVE CarriedOver-LV    TO NewCarryOver
   PERFORM WriteOrRewriteLeave
   PERFORM PrintRegisterLine.

WriteOrRewriteLeave.
   IF WriteNewRecord
      WRITE LeaveRec
         INVALID KEY
            DISPLAY "Unexpected write error on LeaveFile - "
                    LeaveStatus
      END-WRITE
      ADD 1 TO RecordsCreated
   ELSE
      REWRITE LeaveRec
         INVALID KEY
            DISPLAY "Unexpected rewrite error on LeaveFile - "
                    LeaveStatus
      END-REWRITE
      ADD 1 TO RecordsUpdated
   END-IF.

PrintRegisterLine.
   MOVE EmpSSN         TO PrnEmpSSN
   MOVE SPACES         TO PrnEmpName
   STRING EmpSurname DELIMITED BY "  "
          ", "       DELIMITED BY SIZE
          EmpForename DELIMITED BY SIZE
          INTO PrnEmpName
   MOVE FullAllowance     TO PrnFull
   MOVE ProratedAllowance TO PrnGranted
   MOVE NewCarryOver      TO PrnCarried
   MOVE Forfeited         TO PrnForfeited
   MOVE RegisterNote      TO PrnNote
   DISPLAY RegisterLine.

PrintControlTotals.
   DISPLAY " "
   MOVE EmployeesRead TO PrnCount
   DISPLAY "Employees read                - " PrnCount
   MOVE LeftBeforeYear TO PrnCount
   DISPLAY "Left before the year          - " PrnCount
   MOVE RecordsCreated TO PrnCount
   DISPLAY "Leave records created         - " PrnCount
   MOVE RecordsUpdated TO PrnCount
   DISPLAY "Leave records updated         - " PrnCount
   MOVE ProratedCount TO PrnCount
   DISPLAY "Entitlements pro-rated        - " PrnCount
   IF YearEndMode
      MOVE AlreadyRolled TO PrnCount
      DISPLAY "Already on the new year       - " PrnCount
      MOVE TotalCarried TO PrnDays
      DISPLAY "Days carried over          " PrnDays
      MOVE TotalForfeited TO PrnDays
      DISPLAY "Days forfeited over the cap" PrnDays
   END-IF
   MOVE WrongYearRecords TO PrnCount
   DISPLAY "Records not on expected year  - " PrnCount.
