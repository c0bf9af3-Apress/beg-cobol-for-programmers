*     off that month's gross.
* Absences for an EmpSSN no longer on the EmployeeFile are listed
* under an unknown-department heading rather than dropped.
* The days reported, and the unpaid days sent to payroll, are the
* working days falling in the month on the shared business calendar
* (BusinessCalendar, Listing16-22sub) - a weekend or bank holiday
* inside an absence is neither lost time nor docked pay.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   02 DeptCode-DF          PIC X(4).
   02 DeptName-DF          PIC X(20).
   02 DeptManager-DF       PIC X(25).
   02 DeptManagerOper-DF   PIC X(4).

FD UnpaidInterfaceFile.
01 UnpaidInterfaceRec.
01 ClipStartInt            PIC 9(7).
01 ClipEndInt              PIC 9(7).
01 DaysInMonth             PIC S9(3).
01 ClipStartDate           PIC 9(8).
01 ClipEndDate             PIC 9(8).

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

01 DepartmentTable.
   02 DepartmentEntry OCCURS 50 TIMES
         MOVE "(not on master)" TO MA-Surname(MonthAbsenceCount)
         MOVE SPACES      TO MA-Forename(MonthAbsenceCount)
      END-IF
      PERFORM CountWorkingDaysInMonth
      MOVE EmpSSN-AB      TO MA-EmpSSN(MonthAbsenceCount)
      MOVE AbsenceType-AB TO MA-Type(MonthAbsenceCount)
      MOVE DaysInMonth    TO MA-Days(MonthAbsenceCount)
      END-IF
   END-IF.

CountWorkingDaysInMonth.
   COMPUTE ClipStartDate = FUNCTION DATE-OF-INTEGER(ClipStartInt)
   COMPUTE ClipEndDate = FUNCTION DATE-OF-INTEGER(ClipEndInt)
   CALL "BusinessCalendar" USING BY CONTENT ClipStartDate
                                 BY CONTENT ClipEndDate
                                 BY REFERENCE CalendarResult
   MOVE WorkingDays-BC TO DaysInMonth.

AccumulateUnpaidDays.
   MOVE ZERO TO FoundUnpaidIdx
   PERFORM VARYING UnpaidIdx FROM 1 BY 1
