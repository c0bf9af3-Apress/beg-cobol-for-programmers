IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing7-26.
AUTHOR. Michael Coughlan
* Leave balance statements.
* For a requested leave year this run prints a statement for every
* employee with a LeaveFile record on that year (or for one employee
* if an EmpSSN is entered) showing the full yearly allowance, the
* allowance granted after any pro-rating, the days carried over from
* the year before, the days taken and the balance remaining, followed
* by the annual leave booked on Listing7-16's AbsenceFile that falls
* in the year with the working days each booking takes - counted on
* the shared business calendar (BusinessCalendar, Listing16-22sub),
* so bank holidays are not counted.  The figures are those
* Listing7-25 last worked out, with the days Listing7-16 has added
* since; an overdrawn balance is flagged on the statement.
* Employees with no record on the year are counted at the foot, not
* printed, so a missed Listing7-25 run is seen.

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

01 LeaveStatus             PIC XX.
   88 LeaveRecordFound     VALUE "00".
   88 NoLeaveFile          VALUE "35".

*  The year's annual leave bookings, in AbsenceFile order.
01 BookingTable.
   02 BookingEntry OCCURS 3000 TIMES.
      03 BK-EmpSSN         PIC 9(9).
      03 BK-FirstDay       PIC 9(8).
      03 BK-LastDay        PIC 9(8).
      03 BK-Days           PIC 99V9.

01 BookingCount            PIC 9(4) VALUE ZERO.
01 BookingIdx              PIC 9(4).
01 BookingsShown           PIC 9(3).

01 LeaveYear               PIC 9(4).
01 OneEmpSSN               PIC 9(9).
01 YearStartDate           PIC 9(8).
01 YearEndDate             PIC 9(8).
01 YearStartInt            PIC 9(7).
01 YearEndInt              PIC 9(7).
01 ClipStartInt            PIC 9(7).
01 ClipEndInt              PIC 9(7).
01 ClipStartDate           PIC 9(8).
01 ClipEndDate             PIC 9(8).
01 BookedDays              PIC 99V9.
01 LeaveBalance            PIC S9(3)V9.

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

01 ControlTotals.
   02 StatementsPrinted    PIC 9(4) VALUE ZERO.
   02 OverdrawnCount       PIC 9(4) VALUE ZERO.
   02 NoRecordCount        PIC 9(4) VALUE ZERO.
   02 BookingsNotShown     PIC 9(4) VALUE ZERO.

01 StatementNameLine.
   02 FILLER               PIC X(11) VALUE "Employee - ".
   02 PrnEmpSSN            PIC 9(9).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnEmpName           PIC X(27).

01 StatementFigureLine.
   02 PrnFigureText        PIC X(30).
   02 PrnFigure            PIC -ZZ9.9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnFigureNote        PIC X(20).

01 BookingLine.
   02 FILLER               PIC X(5)  VALUE SPACES.
   02 PrnFirstDay          PIC 9999/99/99.
   02 FILLER               PIC X(4)  VALUE " to ".
   02 PrnLastDay           PIC 9999/99/99.
   02 FILLER               PIC X(3)  VALUE SPACES.
   02 PrnBookedDays        PIC ZZ9.9.
   02 FILLER               PIC X(5)  VALUE " days".

01 PrnCount                PIC ZZZ9.

PROCEDURE DIVISION.
Begin.
   DISPLAY "Leave balance statements"
   DISPLAY "Leave year (YYYY) - " WITH NO ADVANCING
   ACCEPT LeaveYear
   DISPLAY "EmpSSN for one statement, or zero for all - "
           WITH NO ADVANCING
   ACCEPT OneEmpSSN
   OPEN INPUT LeaveFile
   IF NoLeaveFile
      DISPLAY "No LeaveFile - run Listing7-25 for the year first."
      STOP RUN
   END-IF
   COMPUTE YearStartDate = (LeaveYear * 10000) + 0101
   COMPUTE YearEndDate   = (LeaveYear * 10000) + 1231
   COMPUTE YearStartInt = FUNCTION INTEGER-OF-DATE(YearStartDate)
   COMPUTE YearEndInt   = FUNCTION INTEGER-OF-DATE(YearEndDate)
   PERFORM LoadBookingTable
   OPEN INPUT EmployeeFile
   IF OneEmpSSN NOT = ZERO
      MOVE OneEmpSSN TO EmpSSN
      READ EmployeeFile
         KEY IS EmpSSN
         INVALID KEY DISPLAY "No employee with EmpSSN " OneEmpSSN
      END-READ
      IF EmployeeFileOK
         PERFORM StatementForEmployee
      END-IF
   ELSE
      PERFORM StatementsForAll
   END-IF
   CLOSE EmployeeFile, LeaveFile
   PERFORM PrintControlTotals
   STOP RUN.

LoadBookingTable.
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
         PERFORM TakeOneBooking
      END-IF
      READ AbsenceFile
         AT END SET EndOfAbsenceFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoAbsenceFile
      CLOSE AbsenceFile
   END-IF.

TakeOneBooking.
*  Only the part of the booking inside the leave year counts, in
*  working days on the business calendar, as Listing7-25 counts it.
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
   IF BookingCount NOT LESS THAN 3000
      ADD 1 TO BookingsNotShown
      EXIT PARAGRAPH
   END-IF
   ADD 1 TO BookingCount
   MOVE EmpSSN-AB   TO BK-EmpSSN(BookingCount)
   MOVE FirstDay-AB TO BK-FirstDay(BookingCount)
   MOVE LastDay-AB  TO BK-LastDay(BookingCount)
   MOVE ZERO        TO BK-Days(BookingCount)
   COMPUTE ClipStartDate = FUNCTION DATE-OF-INTEGER(ClipStartInt)
   COMPUTE ClipEndDate = FUNCTION DATE-OF-INTEGER(ClipEndInt)
   CALL "BusinessCalendar" USING BY CONTENT ClipStartDate
                                 BY CONTENT ClipEndDate
                                 BY REFERENCE CalendarResult
   ADD WorkingDays-BC TO BK-Days(BookingCount).

StatementsForAll.
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
      PERFORM StatementForEmployee
      READ EmployeeFile NEXT RECORD
         AT END SET EndOfEmployeeFile TO TRUE
      END-READ
   END-PERFORM.

StatementForEmployee.
   MOVE EmpSSN TO EmpSSN-LV
   READ LeaveFile
      INVALID KEY CONTINUE
   END-READ
   IF NOT LeaveRecordFound OR LeaveYear-LV NOT = LeaveYear
      ADD 1 TO NoRecordCount
      IF OneEmpSSN NOT = ZERO
         DISPLAY "No " LeaveYear " leave record for EmpSSN " EmpSSN
      END-IF
      EXIT PARAGRAPH
   END-IF
   ADD 1 TO StatementsPrinted
   DISPLAY " "
   DISPLAY "***** LEAVE BALANCE STATEMENT " LeaveYear " *****"
   MOVE EmpSSN TO PrnEmpSSN
   MOVE SPACES TO PrnEmpName
   STRING EmpSurname DELIMITED BY "  "
          ", "       DELIMITED BY SIZE
          EmpForename DELIMITED BY SIZE
          INTO PrnEmpName
   DISPLAY StatementNameLine
   MOVE SPACES TO PrnFigureNote
   MOVE "Full yearly allowance       - " TO PrnFigureText
   MOVE FullAllowance-LV TO PrnFigure
   DISPLAY StatementFigureLine
   MOVE "Allowance granted           - " TO PrnFigureText
   MOVE Allowance-LV TO PrnFigure
   IF Allowance-LV < FullAllowance-LV
      MOVE "pro-rated" TO PrnFigureNote
   END-IF
   DISPLAY StatementFigureLine
   MOVE SPACES TO PrnFigureNote
   MOVE "Carried over from last year - " TO PrnFigureText
   MOVE CarriedOver-LV TO PrnFigure
   DISPLAY StatementFigureLine
   MOVE "Days taken and booked       - " TO PrnFigureText
   MOVE DaysTaken-LV TO PrnFigure
   DISPLAY StatementFigureLine
   COMPUTE LeaveBalance = Allowance-LV + CarriedOver-LV
                        - DaysTaken-LV
   MOVE "Balance remaining           - " TO PrnFigureText
   MOVE LeaveBalance TO PrnFigure
   IF LeaveBalance < ZERO
      MOVE "** OVERDRAWN **" TO PrnFigureNote
      ADD 1 TO OverdrawnCount
   END-IF
   DISPLAY StatementFigureLine
   DISPLAY "Annual leave booked in the year:"
   MOVE ZERO TO BookingsShown
   PERFORM VARYING BookingIdx FROM 1 BY 1
           UNTIL BookingIdx > BookingCount
      IF BK-EmpSSN(BookingIdx) = EmpSSN
         ADD 1 TO BookingsShown
         MOVE BK-FirstDay(BookingIdx) TO PrnFirstDay
         MOVE BK-LastDay(BookingIdx)  TO PrnLastDay
         MOVE BK-Days(BookingIdx)     TO PrnBookedDays
         DISPLAY BookingLine
      END-IF
   END-PERFORM
   IF BookingsShown = ZERO
      DISPLAY "     none"
   END-IF.

PrintControlTotals.
   DISPLAY " "
   MOVE StatementsPrinted TO PrnCount
   DISPLAY "Statements printed            - " PrnCount
   MOVE OverdrawnCount TO PrnCount
   DISPLAY "Balances overdrawn            - " PrnCount
   MOVE NoRecordCount TO PrnCount
   DISPLAY "Employees with no year record - " PrnCount
   IF BookingsNotShown NOT = ZERO
      MOVE BookingsNotShown TO PrnCount
      DISPLAY "Bookings over the table size  - " PrnCount
   END-IF.
