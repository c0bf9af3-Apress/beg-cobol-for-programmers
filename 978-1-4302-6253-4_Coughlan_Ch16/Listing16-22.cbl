IDENTIFICATION DIVISION.
PROGRAM-ID. Listing16-22.
AUTHOR.  Michael Coughlan.
* Business calendar maintenance.
* The business calendar (BusinessCalendar.dat) answers, through the
* shared BusinessCalendar service (Listing16-22sub), every working-
* day, holiday and accounting-period question the batch and online
* programs ask, so a bank holiday is treated the same way
* everywhere.  This program is the only way the calendar changes.
* A level-3 operator (signed on through the shared SignOnOperator
* service) can:
*   - build a year: every date in it, Monday to Friday working, each
*     calendar month an accounting period ending on its last day - a
*     year already built is only rebuilt on confirmation, as its
*     holidays and period ends are lost;
*   - mark a date a holiday, with its name - it is then not a
*     working day anywhere;
*   - take a holiday off again - the date goes back to the weekday
*     rule;
*   - set the last day of an accounting period (YYYYPP) - every date
*     after the previous period end, up to and including it, falls
*     in that period, so a 4-4-5 year or a period closed early is
*     kept here instead of in each program;
*   - list a month, each date with its day, working flag, holiday,
*     period and period-end marker.
* Every change is logged (CALMAINT) through LogOperatorAction, and
* the calendar is rewritten in date order on quitting.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CalendarFile ASSIGN TO "BusinessCalendar.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CalendarStatus.

DATA DIVISION.
FILE SECTION.
FD CalendarFile.
01 CalendarRec.
   88 EndOfCalendar    VALUE HIGH-VALUES.
   02 CalDate-CAL      PIC 9(8).
   02 Working-CAL      PIC X.
   02 HolidayName-CAL  PIC X(24).
   02 Period-CAL       PIC 9(6).
   02 PeriodEnd-CAL    PIC X.

WORKING-STORAGE SECTION.
01 CalendarStatus      PIC XX.
   88 NoCalendarFile   VALUE "35".

*  One entry per day from the calendar's first date, as the
*  BusinessCalendar service holds it.  A day not on the calendar is
*  "?" and is not written back.
01 CalendarTable.
   02 CalendarDay OCCURS 4000 TIMES.
      03 CT-Working    PIC X.
         88 CT-NotHeld VALUE "?".
         88 CT-WorkingDay VALUE "Y".
      03 CT-Holiday    PIC X(24).
      03 CT-Period     PIC 9(6).
      03 CT-PeriodEnd  PIC X.
         88 CT-IsPeriodEnd VALUE "Y".
01 CalendarBaseInt     PIC 9(7) VALUE ZERO.
01 CalendarDays        PIC 9(4) VALUE ZERO.
01 CalIdx              PIC 9(4).
01 ShiftIdx            PIC 9(4).
01 CalOffset           PIC S9(7).
01 ShiftDays           PIC 9(7).

01 SignOnOperatorId    PIC X(4).
01 SignOnProgramName   PIC X(12) VALUE "Listing16-22".
01 OperatorPermission  PIC 9.
   88 MaintenanceAllowed VALUE 3.
01 LogActionName       PIC X(8) VALUE "CALMAINT".

01 MenuChoice          PIC X.
   88 ChoseBuild       VALUE "1".
   88 ChoseHoliday     VALUE "2".
   88 ChoseRemove      VALUE "3".
   88 ChosePeriodEnd   VALUE "4".
   88 ChoseList        VALUE "5".
   88 ChoseQuit        VALUE "0".
   88 ValidMenuChoice  VALUE "0", "1", "2", "3", "4", "5".

01 EnteredYear         PIC X(4).
01 EnteredYearN REDEFINES EnteredYear
                       PIC 9(4).
01 EnteredDate         PIC X(8).
01 EnteredDateN REDEFINES EnteredDate
                       PIC 9(8).
01 EnteredPeriod       PIC X(6).
01 EnteredPeriodN REDEFINES EnteredPeriod
                       PIC 9(6).
01 FILLER REDEFINES EnteredPeriod.
   02 FILLER           PIC 9(4).
   02 EnteredPeriodNo  PIC 99.
01 EnteredMonth        PIC X(6).
01 EnteredMonthN REDEFINES EnteredMonth
                       PIC 9(6).
01 EnteredHoliday      PIC X(24).
01 ConfirmAnswer       PIC X.
   88 OperatorConfirms VALUE "Y", "y".

01 FILLER              PIC X VALUE "n".
   88 FieldAccepted    VALUE "y".
   88 FieldRejected    VALUE "n".

01 FILLER              PIC X VALUE "n".
   88 CalendarChanged  VALUE "y".
   88 CalendarUntouched VALUE "n".

01 DayInt              PIC 9(7).
01 DayDate             PIC 9(8).
01 DayNextDate         PIC 9(8).
01 DayOfWeekNum        PIC 9.
01 YearStartInt        PIC 9(7).
01 YearEndInt          PIC 9(7).
01 YearStartDate       PIC 9(8).
01 FoundIdx            PIC 9(4).
01 CarryPeriod         PIC 9(6).
01 DaysHeld            PIC 9(4).
01 ActionsTaken        PIC 9(3) VALUE ZERO.
01 PrnCount            PIC ZZ9.

01 DayNameValues.
   02 FILLER PIC X(3) VALUE "Sun".
   02 FILLER PIC X(3) VALUE "Mon".
   02 FILLER PIC X(3) VALUE "Tue".
   02 FILLER PIC X(3) VALUE "Wed".
   02 FILLER PIC X(3) VALUE "Thu".
   02 FILLER PIC X(3) VALUE "Fri".
   02 FILLER PIC X(3) VALUE "Sat".
01 DayNameTable REDEFINES DayNameValues.
   02 DayName OCCURS 7 TIMES PIC X(3).

01 CalendarListLine.
   02 PrnDate          PIC 9(8).
   02 FILLER           PIC X VALUE SPACE.
   02 PrnDayName       PIC X(3).
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnWorking       PIC X(7).
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnHoliday       PIC X(24).
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnPeriod        PIC 9(6).
   02 FILLER           PIC X VALUE SPACE.
   02 PrnPeriodEnd     PIC X(10).

PROCEDURE DIVISION.
Begin.
   DISPLAY "Business calendar maintenance"
   CALL "SignOnOperator" USING SignOnProgramName, SignOnOperatorId,
                               OperatorPermission
   IF NOT MaintenanceAllowed
      DISPLAY "Calendar maintenance needs permission level 3."
      STOP RUN
   END-IF
   PERFORM LoadCalendarTable
   PERFORM DisplayMenuAndGetChoice
   PERFORM UNTIL ChoseQuit
      EVALUATE TRUE
          WHEN ChoseBuild     PERFORM BuildYear
          WHEN ChoseHoliday   PERFORM MarkHoliday
          WHEN ChoseRemove    PERFORM RemoveHoliday
          WHEN ChosePeriodEnd PERFORM SetPeriodEnd
          WHEN ChoseList      PERFORM ListMonth
      END-EVALUATE
      PERFORM DisplayMenuAndGetChoice
   END-PERFORM
   IF CalendarChanged
      PERFORM RewriteCalendar
   END-IF
   MOVE ActionsTaken TO PrnCount
   DISPLAY "Calendar changes this session - " PrnCount
   STOP RUN.

LoadCalendarTable.
   PERFORM VARYING CalIdx FROM 1 BY 1 UNTIL CalIdx > 4000
      MOVE "?" TO CT-Working(CalIdx)
   END-PERFORM
   OPEN INPUT CalendarFile
   IF NoCalendarFile
      DISPLAY "No business calendar yet - build a year first."
      EXIT PARAGRAPH
   END-IF
   READ CalendarFile
      AT END SET EndOfCalendar TO TRUE
   END-READ
   PERFORM UNTIL EndOfCalendar
      IF FUNCTION TEST-DATE-YYYYMMDD(CalDate-CAL) = ZERO
         PERFORM HoldCalendarDay
      END-IF
      READ CalendarFile
         AT END SET EndOfCalendar TO TRUE
      END-READ
   END-PERFORM
   CLOSE CalendarFile.

HoldCalendarDay.
   IF CalendarBaseInt = ZERO
      COMPUTE CalendarBaseInt = FUNCTION INTEGER-OF-DATE(CalDate-CAL)
   END-IF
   COMPUTE CalOffset = FUNCTION INTEGER-OF-DATE(CalDate-CAL)
                     - CalendarBaseInt
   IF CalOffset < ZERO OR CalOffset > 3999
      EXIT PARAGRAPH
   END-IF
   COMPUTE CalIdx = CalOffset + 1
   MOVE Working-CAL     TO CT-Working(CalIdx)
   MOVE HolidayName-CAL TO CT-Holiday(CalIdx)
   MOVE Period-CAL      TO CT-Period(CalIdx)
   MOVE PeriodEnd-CAL   TO CT-PeriodEnd(CalIdx)
   IF CalIdx > CalendarDays
      MOVE CalIdx TO CalendarDays
   END-IF.

DisplayMenuAndGetChoice.
   DISPLAY " "
   DISPLAY "1. Build a year"
   DISPLAY "2. Mark a holiday"
   DISPLAY "3. Take a holiday off"
   DISPLAY "4. Set an accounting period end"
   DISPLAY "5. List a month"
   DISPLAY "0. Quit and rewrite the calendar"
   MOVE SPACE TO MenuChoice
   PERFORM UNTIL ValidMenuChoice
      DISPLAY "Enter choice - " WITH NO ADVANCING
      ACCEPT MenuChoice
   END-PERFORM.

BuildYear.
   DISPLAY "Year to build (YYYY) - " WITH NO ADVANCING
   ACCEPT EnteredYear
   IF EnteredYear NOT NUMERIC OR EnteredYearN < 1601
      DISPLAY "Year must be 4 digits - " EnteredYear
      EXIT PARAGRAPH
   END-IF
   COMPUTE YearStartDate = EnteredYearN * 10000 + 0101
   COMPUTE YearStartInt = FUNCTION INTEGER-OF-DATE(YearStartDate)
   COMPUTE YearEndInt = FUNCTION INTEGER-OF-DATE
                        ((EnteredYearN + 1) * 10000 + 0101) - 1
   IF CalendarBaseInt = ZERO
      MOVE YearStartInt TO CalendarBaseInt
   END-IF
   IF YearStartInt < CalendarBaseInt
      PERFORM MoveCalendarBaseBack
      IF YearStartInt < CalendarBaseInt
         EXIT PARAGRAPH
      END-IF
   END-IF
   IF YearEndInt - CalendarBaseInt > 3999
      DISPLAY "The calendar holds ten years - " EnteredYear
              " is too far from its first year."
      EXIT PARAGRAPH
   END-IF
   MOVE ZERO TO DaysHeld
   PERFORM VARYING DayInt FROM YearStartInt BY 1
           UNTIL DayInt > YearEndInt
      COMPUTE CalIdx = DayInt - CalendarBaseInt + 1
      IF NOT CT-NotHeld(CalIdx)
         ADD 1 TO DaysHeld
      END-IF
   END-PERFORM
   IF DaysHeld NOT = ZERO
      DISPLAY EnteredYear " is already on the calendar - rebuilding"
              " loses its holidays and period ends."
      DISPLAY "Rebuild it (Y/N) - " WITH NO ADVANCING
      ACCEPT ConfirmAnswer
      IF NOT OperatorConfirms
         EXIT PARAGRAPH
      END-IF
   END-IF
   PERFORM VARYING DayInt FROM YearStartInt BY 1
           UNTIL DayInt > YearEndInt
      COMPUTE CalIdx = DayInt - CalendarBaseInt + 1
      PERFORM SetWeekdayRule
      MOVE SPACES TO CT-Holiday(CalIdx), CT-PeriodEnd(CalIdx)
      COMPUTE DayDate = FUNCTION DATE-OF-INTEGER(DayInt)
      COMPUTE DayNextDate = FUNCTION DATE-OF-INTEGER(DayInt + 1)
      MOVE DayDate(1:6) TO CT-Period(CalIdx)
      IF DayNextDate(7:2) = "01"
         MOVE "Y" TO CT-PeriodEnd(CalIdx)
      END-IF
      IF CalIdx > CalendarDays
         MOVE CalIdx TO CalendarDays
      END-IF
   END-PERFORM
   DISPLAY EnteredYear " built - Monday to Friday working, calendar"
           " month periods."
   PERFORM NoteChange.

MoveCalendarBaseBack.
*  A year before the calendar's first moves every day held up the
*  table, so the first date stays at entry 1.
   COMPUTE ShiftDays = CalendarBaseInt - YearStartInt
   IF ShiftDays + CalendarDays > 4000
      DISPLAY "The calendar holds ten years - " EnteredYear
              " is too far from its last year."
      EXIT PARAGRAPH
   END-IF
   PERFORM VARYING CalIdx FROM CalendarDays BY -1 UNTIL CalIdx < 1
      COMPUTE ShiftIdx = CalIdx + ShiftDays
      MOVE CalendarDay(CalIdx) TO CalendarDay(ShiftIdx)
   END-PERFORM
   PERFORM VARYING CalIdx FROM 1 BY 1 UNTIL CalIdx > ShiftDays
      MOVE "?" TO CT-Working(CalIdx)
   END-PERFORM
   ADD ShiftDays TO CalendarDays
   MOVE YearStartInt TO CalendarBaseInt.

SetWeekdayRule.
*  INTEGER-OF-DATE counts from Monday 1 January 1601, so a remainder
*  over seven of 1 to 5 is Monday to Friday.
   COMPUTE DayOfWeekNum = FUNCTION MOD(DayInt, 7)
   IF DayOfWeekNum >= 1 AND DayOfWeekNum <= 5
      MOVE "Y" TO CT-Working(CalIdx)
   ELSE
      MOVE "N" TO CT-Working(CalIdx)
   END-IF.

MarkHoliday.
   PERFORM GetCalendarDate
   IF FoundIdx = ZERO
      EXIT PARAGRAPH
   END-IF
   DISPLAY "Holiday name - " WITH NO ADVANCING
   MOVE SPACES TO EnteredHoliday
   ACCEPT EnteredHoliday
   IF EnteredHoliday = SPACES
      DISPLAY "A holiday needs a name - not marked."
      EXIT PARAGRAPH
   END-IF
   MOVE "N"            TO CT-Working(FoundIdx)
   MOVE EnteredHoliday TO CT-Holiday(FoundIdx)
   DISPLAY EnteredDate " marked " EnteredHoliday
   PERFORM NoteChange.

RemoveHoliday.
   PERFORM GetCalendarDate
   IF FoundIdx = ZERO
      EXIT PARAGRAPH
   END-IF
   IF CT-Holiday(FoundIdx) = SPACES
      DISPLAY EnteredDate " is not a holiday."
      EXIT PARAGRAPH
   END-IF
   COMPUTE DayInt = FUNCTION INTEGER-OF-DATE(EnteredDateN)
   MOVE FoundIdx TO CalIdx
   PERFORM SetWeekdayRule
   MOVE SPACES TO CT-Holiday(FoundIdx)
   DISPLAY EnteredDate " is no longer a holiday."
   PERFORM NoteChange.

SetPeriodEnd.
   DISPLAY "Accounting period (YYYYPP) - " WITH NO ADVANCING
   ACCEPT EnteredPeriod
   IF EnteredPeriod NOT NUMERIC
      OR EnteredPeriodNo < 1 OR EnteredPeriodNo > 13
      DISPLAY "Period must be YYYYPP, PP 01 to 13 - " EnteredPeriod
      EXIT PARAGRAPH
   END-IF
   PERFORM GetCalendarDate
   IF FoundIdx = ZERO
      EXIT PARAGRAPH
   END-IF
*  The period's old end marker goes; then each date takes the
*  period of the next end marker on or after it.
   PERFORM VARYING CalIdx FROM 1 BY 1 UNTIL CalIdx > CalendarDays
      IF CT-IsPeriodEnd(CalIdx) AND CT-Period(CalIdx) = EnteredPeriodN
         MOVE SPACE TO CT-PeriodEnd(CalIdx)
      END-IF
   END-PERFORM
   MOVE "Y"            TO CT-PeriodEnd(FoundIdx)
   MOVE EnteredPeriodN TO CT-Period(FoundIdx)
   MOVE ZERO TO CarryPeriod
   PERFORM VARYING CalIdx FROM CalendarDays BY -1 UNTIL CalIdx < 1
      IF NOT CT-NotHeld(CalIdx)
         IF CT-IsPeriodEnd(CalIdx)
            MOVE CT-Period(CalIdx) TO CarryPeriod
         ELSE
            IF CarryPeriod NOT = ZERO
               MOVE CarryPeriod TO CT-Period(CalIdx)
            END-IF
         END-IF
      END-IF
   END-PERFORM
   DISPLAY "Period " EnteredPeriod " now ends " EnteredDate
   PERFORM NoteChange.

GetCalendarDate.
*  FoundIdx is the date's entry, or zero when it is not on the
*  calendar.
   MOVE ZERO TO FoundIdx
   DISPLAY "Date (YYYYMMDD) - " WITH NO ADVANCING
   ACCEPT EnteredDate
   IF EnteredDate NOT NUMERIC
      DISPLAY "Date must be 8 digits - " EnteredDate
      EXIT PARAGRAPH
   END-IF
   IF FUNCTION TEST-DATE-YYYYMMDD(EnteredDateN) NOT = ZERO
      DISPLAY "Not a real calendar date - " EnteredDate
      EXIT PARAGRAPH
   END-IF
   COMPUTE DayInt = FUNCTION INTEGER-OF-DATE(EnteredDateN)
   IF CalendarBaseInt NOT = ZERO
      AND DayInt NOT LESS THAN CalendarBaseInt
      AND DayInt - CalendarBaseInt < CalendarDays
      COMPUTE CalIdx = DayInt - CalendarBaseInt + 1
      IF NOT CT-NotHeld(CalIdx)
         MOVE CalIdx TO FoundIdx
      END-IF
   END-IF
   IF FoundIdx = ZERO
      DISPLAY EnteredDate " is not on the calendar - build its year"
              " first."
   END-IF.

ListMonth.
   DISPLAY "Month to list (YYYYMM) - " WITH NO ADVANCING
   ACCEPT EnteredMonth
   IF EnteredMonth NOT NUMERIC
      OR FUNCTION TEST-DATE-YYYYMMDD(EnteredMonthN * 100 + 1)
         NOT = ZERO
      DISPLAY "Month must be YYYYMM - " EnteredMonth
      EXIT PARAGRAPH
   END-IF
   COMPUTE DayInt = FUNCTION INTEGER-OF-DATE(EnteredMonthN * 100 + 1)
   COMPUTE DayDate = FUNCTION DATE-OF-INTEGER(DayInt)
   PERFORM UNTIL DayDate(1:6) NOT = EnteredMonth
      PERFORM ListOneDay
      ADD 1 TO DayInt
      COMPUTE DayDate = FUNCTION DATE-OF-INTEGER(DayInt)
   END-PERFORM.

ListOneDay.
   MOVE DayDate TO PrnDate
   COMPUTE DayOfWeekNum = FUNCTION MOD(DayInt, 7)
   MOVE DayName(DayOfWeekNum + 1) TO PrnDayName
   MOVE ZERO TO FoundIdx
   IF CalendarBaseInt NOT = ZERO
      AND DayInt NOT LESS THAN CalendarBaseInt
      AND DayInt - CalendarBaseInt < CalendarDays
      COMPUTE CalIdx = DayInt - CalendarBaseInt + 1
      IF NOT CT-NotHeld(CalIdx)
         MOVE CalIdx TO FoundIdx
      END-IF
   END-IF
   IF FoundIdx = ZERO
      MOVE "-------" TO PrnWorking
      MOVE "not on the calendar" TO PrnHoliday
      MOVE ZERO TO PrnPeriod
      MOVE SPACES TO PrnPeriodEnd
   ELSE
      IF CT-WorkingDay(FoundIdx)
         MOVE "working" TO PrnWorking
      ELSE
         MOVE "closed" TO PrnWorking
      END-IF
      MOVE CT-Holiday(FoundIdx) TO PrnHoliday
      MOVE CT-Period(FoundIdx)  TO PrnPeriod
      IF CT-IsPeriodEnd(FoundIdx)
         MOVE "PERIOD END" TO PrnPeriodEnd
      ELSE
         MOVE SPACES TO PrnPeriodEnd
      END-IF
   END-IF
   DISPLAY CalendarListLine.

NoteChange.
   SET CalendarChanged TO TRUE
   ADD 1 TO ActionsTaken
   CALL "LogOperatorAction" USING SignOnOperatorId,
        SignOnProgramName, LogActionName.

RewriteCalendar.
   OPEN OUTPUT CalendarFile
   PERFORM VARYING CalIdx FROM 1 BY 1 UNTIL CalIdx > CalendarDays
      IF NOT CT-NotHeld(CalIdx)
         COMPUTE CalDate-CAL = FUNCTION DATE-OF-INTEGER
                               (CalendarBaseInt + CalIdx - 1)
         MOVE CT-Working(CalIdx)   TO Working-CAL
         MOVE CT-Holiday(CalIdx)   TO HolidayName-CAL
         MOVE CT-Period(CalIdx)    TO Period-CAL
         MOVE CT-PeriodEnd(CalIdx) TO PeriodEnd-CAL
         WRITE CalendarRec
      END-IF
   END-PERFORM
   CLOSE CalendarFile.
