IDENTIFICATION DIVISION.
PROGRAM-ID. BusinessCalendar.
AUTHOR. Michael Coughlan.
*Shared business calendar service - the same shared-service shape
*as ValidateCountryCode (Listing13-5sub).
*Every program used to make its own date decisions - Monday to
*Friday counted as working days, Saturday and Sunday as the weekend,
*the calendar month as the period - and none of them knew a bank
*holiday or an accounting period.  The business calendar
*(BusinessCalendar.dat, maintained by Listing16-22) holds one line
*per date: whether it is a working day, the holiday's name when it
*is not, the accounting period the date falls in, and a marker on
*the last day of each period.
*Given a date, and optionally a second, later date, this returns in
*one result area:
*  - a valid flag (1 when the date is not a real calendar date);
*  - whether the date is a working day, and the holiday name;
*  - its accounting period, the period's first and last dates, and
*    whether the date is the period end;
*  - the next working day after it;
*  - the working days from the date to the second date, both
*    included (zero when no second date is given).
*A date the calendar does not cover is answered by the old rule -
*Monday to Friday working, the calendar month as the period - and
*the result says so, so a caller can warn that the calendar wants
*extending.  The off-calendar flag speaks only for the date given
*(and the second date, when one is given); a date the calendar does
*hold whose answer needed days beyond it - a period bound, the next
*working day or a count running past the last day held - is flagged
*on a value of its own (ScanOffCalendar-BC), since those days were
*taken by the old rule.
*Unlike the other shared services this one is not INITIAL: the
*calendar is loaded on the first call and kept, because the rating
*runs ask about every call record they price.

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

01 FILLER              PIC X VALUE "n".
   88 CalendarLoaded   VALUE "y".
   88 CalendarNotLoaded VALUE "n".

*  One entry per day from the calendar's first date - the entry for
*  a date is found by its day number, not searched for.  A day the
*  file does not hold is left "?" and answered by the old rule.
01 CalendarTable.
   02 CalendarDay OCCURS 4000 TIMES.
      03 CT-Working    PIC X.
         88 CT-NotHeld VALUE "?".
      03 CT-Holiday    PIC X(24).
      03 CT-Period     PIC 9(6).
      03 CT-PeriodEnd  PIC X.
01 CalendarBaseInt     PIC 9(7) VALUE ZERO.
01 CalendarDays        PIC 9(4) VALUE ZERO.
01 CalIdx              PIC 9(4).
01 CalOffset           PIC S9(7).

*  The day being looked at.
01 DayInt              PIC 9(7).
01 DayDate             PIC 9(8).
01 DayNextDate         PIC 9(8).
01 DayOfWeekNum        PIC 9.
01 DayWorking          PIC X.
   88 DayIsWorking     VALUE "Y".
01 DayHoliday          PIC X(24).
01 DayPeriod           PIC 9(6).
01 DayPeriodEnd        PIC X.
   88 DayIsPeriodEnd   VALUE "Y".
01 FILLER              PIC X.
   88 DayOnCalendar    VALUE "y".
   88 DayOffCalendar   VALUE "n".

01 FromInt             PIC 9(7).
01 ToInt               PIC 9(7).
01 DaysScanned         PIC 9(3).

LINKAGE SECTION.
01 CalendarDateIn      PIC 9(8).
01 CalendarToDateIn    PIC 9(8).

01 CalendarResult.
   02 ValidFlag-BC        PIC 9.
      88 DateValid-BC     VALUE 0.
      88 DateInvalid-BC   VALUE 1.
   02 OnCalendar-BC       PIC X.
      88 DateOnCalendar-BC  VALUE "Y", "P".
      88 DateOffCalendar-BC VALUE "N".
      88 ScanOffCalendar-BC VALUE "P".
   02 Working-BC          PIC X.
      88 WorkingDay-BC    VALUE "Y".
      88 NonWorkingDay-BC VALUE "N".
   02 HolidayName-BC      PIC X(24).
   02 Period-BC           PIC 9(6).
   02 PeriodEndFlag-BC    PIC X.
      88 PeriodEndDay-BC  VALUE "Y".
   02 PeriodStart-BC      PIC 9(8).
   02 PeriodEnd-BC        PIC 9(8).
   02 NextWorkingDay-BC   PIC 9(8).
   02 WorkingDays-BC      PIC 9(5).

PROCEDURE DIVISION USING CalendarDateIn, CalendarToDateIn,
                         CalendarResult.
Begin.
   IF CalendarNotLoaded
      PERFORM LoadCalendar
   END-IF
   MOVE ZERO TO ValidFlag-BC, Period-BC, PeriodStart-BC,
                PeriodEnd-BC, NextWorkingDay-BC, WorkingDays-BC
   MOVE SPACES TO HolidayName-BC, PeriodEndFlag-BC
   SET DateOnCalendar-BC TO TRUE
   SET NonWorkingDay-BC TO TRUE
   IF CalendarDateIn NOT NUMERIC
      SET DateInvalid-BC TO TRUE
      EXIT PROGRAM
   END-IF
   IF FUNCTION TEST-DATE-YYYYMMDD(CalendarDateIn) NOT = ZERO
      SET DateInvalid-BC TO TRUE
      EXIT PROGRAM
   END-IF
   COMPUTE FromInt = FUNCTION INTEGER-OF-DATE(CalendarDateIn)
   MOVE FromInt TO DayInt
   PERFORM LookUpDay
   IF DayOffCalendar
      SET DateOffCalendar-BC TO TRUE
   END-IF
   MOVE DayWorking   TO Working-BC
   MOVE DayHoliday   TO HolidayName-BC
   MOVE DayPeriod    TO Period-BC
   MOVE DayPeriodEnd TO PeriodEndFlag-BC
   PERFORM FindPeriodBounds
   PERFORM FindNextWorkingDay
   IF CalendarToDateIn NUMERIC AND CalendarToDateIn NOT = ZERO
      IF FUNCTION TEST-DATE-YYYYMMDD(CalendarToDateIn) = ZERO
         COMPUTE ToInt = FUNCTION INTEGER-OF-DATE(CalendarToDateIn)
         PERFORM CountWorkingDays
      END-IF
   END-IF
   EXIT PROGRAM.

LoadCalendar.
*  With no calendar file every date is answered by the old rule.
   SET CalendarLoaded TO TRUE
   PERFORM VARYING CalIdx FROM 1 BY 1 UNTIL CalIdx > 4000
      MOVE "?" TO CT-Working(CalIdx)
   END-PERFORM
   OPEN INPUT CalendarFile
   IF NoCalendarFile
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
*  The file is in date order, so its first date is the base.
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

LookUpDay.
*  The calendar's answer for the day at DayInt, or the old rule's.
   SET DayOffCalendar TO TRUE
   IF CalendarBaseInt NOT = ZERO
      AND DayInt NOT LESS THAN CalendarBaseInt
      AND DayInt - CalendarBaseInt < CalendarDays
      COMPUTE CalIdx = DayInt - CalendarBaseInt + 1
      IF NOT CT-NotHeld(CalIdx)
         SET DayOnCalendar TO TRUE
         MOVE CT-Working(CalIdx)   TO DayWorking
         MOVE CT-Holiday(CalIdx)   TO DayHoliday
         MOVE CT-Period(CalIdx)    TO DayPeriod
         MOVE CT-PeriodEnd(CalIdx) TO DayPeriodEnd
      END-IF
   END-IF
   IF DayOffCalendar
      PERFORM ApplyOldRule
      IF OnCalendar-BC = "Y"
         SET ScanOffCalendar-BC TO TRUE
      END-IF
   END-IF.

ApplyOldRule.
*  INTEGER-OF-DATE counts from Monday 1 January 1601, so a remainder
*  over seven of 1 to 5 is Monday to Friday.
   COMPUTE DayOfWeekNum = FUNCTION MOD(DayInt, 7)
   IF DayOfWeekNum >= 1 AND DayOfWeekNum <= 5
      MOVE "Y" TO DayWorking
   ELSE
      MOVE "N" TO DayWorking
   END-IF
   MOVE SPACES TO DayHoliday, DayPeriodEnd
   COMPUTE DayDate = FUNCTION DATE-OF-INTEGER(DayInt)
   COMPUTE DayNextDate = FUNCTION DATE-OF-INTEGER(DayInt + 1)
   MOVE DayDate(1:6) TO DayPeriod
   IF DayNextDate(7:2) = "01"
      MOVE "Y" TO DayPeriodEnd
   END-IF.

FindPeriodBounds.
*  Back to the day after the previous period, forward to this
*  period's end marker.  No period is longer than a year.
   MOVE FromInt TO DayInt
   MOVE ZERO TO DaysScanned
   PERFORM UNTIL DaysScanned > 366 OR DayInt = 1
      SUBTRACT 1 FROM DayInt
      ADD 1 TO DaysScanned
      PERFORM LookUpDay
      IF DayPeriod NOT = Period-BC
         MOVE 999 TO DaysScanned
      END-IF
   END-PERFORM
   COMPUTE PeriodStart-BC = FUNCTION DATE-OF-INTEGER(DayInt + 1)
   MOVE FromInt TO DayInt
   PERFORM LookUpDay
   MOVE ZERO TO DaysScanned
   PERFORM UNTIL DayIsPeriodEnd OR DaysScanned > 366
      ADD 1 TO DayInt
      ADD 1 TO DaysScanned
      PERFORM LookUpDay
      IF DayPeriod NOT = Period-BC
         SUBTRACT 1 FROM DayInt
         MOVE "Y" TO DayPeriodEnd
      END-IF
   END-PERFORM
   COMPUTE PeriodEnd-BC = FUNCTION DATE-OF-INTEGER(DayInt).

FindNextWorkingDay.
   MOVE FromInt TO DayInt
   MOVE ZERO TO DaysScanned
   MOVE "N" TO DayWorking
   PERFORM UNTIL DayIsWorking OR DaysScanned > 366
      ADD 1 TO DayInt
      ADD 1 TO DaysScanned
      PERFORM LookUpDay
   END-PERFORM
   COMPUTE NextWorkingDay-BC = FUNCTION DATE-OF-INTEGER(DayInt).

CountWorkingDays.
   MOVE ToInt TO DayInt
   PERFORM LookUpDay
   IF DayOffCalendar
      SET DateOffCalendar-BC TO TRUE
   END-IF
   PERFORM VARYING DayInt FROM FromInt BY 1 UNTIL DayInt > ToInt
      PERFORM LookUpDay
      IF DayIsWorking
         ADD 1 TO WorkingDays-BC
      END-IF
   END-PERFORM.
